      *================================================================*
      * ESCREC - one row per shift on the ESCTBL escalation-ladder     *
      * KSDS (key ES-SHIFT-CODE): how many minutes to wait for a       *
      * confirmation after each broadcast in the chain, how many       *
      * tiers the ladder has (1-5), the DESTTBL routing group each     *
      * tier re-broadcasts to (e.g. the shift's board, then the        *
      * supervisor printers, then the plant-wide group), and who to    *
      * page once the last tier has gone unconfirmed. Read by          *
      * HelloEsc.                                                      *
      *================================================================*
       01 escrec.
           05 es-shift-code           pic x(1).
           05 es-wait-minutes         pic 9(4).
           05 es-tier-count           pic 9(1).
           05 es-tier-groups.
               10 es-tier-group       pic x(1) occurs 5 times.
           05 es-page-contact         pic x(20).
