      *================================================================*
      * BULREC - one GREETNOW bulletin card (80 bytes): the priority   *
      * (H = high, N or blank = normal), up to eight target shift      *
      * codes, the template text (or "@" and a MSGLIB message ID) and  *
      * an optional DESTTBL routing group. Keyed by hand for an        *
      * intraday bulletin, or written by HelloEsc for an escalation:   *
      * an escalation card also carries the job name, run date and     *
      * run time of the unconfirmed original broadcast and the ladder  *
      * tier it is sent at, which GREETNOW writes onto its "E"         *
      * AUDITLOG rows. The escalation fields are blank on a hand-      *
      * keyed card.                                                    *
      *================================================================*
       01 bulrec.
           05 bl-priority             pic x(1).
           05 bl-shift-codes.
               10 bl-shift-code       pic x(1) occurs 8 times.
           05 bl-message-text         pic x(35).
           05 bl-route-code           pic x(1).
           05 bl-escal-job-name       pic x(8).
           05 bl-escal-run-date       pic x(8).
           05 bl-escal-run-time       pic x(8).
           05 bl-escal-tier           pic x(1).
           05 filler                  pic x(10).
