      *================================================================*
      * MSGPEND - one pending MSGLIB catalog change awaiting second-   *
      * operator approval, held on the MSGPND KSDS (key MP-KEY, the    *
      * same key as the catalog entry - at most one pending change     *
      * per entry at a time).                                          *
      * Written by the MsgMaint update function, released or           *
      * discarded by its approval function. A blank MP-BEFORE-TEXT is  *
      * a new entry; MSGLIB itself is only touched at approval time,   *
      * so broadcasts keep using the last approved text until then.    *
      *================================================================*
       01 msgpend.
           05 mp-key.
               10 mp-msg-id         pic x(8).
               10 mp-lang-code      pic x(2).
           05 mp-new-desc           pic x(20).
           05 mp-before-text        pic x(35).
           05 mp-new-text           pic x(35).
           05 mp-entered-by         pic x(8).
           05 mp-entered-date       pic 9(8).
           05 mp-entered-time       pic 9(8).
