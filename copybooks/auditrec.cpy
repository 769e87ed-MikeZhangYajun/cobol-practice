      * released from the deferred file by a later submission, S =     *
      * planned suppression on a HOLIDAY calendar date (not a missed   *
      * broadcast), I = intraday bulletin sent on demand by GREETNOW   *
      * outside the nightly window, D = redelivery by REDELIVR of a    *
      * destination delivery the router returned failed or offline     *
      * (AU-RUN-DATE is the original delivery's run date), E =         *
      * escalation re-broadcast by GREETNOW, from a HELLOESC card, of  *
      * a high-priority message nobody confirmed, P = escalation       *
      * ladder exhausted and a person paged by HELLOESC (not a         *
      * broadcast). E and P rows carry the original's run date too.    *
      * AU-DEST-CODE: the DESTTBL destination the row's delivery went  *
      * to - one row per destination delivery - or spaces for the      *
      * console.                                                       *
      * AU-PRIORITY: H = high (safety-critical - an unconfirmed one    *
      * escalates the HELLOACK return code), space = normal.           *
      * AU-LANG-CODE: the language of the text delivered to the row's  *
      * destination - blank when the base text went out, including    *
      * when the destination's language had no variant.                *
      * AU-ORIG-JOB-NAME/AU-ORIG-RUN-TIME: on a D, E or P row, the     *
      * job name and run time of the original broadcast row it         *
      * follows up (same AU-RUN-DATE), so the retry chain can be       *
      * traced back; spaces/zero on every other row.                   *
      * AU-ESCAL-TIER: the escalation ladder tier an E row was sent    *
      * at, or the last tier reached on a P row; zero otherwise.       *
      *================================================================*
       01 auditrec.
           05 au-job-name        pic x(8).
           05 au-action-flag     pic x(1).
           05 au-dest-code       pic x(2).
           05 au-priority        pic x(1).
           05 au-lang-code       pic x(2).
           05 au-orig-job-name   pic x(8).
           05 au-orig-run-time   pic 9(8).
           05 au-escal-tier      pic 9(1).
