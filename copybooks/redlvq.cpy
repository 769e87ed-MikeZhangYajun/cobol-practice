      *================================================================*
      * REDLVQ - one row per undelivered delivery queued by DlvMatch   *
      * for the Redeliver pass: the original DESTOUT delivery (its     *
      * assignment, destination, shift, text and the job name, run     *
      * date and run time that tie it to its AUDITLOG row), the        *
      * AUDITLOG row's language, priority and default flag so the      *
      * redelivery's own row carries them forward, and the router      *
      * status that failed it (F = failed, O = destination offline).   *
      *================================================================*
       01 redlvq.
           05 rq-dest-assign          pic x(8).
           05 rq-dest-code            pic x(2).
           05 rq-shift-code           pic x(1).
           05 rq-message-text         pic x(35).
           05 rq-job-name             pic x(8).
           05 rq-run-date             pic 9(8).
           05 rq-run-time             pic 9(8).
           05 rq-lang-code            pic x(2).
           05 rq-priority             pic x(1).
           05 rq-default-flag         pic x(1).
           05 rq-return-status        pic x(1).
