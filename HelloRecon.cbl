               organization is line sequential
               file status is ws-hellorcn-status.

           select runctl assign to "RUNCTL"
               organization is indexed
               access mode is random
               record key is ru-key of runctl-record
               file status is ws-runctl-status.

       data division.
       file section.
       fd  auditlog.
       fd  hellorcn-rpt.
       01 hellorcn-record pic x(80).

       fd  runctl.
           copy runctl
               replacing leading ==runctl== by ==runctl-record==.

       working-storage section.
       01 ws-auditlog-status pic x(2) value "00".
       01 ws-hellorcn-status pic x(2) value "00".
       01 ws-eof-switch pic x value "N".
           88 ws-eof value "Y".

      *    Run-control support: this step's RUNCTL row for the run
      *    date, written at start and rewritten with the return code
      *    at end, so the balance step and the morning status report
      *    can see the step ran.
       01 ws-run-date pic 9(8).
       01 ws-runctl-status pic x(2) value "00".
       01 ws-runctl-rc pic 9(4).
       01 ws-runctl-date pic 9(8).
       01 ws-runctl-time pic 9(8).

       01 ws-total-count pic 9(7) value zero.
       01 ws-bad-rc-count pic 9(7) value zero.
       01 ws-bad-status-count pic 9(7) value zero.
       01 ws-report-none.
           05 filler pic x(30) value "  (NONE)".

       linkage section.
       01 parm-data.
           05 parm-length pic s9(4) comp.
           05 parm-text   pic x(8).

       procedure division using parm-data.

       0000-main-process.
           perform 0500-record-run-start
           perform 1000-open-files
           perform 2000-write-title
           perform 3000-summarize-auditlog until ws-eof
           perform 4000-write-summary
           perform 5000-close-files
           perform 6000-record-run-end
           goback.

      *    The run date defaults to the system date; an optional
      *    PARM='YYYYMMDD' gives a rerun the date HELLOWLD was told
      *    to process, so the RUNCTL row lands on the right night.
       0500-record-run-start.
           accept ws-run-date from date yyyymmdd
           if parm-length not = zero
               if parm-length = 8 and parm-text numeric
                   move parm-text to ws-run-date
               else
                   display "HELLORCN: PARM RUN DATE INVALID"
                   move 16 to return-code
                   goback
               end-if
           end-if

           open i-o runctl
           if ws-runctl-status not = "00"
               display "HELLORCN: OPEN RUNCTL FAILED, STATUS="
                   ws-runctl-status
               move 16 to return-code
               goback
           end-if
           accept ws-runctl-date from date yyyymmdd
           accept ws-runctl-time from time
           move ws-run-date to ru-run-date of runctl-record
           move "HELLORCN" to ru-program of runctl-record
           read runctl
           evaluate ws-runctl-status
               when "00"
                   add 1 to ru-run-count of runctl-record
                   perform 0510-set-run-start
                   rewrite runctl-record
               when "23"
                   move 1 to ru-run-count of runctl-record
                   perform 0510-set-run-start
                   write runctl-record
               when other
                   continue
           end-evaluate
           if ws-runctl-status not = "00"
               display "HELLORCN: RECORD RUNCTL START FAILED, STATUS="
                   ws-runctl-status
               move 16 to return-code
               close runctl
               goback
           end-if
           close runctl.

       0510-set-run-start.
           move "S" to ru-step-status of runctl-record
           move ws-runctl-date to ru-start-date of runctl-record
           move ws-runctl-time to ru-start-time of runctl-record
           move zero to ru-end-date of runctl-record
           move zero to ru-end-time of runctl-record
           move zero to ru-return-code of runctl-record
           move spaces to ru-override-by of runctl-record.

       1000-open-files.
           open input auditlog
           if ws-auditlog-status not = "00"
               display "HELLORCN: OPEN AUDITLOG FAILED, STATUS="
                   ws-auditlog-status
               move 16 to return-code
               perform 6000-record-run-end
               goback
           end-if

               display "HELLORCN: OPEN HELLORCN FAILED, STATUS="
                   ws-hellorcn-status
               move 16 to return-code
               perform 6000-record-run-end
               goback
           end-if.

           close auditlog
           close hellorcn-rpt.

      *    Rewrite the RUNCTL row with the step's return code.
       6000-record-run-end.
           move return-code to ws-runctl-rc
           open i-o runctl
           if ws-runctl-status not = "00"
               display "HELLORCN: OPEN RUNCTL FAILED, STATUS="
                   ws-runctl-status
               move 16 to return-code
               goback
           end-if
           accept ws-runctl-date from date yyyymmdd
           accept ws-runctl-time from time
           move ws-run-date to ru-run-date of runctl-record
           move "HELLORCN" to ru-program of runctl-record
           read runctl
           if ws-runctl-status = "00"
               move "E" to ru-step-status of runctl-record
               move ws-runctl-date to ru-end-date of runctl-record
               move ws-runctl-time to ru-end-time of runctl-record
               move ws-runctl-rc to ru-return-code of runctl-record
               rewrite runctl-record
           end-if
           if ws-runctl-status not = "00"
               display "HELLORCN: RECORD RUNCTL END FAILED, STATUS="
                   ws-runctl-status
               move 16 to return-code
               close runctl
               goback
           end-if
           close runctl
           move ws-runctl-rc to return-code.

       end program HelloRecon.
