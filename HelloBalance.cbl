               organization is line sequential
               file status is ws-hellobal-status.

           select runctl assign to "RUNCTL"
               organization is indexed
               access mode is random
               record key is ru-key of runctl-record
               file status is ws-runctl-status.

       data division.
       file section.
       fd  greetctl.
       fd  hellobal-rpt.
       01 hellobal-record pic x(80).

       fd  runctl.
           copy runctl
               replacing leading ==runctl== by ==runctl-record==.

       working-storage section.
       01 ws-greetctl-status pic x(2) value "00".
       01 ws-hellorpt-status pic x(2) value "00".

       01 ws-run-date pic 9(8).

      *    Run-control support: this step's RUNCTL row for the date
      *    it processes, written at start and rewritten at end - an
      *    abend included - so the morning status report can show
      *    which steps of the night ran and how they ended.
       01 ws-runctl-status pic x(2) value "00".
       01 ws-runctl-program pic x(8) value "HELLOBAL".
       01 ws-runctl-switch pic x value "N".
           88 ws-runctl-started value "Y".
       01 ws-runctl-rc pic 9(4).
       01 ws-runctl-date pic 9(8).
       01 ws-runctl-time pic 9(8).

       01 ws-greetctl-eof-switch pic x value "N".
           88 ws-greetctl-eof value "Y".
       01 ws-hellorpt-eof-switch pic x value "N".

       01 ws-mismatch-count pic 9(3) value zero.

      *    Sign-off: the night's earlier steps, read back off
      *    RUNCTL for the run date. Each must have ended RC 0-4;
      *    HELLORCN runs only after a HELLOWLD RC of 0 (the JCL
      *    COND), so it is required only then.
       01 ws-step-names-table.
           05 filler pic x(8) value "HELLOWLD".
           05 filler pic x(8) value "HELLORCN".
           05 filler pic x(8) value "HELLOMCH".
           05 filler pic x(8) value "AUDITEXT".
       01 ws-step-names redefines ws-step-names-table.
           05 ws-step-name pic x(8) occurs 4 times.
       01 ws-step-sub pic 9(1).
       01 ws-hellowld-rc pic 9(4) value zero.
       01 ws-incomplete-count pic 9(3) value zero.

       01 ws-abend-message pic x(60).

       01 ws-report-title.
           05 filler pic x(34)
               value "ALL CONTROL TOTALS ARE IN BALANCE.".

       01 ws-report-steps-hdr.
           05 filler pic x(32)
               value "NIGHT STEP COMPLETION (RUNCTL):".

       01 ws-report-step-line.
           05 filler                 pic x(5)  value "STEP ".
           05 wp-step-name           pic x(8).
           05 filler                 pic x(3)  value " : ".
           05 wp-step-state          pic x(16).
           05 filler                 pic x(1)  value spaces.
           05 wp-step-rc             pic x(4).

       01 ws-report-signed-off.
           05 filler pic x(47)
               value "NIGHT SIGNED OFF - ALL STEPS COMPLETE, BALANCED".

       linkage section.
       01 parm-data.
           05 parm-length pic s9(4) comp.

       0000-main-process.
           perform 1000-initialize
           perform 1500-check-prior-steps
           perform 2000-count-greetctl
           perform 3000-scan-hellorpt until ws-hellorpt-eof
           perform 4000-count-auditlog until ws-auditlog-eof
           perform 5000-scan-dashext until ws-dashext-eof
           perform 6000-write-balance-page
           perform 7000-terminate
           perform 7900-record-run-end
           goback.

      *    The balance date defaults to the system date; an optional
                   perform 9999-abend
               end-if
           end-if
           perform 1900-record-run-start

           open input greetctl
           if ws-greetctl-status not = "00"
           move ws-report-title to hellobal-record
           perform 8000-write-report-record.

      *    List how each earlier step of the night stands on RUNCTL
      *    before the totals; a step not run, never ended, or ended
      *    above RC 4 holds back the sign-off.
       1500-check-prior-steps.
           open input runctl
           if ws-runctl-status not = "00"
               string "OPEN RUNCTL FAILED, STATUS=" ws-runctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           move ws-report-steps-hdr to hellobal-record
           perform 8000-write-report-record
           move zero to ws-step-sub
           perform 1510-check-one-step until ws-step-sub = 4
           close runctl.

       1510-check-one-step.
           add 1 to ws-step-sub
           move ws-run-date to ru-run-date of runctl-record
           move ws-step-name(ws-step-sub) to ru-program of runctl-record
           move ws-step-name(ws-step-sub) to wp-step-name
           move spaces to wp-step-rc
           read runctl
           evaluate ws-runctl-status
               when "00"
                   if ru-step-ended of runctl-record
                       move "ENDED RC" to wp-step-state
                       move ru-return-code of runctl-record
                           to wp-step-rc
                       if ws-step-sub = 1
                           move ru-return-code of runctl-record
                               to ws-hellowld-rc
                       end-if
                       if ru-return-code of runctl-record > 4
                           add 1 to ws-incomplete-count
                       end-if
                   else
                       move "STARTED, NO END" to wp-step-state
                       add 1 to ws-incomplete-count
                   end-if
               when "23"
                   if ws-step-sub = 2 and ws-hellowld-rc not = zero
                       move "NOT REQUIRED" to wp-step-state
                   else
                       move "NOT RUN" to wp-step-state
                       add 1 to ws-incomplete-count
                   end-if
               when other
                   string "READ RUNCTL FAILED, STATUS=" ws-runctl-status
                       delimited by size into ws-abend-message
                   perform 9999-abend
           end-evaluate
           move ws-report-step-line to hellobal-record
           perform 8000-write-report-record.

       1900-record-run-start.
           open i-o runctl
           if ws-runctl-status not = "00"
               string "OPEN RUNCTL FAILED, STATUS=" ws-runctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           accept ws-runctl-date from date yyyymmdd
           accept ws-runctl-time from time
           move ws-run-date to ru-run-date of runctl-record
           move ws-runctl-program to ru-program of runctl-record
           read runctl
           evaluate ws-runctl-status
               when "00"
                   add 1 to ru-run-count of runctl-record
                   perform 1910-set-run-start
                   rewrite runctl-record
               when "23"
                   move 1 to ru-run-count of runctl-record
                   perform 1910-set-run-start
                   write runctl-record
               when other
                   continue
           end-evaluate
           if ws-runctl-status not = "00"
               string "RECORD RUNCTL START FAILED, STATUS="
                   ws-runctl-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if
           close runctl
           move "Y" to ws-runctl-switch.

       1910-set-run-start.
           move "S" to ru-step-status of runctl-record
           move ws-runctl-date to ru-start-date of runctl-record
           move ws-runctl-time to ru-start-time of runctl-record
           move zero to ru-end-date of runctl-record
           move zero to ru-end-time of runctl-record
           move zero to ru-return-code of runctl-record
           move spaces to ru-override-by of runctl-record.

       2000-count-greetctl.
           move ws-run-date to gr-run-date of greetctl-record
           move low-values to gr-shift-code of greetctl-record
           if ws-mismatch-count = zero
               move ws-report-balanced to hellobal-record
               perform 8000-write-report-record
           end-if

           if ws-incomplete-count not = zero
               move "NIGHT NOT SIGNED OFF - STEPS INCOMPLETE"
                   to wm-mismatch-text
               move ws-report-mismatch-line to hellobal-record
               perform 8000-write-report-record
           else
               if ws-mismatch-count = zero
                   move ws-report-signed-off to hellobal-record
                   perform 8000-write-report-record
               end-if
           end-if.

       7000-terminate.
      *    way the archive split fails its control totals.
           if ws-mismatch-count not = zero
               move 8 to return-code
           end-if

      *    A night whose earlier steps did not all complete is not
      *    signed off at all - RC=12, above the out-of-balance RC.
           if ws-incomplete-count not = zero
               move 12 to return-code
           end-if.

      *    The switch is dropped first, so a RUNCTL failure here
      *    takes the abend path once and does not come back.
       7900-record-run-end.
           move "N" to ws-runctl-switch
           move return-code to ws-runctl-rc
           open i-o runctl
           if ws-runctl-status not = "00"
               string "OPEN RUNCTL FAILED, STATUS=" ws-runctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           accept ws-runctl-date from date yyyymmdd
           accept ws-runctl-time from time
           move ws-run-date to ru-run-date of runctl-record
           move ws-runctl-program to ru-program of runctl-record
           read runctl
           if ws-runctl-status = "00"
               move "E" to ru-step-status of runctl-record
               move ws-runctl-date to ru-end-date of runctl-record
               move ws-runctl-time to ru-end-time of runctl-record
               move ws-runctl-rc to ru-return-code of runctl-record
               rewrite runctl-record
           end-if
           if ws-runctl-status not = "00"
               string "RECORD RUNCTL END FAILED, STATUS="
                   ws-runctl-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if
           close runctl
           move ws-runctl-rc to return-code.

       8000-write-report-record.
           write hellobal-record
           if ws-hellobal-status not = "00"
       9999-abend.
           display "HELLOBAL ABEND - " ws-abend-message
           move 16 to return-code
           if ws-runctl-started
               perform 7900-record-run-end
           end-if
           stop run.

       end program HelloBalance.
