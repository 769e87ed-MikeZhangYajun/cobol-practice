       program-id. RunStatus as "RUNSTAT".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select runctl assign to "RUNCTL"
               organization is indexed
               access mode is random
               record key is ru-key of runctl-record
               file status is ws-runctl-status.

           select runstat-rpt assign to "RUNSTAT"
               organization is line sequential
               file status is ws-runstat-status.

       data division.
       file section.
       fd  runctl.
           copy runctl
               replacing leading ==runctl== by ==runctl-record==.

       fd  runstat-rpt.
       01 runstat-record pic x(80).

       working-storage section.
       01 ws-runctl-status pic x(2) value "00".
       01 ws-runstat-status pic x(2) value "00".

      *    The report covers the last N run dates, newest first,
      *    ending with yesterday - the night the morning shift is
      *    asking about. N defaults to 7; PARM='NN' changes it.
       01 ws-day-limit pic 9(2) value 7.
       01 ws-day-sub pic 9(2) value zero.
       01 ws-today pic 9(8).
       01 ws-today-integer pic 9(8).
       01 ws-report-date pic 9(8).

      *    The nightly stream's steps in job order. HELLORCN runs
      *    only after a HELLOWLD RC of 0 (the JCL COND), so it is
      *    expected only then.
       01 ws-step-names-table.
           05 filler pic x(8) value "HELLOWLD".
           05 filler pic x(8) value "HELLORCN".
           05 filler pic x(8) value "HELLOMCH".
           05 filler pic x(8) value "AUDITEXT".
           05 filler pic x(8) value "HELLOBAL".
       01 ws-step-names redefines ws-step-names-table.
           05 ws-step-name pic x(8) occurs 5 times.
       01 ws-step-sub pic 9(1).
       01 ws-hellowld-rc pic 9(4).

       01 ws-night-exception-count pic 9(3).
       01 ws-step-lines.
           05 ws-step-line pic x(80) occurs 5 times.

       01 ws-date-count pic 9(7) value zero.
       01 ws-complete-night-count pic 9(7) value zero.
       01 ws-failed-count pic 9(7) value zero.
       01 ws-no-end-count pic 9(7) value zero.
       01 ws-not-run-count pic 9(7) value zero.

       01 ws-report-title.
           05 filler         pic x(35)
               value "HELLOWLD NIGHTLY RUN STATUS - LAST ".
           05 wt-day-limit   pic z9.
           05 filler         pic x(16)
               value " RUN DATES FROM ".
           05 wt-report-date pic 9(8).

       01 ws-report-column-hdr.
           05 filler pic x(30)
               value "  STEP     OUTCOME    START   ".
           05 filler pic x(30)
               value "        END           RC   RUN".
           05 filler pic x(9)
               value " OVERRIDE".

       01 ws-report-date-line.
           05 filler                 pic x(10) value "RUN DATE: ".
           05 wn-run-date            pic 9(8).
           05 filler                 pic x(2)  value spaces.
           05 wn-night-status        pic x(30).

       01 ws-report-step-detail.
           05 filler                 pic x(2)  value spaces.
           05 wd-step-name           pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-outcome             pic x(8).
           05 filler                 pic x(3)  value " S ".
           05 wd-start-date          pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-start-hhmm          pic x(4).
           05 filler                 pic x(3)  value " E ".
           05 wd-end-date            pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-end-hhmm            pic x(4).
           05 filler                 pic x(1)  value spaces.
           05 wd-return-code         pic x(4).
           05 filler                 pic x(1)  value spaces.
           05 wd-run-count           pic x(3).
           05 filler                 pic x(1)  value spaces.
           05 wd-override-by         pic x(8).

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       01 ws-abend-message pic x(60).

       linkage section.
       01 parm-data.
           05 parm-length pic s9(4) comp.
           05 parm-text   pic x(2).

       procedure division using parm-data.

       0000-main-process.
           perform 1000-initialize
           perform 2000-report-one-date until ws-day-sub = ws-day-limit
           perform 3000-write-totals
           perform 4000-terminate
           goback.

       1000-initialize.
           if parm-length not = zero
               if parm-length = 1 and parm-text(1:1) numeric
                   move parm-text(1:1) to ws-day-limit
               else
                   if parm-length = 2 and parm-text numeric
                       move parm-text to ws-day-limit
                   else
                       move "PARM DAY COUNT INVALID" to ws-abend-message
                       perform 9999-abend
                   end-if
               end-if
               if ws-day-limit = zero
                   move "PARM DAY COUNT INVALID" to ws-abend-message
                   perform 9999-abend
               end-if
           end-if

           accept ws-today from date yyyymmdd
           compute ws-today-integer = function integer-of-date(ws-today)

           open input runctl
           if ws-runctl-status not = "00"
               string "OPEN RUNCTL FAILED, STATUS=" ws-runctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output runstat-rpt
           if ws-runstat-status not = "00"
               string "OPEN RUNSTAT FAILED, STATUS=" ws-runstat-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           compute ws-report-date =
               function date-of-integer(ws-today-integer - 1)
           move ws-day-limit to wt-day-limit
           move ws-report-date to wt-report-date
           move ws-report-title to runstat-record
           perform 8000-write-report-record
           move ws-report-column-hdr to runstat-record
           perform 8000-write-report-record.

      *    One run date: a heading line carrying the night's verdict,
      *    then one line per step. The step lines are built first so
      *    the verdict is known when the heading is written.
       2000-report-one-date.
           add 1 to ws-day-sub
           add 1 to ws-date-count
           compute ws-report-date =
               function date-of-integer(ws-today-integer - ws-day-sub)
           move zero to ws-night-exception-count
           move zero to ws-hellowld-rc

           move zero to ws-step-sub
           perform 2100-report-one-step until ws-step-sub = 5

           if ws-night-exception-count = zero
               move "NIGHT COMPLETE" to wn-night-status
               add 1 to ws-complete-night-count
           else
               move "NIGHT INCOMPLETE - SEE STEPS" to wn-night-status
           end-if
           move ws-report-date to wn-run-date
           move spaces to runstat-record
           perform 8000-write-report-record
           move ws-report-date-line to runstat-record
           perform 8000-write-report-record

           move zero to ws-step-sub
           perform 2300-write-step-line until ws-step-sub = 5.

       2100-report-one-step.
           add 1 to ws-step-sub
           move ws-report-date to ru-run-date of runctl-record
           move ws-step-name(ws-step-sub) to ru-program of runctl-record
           move ws-step-name(ws-step-sub) to wd-step-name
           move spaces to wd-start-date
           move spaces to wd-start-hhmm
           move spaces to wd-end-date
           move spaces to wd-end-hhmm
           move spaces to wd-return-code
           move spaces to wd-run-count
           move spaces to wd-override-by
           read runctl
           evaluate ws-runctl-status
               when "00"
                   perform 2200-format-step-row
               when "23"
                   if ws-step-sub = 2 and ws-hellowld-rc not = zero
                       move "NOT REQD" to wd-outcome
                   else
                       move "NOT RUN" to wd-outcome
                       add 1 to ws-not-run-count
                       add 1 to ws-night-exception-count
                   end-if
               when other
                   string "READ RUNCTL FAILED, STATUS=" ws-runctl-status
                       delimited by size into ws-abend-message
                   perform 9999-abend
           end-evaluate
           move ws-report-step-detail to ws-step-line(ws-step-sub).

       2200-format-step-row.
           move ru-start-date of runctl-record to wd-start-date
           move ru-start-time of runctl-record(1:4) to wd-start-hhmm
           move ru-run-count of runctl-record to wd-run-count
           move ru-override-by of runctl-record to wd-override-by
           if ru-step-ended of runctl-record
               move ru-end-date of runctl-record to wd-end-date
               move ru-end-time of runctl-record(1:4) to wd-end-hhmm
               move ru-return-code of runctl-record to wd-return-code
               if ws-step-sub = 1
                   move ru-return-code of runctl-record
                       to ws-hellowld-rc
               end-if
               if ru-return-code of runctl-record > 4
                   move "FAILED" to wd-outcome
                   add 1 to ws-failed-count
                   add 1 to ws-night-exception-count
               else
                   move "COMPLETE" to wd-outcome
               end-if
           else
               move "NO END" to wd-outcome
               add 1 to ws-no-end-count
               add 1 to ws-night-exception-count
           end-if.

       2300-write-step-line.
           add 1 to ws-step-sub
           move ws-step-line(ws-step-sub) to runstat-record
           perform 8000-write-report-record.

       3000-write-totals.
           move spaces to runstat-record
           perform 8000-write-report-record
           move "RUN DATES REPORTED       :" to wg-total-label
           move ws-date-count to wg-total-count
           perform 8100-write-total-line
           move "NIGHTS COMPLETE          :" to wg-total-label
           move ws-complete-night-count to wg-total-count
           perform 8100-write-total-line
           move "STEPS FAILED (RC > 4)    :" to wg-total-label
           move ws-failed-count to wg-total-count
           perform 8100-write-total-line
           move "STEPS STARTED, NO END    :" to wg-total-label
           move ws-no-end-count to wg-total-count
           perform 8100-write-total-line
           move "STEPS NOT RUN            :" to wg-total-label
           move ws-not-run-count to wg-total-count
           perform 8100-write-total-line.

       4000-terminate.
           close runctl
           close runstat-rpt

      *    Any failed, unfinished or missing step in the window is
      *    something the morning shift must chase.
           if ws-failed-count not = zero
               or ws-no-end-count not = zero
               or ws-not-run-count not = zero
               move 4 to return-code
           end-if.

       8000-write-report-record.
           write runstat-record
           if ws-runstat-status not = "00"
               string "WRITE RUNSTAT FAILED, STATUS="
                   ws-runstat-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       8100-write-total-line.
           move ws-report-total-line to runstat-record
           perform 8000-write-report-record.

       9999-abend.
           display "RUNSTAT ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program RunStatus.
