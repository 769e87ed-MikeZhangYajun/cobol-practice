               organization is line sequential
               file status is ws-hellomch-status.

           select runctl assign to "RUNCTL"
               organization is indexed
               access mode is random
               record key is ru-key of runctl-record
               file status is ws-runctl-status.

       data division.
       file section.
       fd  greetctl.
       fd  hellomch-rpt.
       01 hellomch-record pic x(80).

       fd  runctl.
           copy runctl
               replacing leading ==runctl== by ==runctl-record==.

       working-storage section.
       01 ws-greetctl-status pic x(2) value "00".
       01 ws-auditlog-status pic x(2) value "00".

       01 ws-run-date pic 9(8).

      *    Run-control support: this step's RUNCTL row for the date
      *    it processes, written at start and rewritten at end - an
      *    abend included - so the morning status report can show
      *    which steps of the night ran and how they ended.
       01 ws-runctl-status pic x(2) value "00".
       01 ws-runctl-program pic x(8) value "HELLOMCH".
       01 ws-runctl-switch pic x value "N".
           88 ws-runctl-started value "Y".
       01 ws-runctl-rc pic 9(4).
       01 ws-runctl-date pic 9(8).
       01 ws-runctl-time pic 9(8).

       01 ws-greetctl-eof-switch pic x value "N".
           88 ws-greetctl-eof value "Y".
       01 ws-auditlog-eof-switch pic x value "N".
       01 ws-suppressed-count pic 9(7) value zero.
       01 ws-sched-suppressed-total pic 9(7) value zero.
       01 ws-intraday-count pic 9(7) value zero.
       01 ws-redelivered-count pic 9(7) value zero.
       01 ws-escalation-count pic 9(7) value zero.
       01 ws-paged-count pic 9(7) value zero.

       01 ws-report-title.
           05 filler         pic x(42)
           perform 3000-match-auditlog until ws-auditlog-eof
           perform 4000-write-report
           perform 5000-terminate
           perform 5900-record-run-end
           goback.

      *    The run date defaults to the system date; an optional
                   perform 9999-abend
               end-if
           end-if
           perform 1900-record-run-start

           open input greetctl
           if ws-greetctl-status not = "00"
           move ws-report-title to hellomch-record
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

      *    Load the run date's GREETCTL records into the schedule
      *    table. Standing-default records (reserved date 00000000)
      *    are not part of the dated schedule and are not loaded;
      *    broadcasts. Rows flagged "I" are on-demand intraday
      *    bulletins - never scheduled, so they are tallied on
      *    their own line instead of being listed as broadcasts
      *    with no schedule record. Rows flagged "D" are DLVMATCH
      *    redeliveries of a broadcast already matched - counted on
      *    their own line so the broadcast is not matched twice.
      *    Rows flagged "E" (escalation re-broadcasts of an
      *    unconfirmed high-priority message) and "P" (the ladder's
      *    page to a person) follow up a broadcast already counted
      *    and are tallied on their own lines for the same reason.
       3100-match-audit-row.
           evaluate au-action-flag of auditlog-record
               when "H"
                   perform 3170-credit-suppressed-row
               when "I"
                   add 1 to ws-intraday-count
               when "D"
                   add 1 to ws-redelivered-count
               when "E"
                   add 1 to ws-escalation-count
               when "P"
                   add 1 to ws-paged-count
               when other
                   perform 3150-match-broadcast-row
           end-evaluate.
           perform 8100-write-total-line
           move "INTRADAY BULLETINS       :" to wg-total-label
           move ws-intraday-count to wg-total-count
           perform 8100-write-total-line
           move "REDELIVERIES             :" to wg-total-label
           move ws-redelivered-count to wg-total-count
           perform 8100-write-total-line
           move "ESCALATION RE-BROADCASTS :" to wg-total-label
           move ws-escalation-count to wg-total-count
           perform 8100-write-total-line
           move "ESCALATION PAGES         :" to wg-total-label
           move ws-paged-count to wg-total-count
           perform 8100-write-total-line.

       4100-write-matched-entry.
               move 4 to return-code
           end-if.

      *    The switch is dropped first, so a RUNCTL failure here
      *    takes the abend path once and does not come back.
       5900-record-run-end.
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
           write hellomch-record
           if ws-hellomch-status not = "00"
       9999-abend.
           display "HELLOMCH ABEND - " ws-abend-message
           move 16 to return-code
           if ws-runctl-started
               perform 5900-record-run-end
           end-if
           stop run.

       end program HelloMatch.
