       program-id. Redeliver as "REDELIVR".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select redlvq assign to "REDLVQ"
               organization is sequential
               file status is ws-redlvq-status.

           select desttbl assign to "DESTTBL"
               organization is indexed
               access mode is dynamic
               record key is dt-key of desttbl-record
               file status is ws-desttbl-status.

           select destout assign to "DESTOUT"
               organization is sequential
               file status is ws-destout-status.

           select auditlog assign to "AUDITLOG"
               organization is sequential
               file status is ws-auditlog-status.

           select redelivr-rpt assign to "REDELIVR"
               organization is line sequential
               file status is ws-redelivr-status.

       data division.
       file section.
       fd  redlvq.
           copy redlvq
               replacing leading ==redlvq== by ==redlvq-record==.

       fd  desttbl.
           copy destrec
               replacing leading ==destrec== by ==desttbl-record==.

       fd  destout.
           copy dlvrec
               replacing leading ==dlvrec== by ==destout-record==.

       fd  auditlog.
           copy auditrec
               replacing leading ==auditrec== by ==auditlog-record==.

       fd  redelivr-rpt.
       01 redelivr-record pic x(80).

       working-storage section.
       01 ws-redlvq-status pic x(2) value "00".
       01 ws-desttbl-status pic x(2) value "00".
       01 ws-destout-status pic x(2) value "00".
       01 ws-auditlog-status pic x(2) value "00".
       01 ws-redelivr-status pic x(2) value "00".

       01 ws-redlvq-eof-switch pic x value "N".
           88 ws-redlvq-eof value "Y".
       01 ws-desttbl-open-switch pic x value "N".
           88 ws-desttbl-is-open value "Y".

      *    The pass's own date and time stamp the redelivery's
      *    DESTOUT record and AUDITLOG row; the run date stays the
      *    original delivery's, so the date's trail shows the first
      *    attempt and the retry side by side.
       01 ws-pass-date pic 9(8).
       01 ws-pass-time pic 9(8).

       01 ws-dest-assign pic x(8).
       01 ws-version-end-switch pic x value "N".
           88 ws-version-end value "Y".

       01 ws-queue-count pic 9(7) value zero.
       01 ws-redelivered-count pic 9(7) value zero.
       01 ws-reassigned-count pic 9(7) value zero.

       01 ws-abend-message pic x(60).

       01 ws-report-title.
           05 filler         pic x(39)
               value "DESTOUT REDELIVERY PASS - PASS DATE ".
           05 wt-pass-date   pic 9(8).
           05 filler         pic x(6)  value " TIME ".
           05 wt-pass-time   pic 9(8).

       01 ws-report-detail-hdr.
           05 filler pic x(30)
               value "  RUN DATE DS S FIRST SENT BY ".
           05 filler pic x(30)
               value "WAS      ASSIGN   TEXT".

       01 ws-report-none.
           05 filler pic x(10) value "  (NONE)".

       01 ws-report-detail.
           05 filler                 pic x(2)  value spaces.
           05 wd-run-date            pic 9(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-dest-code           pic x(2).
           05 filler                 pic x(1)  value spaces.
           05 wd-shift-code          pic x(1).
           05 filler                 pic x(1)  value spaces.
           05 wd-job-name            pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-run-time            pic x(4).
           05 filler                 pic x(1)  value spaces.
           05 wd-status-word         pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-dest-assign         pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-message-text        pic x(30).

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       procedure division.

       0000-main-process.
           perform 1000-initialize
           perform 2000-redeliver-one until ws-redlvq-eof
           perform 3000-terminate
           goback.

       1000-initialize.
           accept ws-pass-date from date yyyymmdd
           accept ws-pass-time from time

           open input redlvq
           if ws-redlvq-status not = "00"
               string "OPEN REDLVQ FAILED, STATUS=" ws-redlvq-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

      *    The destination's current assignment - the DESTTBL version
      *    in force on the pass date - is looked up again: a board
      *    replaced or a printer re-pointed since the first attempt
      *    takes the retry. Status 35 (no DESTTBL defined)
      *    leaves every retry on its original assignment.
           open input desttbl
           evaluate ws-desttbl-status
               when "00"
                   move "Y" to ws-desttbl-open-switch
               when "35"
                   continue
               when other
                   string "OPEN DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate

           open output destout
           if ws-destout-status not = "00"
               string "OPEN DESTOUT FAILED, STATUS=" ws-destout-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open extend auditlog
           if ws-auditlog-status not = "00"
               string "OPEN AUDITLOG FAILED, STATUS=" ws-auditlog-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output redelivr-rpt
           if ws-redelivr-status not = "00"
               string "OPEN REDELIVR FAILED, STATUS=" ws-redelivr-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           move ws-pass-date to wt-pass-date
           move ws-pass-time to wt-pass-time
           move ws-report-title to redelivr-record
           perform 8000-write-report-record
           move ws-report-detail-hdr to redelivr-record
           perform 8000-write-report-record.

       2000-redeliver-one.
           read redlvq
           evaluate ws-redlvq-status
               when "00"
                   add 1 to ws-queue-count
                   perform 2100-pick-assignment
                   perform 2200-write-destout
                   perform 2300-write-audit-record
                   perform 2400-write-detail
               when "10"
                   set ws-redlvq-eof to true
               when other
                   string "READ REDLVQ FAILED, STATUS="
                       ws-redlvq-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    A destination with no version in force today keeps the
      *    original assignment.
       2100-pick-assignment.
           move rq-dest-assign of redlvq-record to ws-dest-assign
           if ws-desttbl-is-open
               move "N" to ws-version-end-switch
               move rq-dest-code of redlvq-record
                   to dt-dest-code of desttbl-record
               move zero to dt-eff-from of desttbl-record
               start desttbl key is not less than dt-key
                   of desttbl-record
               evaluate ws-desttbl-status
                   when "00"
                       perform 2110-check-dest-version
                           until ws-version-end
                   when "23"
                       continue
                   when other
                       string "START DESTTBL FAILED, STATUS="
                           ws-desttbl-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
               end-evaluate
           end-if
           if ws-dest-assign not = rq-dest-assign of redlvq-record
               add 1 to ws-reassigned-count
           end-if.

       2110-check-dest-version.
           read desttbl next record
           evaluate ws-desttbl-status
               when "00"
                   if dt-dest-code of desttbl-record
                       not = rq-dest-code of redlvq-record
                       or dt-eff-from of desttbl-record > ws-pass-date
                       set ws-version-end to true
                   else
                       if dt-ver-approved of desttbl-record
                           and dt-eff-to of desttbl-record
                           not < ws-pass-date
                           move dt-dest-assign of desttbl-record
                               to ws-dest-assign
                       end-if
                   end-if
               when "10"
                   set ws-version-end to true
               when other
                   string "READ DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2200-write-destout.
           move ws-dest-assign to do-dest-assign
           move rq-dest-code of redlvq-record to do-dest-code
           move rq-shift-code of redlvq-record to do-shift-code
           move rq-message-text of redlvq-record to do-message-text
           move "REDELIVR" to do-job-name
           move rq-run-date of redlvq-record to do-run-date
           move ws-pass-time to do-run-time
           write destout-record
           if ws-destout-status not = "00"
               string "WRITE DESTOUT FAILED, STATUS="
                   ws-destout-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-redelivered-count.

      *    The retry's own AUDITLOG row, marked "D" so reconciliation,
      *    the match report and the month-end statistics see a
      *    redelivery of a broadcast already booked, not a new one,
      *    and carrying the first attempt's job name and run time.
       2300-write-audit-record.
           move "REDELIVR" to au-job-name of auditlog-record
           move rq-run-date of redlvq-record
               to au-run-date of auditlog-record
           move ws-pass-time to au-run-time of auditlog-record
           move rq-shift-code of redlvq-record
               to au-shift-code of auditlog-record
           move rq-message-text of redlvq-record
               to au-message-text of auditlog-record
           move return-code to au-return-code of auditlog-record
           move ws-destout-status to au-file-status of auditlog-record
           move rq-default-flag of redlvq-record
               to au-default-flag of auditlog-record
           move "D" to au-action-flag of auditlog-record
           move rq-dest-code of redlvq-record
               to au-dest-code of auditlog-record
           move rq-priority of redlvq-record
               to au-priority of auditlog-record
           move rq-lang-code of redlvq-record
               to au-lang-code of auditlog-record
           move rq-job-name of redlvq-record
               to au-orig-job-name of auditlog-record
           move rq-run-time of redlvq-record
               to au-orig-run-time of auditlog-record
           move zero to au-escal-tier of auditlog-record
           write auditlog-record
           if ws-auditlog-status not = "00"
               string "WRITE AUDITLOG FAILED, STATUS="
                   ws-auditlog-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       2400-write-detail.
           move rq-run-date of redlvq-record to wd-run-date
           move rq-dest-code of redlvq-record to wd-dest-code
           move rq-shift-code of redlvq-record to wd-shift-code
           move rq-job-name of redlvq-record to wd-job-name
           move rq-run-time of redlvq-record(1:4) to wd-run-time
           if rq-return-status of redlvq-record = "O"
               move "OFFLINE" to wd-status-word
           else
               move "FAILED" to wd-status-word
           end-if
           move ws-dest-assign to wd-dest-assign
           move rq-message-text of redlvq-record to wd-message-text
           move ws-report-detail to redelivr-record
           perform 8000-write-report-record.

       3000-terminate.
           if ws-queue-count = zero
               move ws-report-none to redelivr-record
               perform 8000-write-report-record
           end-if

           move "QUEUED DELIVERIES READ   :" to wg-total-label
           move ws-queue-count to wg-total-count
           perform 8100-write-total-line
           move "REDELIVERIES WRITTEN     :" to wg-total-label
           move ws-redelivered-count to wg-total-count
           perform 8100-write-total-line
           move "SENT TO A NEW ASSIGNMENT :" to wg-total-label
           move ws-reassigned-count to wg-total-count
           perform 8100-write-total-line

           close redlvq
           if ws-desttbl-is-open
               close desttbl
           end-if
           close destout
           close auditlog
           close redelivr-rpt.

       8000-write-report-record.
           write redelivr-record
           if ws-redelivr-status not = "00"
               string "WRITE REDELIVR FAILED, STATUS="
                   ws-redelivr-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       8100-write-total-line.
           move ws-report-total-line to redelivr-record
           perform 8000-write-report-record.

       9999-abend.
           display "REDELIVR ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program Redeliver.
