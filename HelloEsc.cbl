       program-id. HelloEsc as "HELLOESC".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select esclist assign to "ESCLIST"
               organization is sequential
               file status is ws-esclist-status.

           select esctbl assign to "ESCTBL"
               organization is indexed
               access mode is random
               record key is es-shift-code of esctbl-record
               file status is ws-esctbl-status.

           select bulletin assign to "BULLETIN"
               organization is sequential
               file status is ws-bulletin-status.

           select auditlog assign to "AUDITLOG"
               organization is sequential
               file status is ws-auditlog-status.

           select helloesc-rpt assign to "HELLOESC"
               organization is line sequential
               file status is ws-helloesc-status.

       data division.
       file section.
       fd  esclist.
           copy esclist
               replacing leading ==esclist== by ==esclist-record==.

       fd  esctbl.
           copy escrec
               replacing leading ==escrec== by ==esctbl-record==.

       fd  bulletin.
           copy bulrec
               replacing leading ==bulrec== by ==bulletin-record==.

       fd  auditlog.
           copy auditrec
               replacing leading ==auditrec== by ==auditlog-record==.

       fd  helloesc-rpt.
       01 helloesc-record pic x(80).

       working-storage section.
       01 ws-esclist-status pic x(2) value "00".
       01 ws-esctbl-status pic x(2) value "00".
       01 ws-bulletin-status pic x(2) value "00".
       01 ws-auditlog-status pic x(2) value "00".
       01 ws-helloesc-status pic x(2) value "00".

       01 ws-esclist-eof-switch pic x value "N".
           88 ws-esclist-eof value "Y".

       01 ws-today pic 9(8).
       01 ws-now-time pic 9(8).

      *    Minutes since the chain's latest broadcast. The original's
      *    run date is the chain's date, so a chain still at tier 0
      *    is timed across any midnight exactly. An "E" row is filed
      *    under the original's date with GREETNOW's own run time,
      *    so once a tier has gone out the gap is taken as within
      *    the last 24 hours - a ladder's tiers are minutes or hours
      *    apart, never days.
       01 ws-elapsed-minutes pic s9(7).
       01 ws-now-minutes pic 9(4).
       01 ws-last-minutes pic 9(4).
       01 ws-time-split.
           05 ws-time-hh pic 9(2).
           05 ws-time-mm pic 9(2).
           05 ws-time-rest pic 9(4).
       01 ws-elapsed-edited pic z,zzz,zz9.
       01 ws-wait-edited pic zzz9.

       01 ws-next-tier pic 9(1).
       01 ws-page-text pic x(35).

       01 ws-chain-count pic 9(7) value zero.
       01 ws-card-count pic 9(7) value zero.
       01 ws-waiting-count pic 9(7) value zero.
       01 ws-paged-count pic 9(7) value zero.
       01 ws-paged-earlier-count pic 9(7) value zero.
       01 ws-no-ladder-count pic 9(7) value zero.

       01 ws-abend-message pic x(60).

       01 ws-report-title.
           05 filler         pic x(40)
               value "HIGH-PRIORITY ESCALATION LADDER - DATE ".
           05 wt-today       pic 9(8).
           05 filler         pic x(6)  value " TIME ".
           05 wt-now-time    pic 9(8).

       01 ws-report-detail-hdr.
           05 filler pic x(30)
               value "  RUN DATE S ORIG JOB  TIME T ".
           05 filler pic x(30)
               value "ACTION        DETAIL".

       01 ws-report-none.
           05 filler pic x(10) value "  (NONE)".

       01 ws-report-detail.
           05 filler                 pic x(2)  value spaces.
           05 wd-run-date            pic 9(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-shift-code          pic x(1).
           05 filler                 pic x(1)  value spaces.
           05 wd-orig-job-name       pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-orig-hhmm           pic x(4).
           05 filler                 pic x(1)  value spaces.
           05 wd-top-tier            pic 9(1).
           05 filler                 pic x(1)  value spaces.
           05 wd-action              pic x(13).
           05 filler                 pic x(1)  value spaces.
           05 wd-detail              pic x(30).

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       procedure division.

       0000-main-process.
           perform 1000-initialize
           perform 2000-process-chain until ws-esclist-eof
           perform 3000-terminate
           goback.

       1000-initialize.
           accept ws-today from date yyyymmdd
           accept ws-now-time from time
           move ws-now-time to ws-time-split
           compute ws-now-minutes = ws-time-hh * 60 + ws-time-mm

           open input esclist
           if ws-esclist-status not = "00"
               string "OPEN ESCLIST FAILED, STATUS=" ws-esclist-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input esctbl
           if ws-esctbl-status not = "00"
               string "OPEN ESCTBL FAILED, STATUS=" ws-esctbl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output bulletin
           if ws-bulletin-status not = "00"
               string "OPEN BULLETIN FAILED, STATUS=" ws-bulletin-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open extend auditlog
           if ws-auditlog-status not = "00"
               string "OPEN AUDITLOG FAILED, STATUS=" ws-auditlog-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output helloesc-rpt
           if ws-helloesc-status not = "00"
               string "OPEN HELLOESC FAILED, STATUS=" ws-helloesc-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           move ws-today to wt-today
           move ws-now-time to wt-now-time
           move ws-report-title to helloesc-record
           perform 8000-write-report-record
           move ws-report-detail-hdr to helloesc-record
           perform 8000-write-report-record.

       2000-process-chain.
           read esclist
           evaluate ws-esclist-status
               when "00"
                   add 1 to ws-chain-count
                   perform 2100-climb-ladder
                   perform 2900-write-detail
               when "10"
                   set ws-esclist-eof to true
               when other
                   string "READ ESCLIST FAILED, STATUS="
                       ws-esclist-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    One unconfirmed high-priority chain against its shift's
      *    ladder: nothing while the wait since the chain's latest
      *    broadcast has not run out, then the next tier's bulletin
      *    card, and once every tier has gone out unconfirmed, a
      *    page - made once, and recorded on AUDITLOG so the next
      *    run does not page again.
       2100-climb-ladder.
           move spaces to wd-detail
           move el-shift-code of esclist-record
               to es-shift-code of esctbl-record
           read esctbl
           evaluate ws-esctbl-status
               when "00"
                   perform 2150-take-next-step
               when "23"
                   add 1 to ws-no-ladder-count
                   move "NO LADDER" to wd-action
                   move "SHIFT NOT ON ESCTBL" to wd-detail
               when other
                   string "READ ESCTBL FAILED, STATUS="
                       ws-esctbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2150-take-next-step.
           if el-already-paged of esclist-record
               add 1 to ws-paged-earlier-count
               move "PAGED EARLIER" to wd-action
               move es-page-contact of esctbl-record to wd-detail
           else
               perform 2200-compute-elapsed
               evaluate true
                   when ws-elapsed-minutes
                       < es-wait-minutes of esctbl-record
                       perform 2250-report-waiting
                   when el-top-tier of esclist-record
                       < es-tier-count of esctbl-record
                       and el-top-tier of esclist-record < 5
                       perform 2300-write-escalation-card
                   when other
                       perform 2400-page-contact
               end-evaluate
           end-if.

       2200-compute-elapsed.
           move el-last-run-time of esclist-record to ws-time-split
           compute ws-last-minutes = ws-time-hh * 60 + ws-time-mm
           if el-top-tier of esclist-record = zero
               compute ws-elapsed-minutes =
                   (function integer-of-date(ws-today)
                   - function integer-of-date(
                       el-run-date of esclist-record)) * 1440
                   + ws-now-minutes - ws-last-minutes
           else
               compute ws-elapsed-minutes =
                   ws-now-minutes - ws-last-minutes
               if ws-elapsed-minutes < zero
                   add 1440 to ws-elapsed-minutes
               end-if
           end-if
           if ws-elapsed-minutes < zero
               move zero to ws-elapsed-minutes
           end-if.

       2250-report-waiting.
           add 1 to ws-waiting-count
           move "WAITING" to wd-action
           move ws-elapsed-minutes to ws-elapsed-edited
           move es-wait-minutes of esctbl-record to ws-wait-edited
           string function trim(ws-elapsed-edited) " OF "
               function trim(ws-wait-edited) " MINUTES"
               delimited by size into wd-detail.

      *    The next tier's card for GREETNOW: high priority, the
      *    chain's shift, the original text, the tier's routing group
      *    and the link back to the original broadcast.
       2300-write-escalation-card.
           compute ws-next-tier = el-top-tier of esclist-record + 1
           move spaces to bulletin-record
           move "H" to bl-priority
           move el-shift-code of esclist-record to bl-shift-code(1)
           move el-message-text of esclist-record to bl-message-text
           move es-tier-group of esctbl-record(ws-next-tier)
               to bl-route-code
           move el-orig-job-name of esclist-record to bl-escal-job-name
           move el-run-date of esclist-record to bl-escal-run-date
           move el-orig-run-time of esclist-record
               to bl-escal-run-time
           move ws-next-tier to bl-escal-tier
           write bulletin-record
           if ws-bulletin-status not = "00"
               string "WRITE BULLETIN FAILED, STATUS="
                   ws-bulletin-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-card-count
           move "ESCALATED" to wd-action
           string "TIER " ws-next-tier " TO ROUTING GROUP "
               es-tier-group of esctbl-record(ws-next-tier)
               delimited by size into wd-detail.

      *    The ladder is exhausted: page the shift's contact through
      *    the operator console and record the page on AUDITLOG,
      *    tied to the original, so the trail shows who was called.
       2400-page-contact.
           display "HELLOESC: PAGE " es-page-contact of esctbl-record
               " - SHIFT " el-shift-code of esclist-record
               " DATE " el-run-date of esclist-record
               " UNCONFIRMED AFTER TIER "
               el-top-tier of esclist-record
           move spaces to ws-page-text
           string "PAGED " es-page-contact of esctbl-record
               delimited by size into ws-page-text

           move "HELLOESC" to au-job-name of auditlog-record
           move el-run-date of esclist-record
               to au-run-date of auditlog-record
           move ws-now-time to au-run-time of auditlog-record
           move el-shift-code of esclist-record
               to au-shift-code of auditlog-record
           move ws-page-text to au-message-text of auditlog-record
           move zero to au-return-code of auditlog-record
           move "00" to au-file-status of auditlog-record
           move "N" to au-default-flag of auditlog-record
           move "P" to au-action-flag of auditlog-record
           move spaces to au-dest-code of auditlog-record
           move "H" to au-priority of auditlog-record
           move spaces to au-lang-code of auditlog-record
           move el-orig-job-name of esclist-record
               to au-orig-job-name of auditlog-record
           move el-orig-run-time of esclist-record
               to au-orig-run-time of auditlog-record
           move el-top-tier of esclist-record
               to au-escal-tier of auditlog-record
           write auditlog-record
           if ws-auditlog-status not = "00"
               string "WRITE AUDITLOG FAILED, STATUS="
                   ws-auditlog-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-paged-count
           move "PAGED" to wd-action
           move es-page-contact of esctbl-record to wd-detail.

       2900-write-detail.
           move el-run-date of esclist-record to wd-run-date
           move el-shift-code of esclist-record to wd-shift-code
           move el-orig-job-name of esclist-record to wd-orig-job-name
           move el-orig-run-time of esclist-record(1:4) to wd-orig-hhmm
           move el-top-tier of esclist-record to wd-top-tier
           move ws-report-detail to helloesc-record
           perform 8000-write-report-record.

       3000-terminate.
           if ws-chain-count = zero
               move ws-report-none to helloesc-record
               perform 8000-write-report-record
           end-if

           move "UNCONFIRMED CHAINS READ  :" to wg-total-label
           move ws-chain-count to wg-total-count
           perform 8100-write-total-line
           move "ESCALATION CARDS WRITTEN :" to wg-total-label
           move ws-card-count to wg-total-count
           perform 8100-write-total-line
           move "STILL WITHIN WAIT        :" to wg-total-label
           move ws-waiting-count to wg-total-count
           perform 8100-write-total-line
           move "PAGED THIS RUN           :" to wg-total-label
           move ws-paged-count to wg-total-count
           perform 8100-write-total-line
           move "PAGED ON AN EARLIER RUN  :" to wg-total-label
           move ws-paged-earlier-count to wg-total-count
           perform 8100-write-total-line
           move "SHIFTS WITH NO LADDER    :" to wg-total-label
           move ws-no-ladder-count to wg-total-count
           perform 8100-write-total-line

           close esclist
           close esctbl
           close bulletin
           close auditlog
           close helloesc-rpt

      *    RC 4 sends the cards to the GREETNOW step (or flags a shift
      *    with no ladder); RC 8 means a person was paged this run.
           if ws-card-count not = zero
               or ws-no-ladder-count not = zero
               move 4 to return-code
           end-if
           if ws-paged-count not = zero
               move 8 to return-code
           end-if.

       8000-write-report-record.
           write helloesc-record
           if ws-helloesc-status not = "00"
               string "WRITE HELLOESC FAILED, STATUS="
                   ws-helloesc-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       8100-write-total-line.
           move ws-report-total-line to helloesc-record
           perform 8000-write-report-record.

       9999-abend.
           display "HELLOESC ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program HelloEsc.
