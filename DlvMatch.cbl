       program-id. DlvMatch as "DLVMATCH".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select destout assign to "DESTOUT"
               organization is sequential
               file status is ws-destout-status.

           select dlvret assign to "DLVRET"
               organization is sequential
               file status is ws-dlvret-status.

           select auditlog assign to "AUDITLOG"
               organization is sequential
               file status is ws-auditlog-status.

           select desttbl assign to "DESTTBL"
               organization is indexed
               access mode is dynamic
               record key is dt-key of desttbl-record
               file status is ws-desttbl-status.

           select redlvq assign to "REDLVQ"
               organization is sequential
               file status is ws-redlvq-status.

           select dlvmatch-rpt assign to "DLVMATCH"
               organization is line sequential
               file status is ws-dlvmatch-status.

       data division.
       file section.
       fd  destout.
           copy dlvrec
               replacing leading ==dlvrec== by ==destout-record==.

       fd  dlvret.
           copy dlvret
               replacing leading ==dlvret== by ==dlvret-record==.

       fd  auditlog.
           copy auditrec
               replacing leading ==auditrec== by ==auditlog-record==.

       fd  desttbl.
           copy destrec
               replacing leading ==destrec== by ==desttbl-record==.

       fd  redlvq.
           copy redlvq
               replacing leading ==redlvq== by ==redlvq-record==.

       fd  dlvmatch-rpt.
       01 dlvmatch-record pic x(80).

       working-storage section.
       01 ws-destout-status pic x(2) value "00".
       01 ws-dlvret-status pic x(2) value "00".
       01 ws-auditlog-status pic x(2) value "00".
       01 ws-desttbl-status pic x(2) value "00".
       01 ws-redlvq-status pic x(2) value "00".
       01 ws-dlvmatch-status pic x(2) value "00".

       01 ws-run-date pic 9(8).

       01 ws-destout-eof-switch pic x value "N".
           88 ws-destout-eof value "Y".
       01 ws-dlvret-eof-switch pic x value "N".
           88 ws-dlvret-eof value "Y".
       01 ws-auditlog-eof-switch pic x value "N".
           88 ws-auditlog-eof value "Y".
       01 ws-desttbl-eof-switch pic x value "N".
           88 ws-desttbl-eof value "Y".

      *    The date's deliveries, one entry per DESTOUT record, each
      *    credited with its AUDITLOG row and the router's latest
      *    return status (space = the router never answered).
       01 ws-dlv-table.
           05 ws-dlv-entry occurs 1000 times.
               10 ws-dlv-dest-assign       pic x(8).
               10 ws-dlv-dest-code         pic x(2).
               10 ws-dlv-shift-code        pic x(1).
               10 ws-dlv-message-text      pic x(35).
               10 ws-dlv-job-name          pic x(8).
               10 ws-dlv-run-time          pic 9(8).
               10 ws-dlv-lang-code         pic x(2).
               10 ws-dlv-priority          pic x(1).
               10 ws-dlv-default-flag      pic x(1).
               10 ws-dlv-audit-switch      pic x(1).
                   88 ws-dlv-audited       value "Y".
               10 ws-dlv-status            pic x(1).
                   88 ws-dlv-no-reply      value space.
                   88 ws-dlv-delivered     value "D".
                   88 ws-dlv-failed        value "F".
                   88 ws-dlv-offline       value "O".
               10 ws-dlv-status-date       pic 9(8).
               10 ws-dlv-status-time       pic 9(8).
               10 ws-dlv-redlv-switch      pic x(1).
                   88 ws-dlv-redelivered   value "Y".
               10 ws-dlv-orig-job-name     pic x(8).
               10 ws-dlv-orig-run-time     pic 9(8).
       01 ws-dlv-count pic 9(4) value zero.
       01 ws-dlv-sub pic 9(4).
       01 ws-dlv-found-switch pic x.
           88 ws-dlv-found value "Y".
       01 ws-redlv-sub pic 9(4).
       01 ws-redlv-found-switch pic x.
           88 ws-redlv-found value "Y".

      *    The key being looked for, and how: A = the first delivery
      *    not yet audited, R = the first with no return status yet,
      *    L = any delivery with the key (a later report from the
      *    router about one already answered).
       01 ws-find-key.
           05 ws-find-job-name      pic x(8).
           05 ws-find-run-time      pic 9(8).
           05 ws-find-dest-code     pic x(2).
           05 ws-find-shift-code    pic x(1).
       01 ws-find-mode pic x(1).

      *    One summary entry per DESTTBL destination, plus one for
      *    any destination code delivered to that has since left the
      *    table. The description is the approved version in force on
      *    the match date.
       01 ws-dest-table.
           05 ws-dest-entry occurs 30 times.
               10 ws-dest-code             pic x(2).
               10 ws-dest-desc             pic x(20).
               10 ws-dest-sent-count       pic 9(5).
               10 ws-dest-dlvd-count       pic 9(5).
               10 ws-dest-failed-count     pic 9(5).
               10 ws-dest-offline-count    pic 9(5).
               10 ws-dest-noreply-count    pic 9(5).
               10 ws-dest-redlv-count      pic 9(5).
       01 ws-dest-count pic 9(3) value zero.
       01 ws-dest-sub pic 9(3).
       01 ws-dest-found-switch pic x.
           88 ws-dest-found value "Y".

      *    AUDITLOG delivery rows and router return rows for the date
      *    that pair with no DESTOUT record, held until report time.
       01 ws-audit-orphan-table.
           05 ws-audit-orphan-entry occurs 100 times.
               10 ws-ao-dest-code          pic x(2).
               10 ws-ao-shift-code         pic x(1).
               10 ws-ao-job-name           pic x(8).
               10 ws-ao-run-time           pic 9(8).
               10 ws-ao-message-text       pic x(35).
       01 ws-audit-orphan-count pic 9(7) value zero.
       01 ws-audit-orphan-sub pic 9(3).

       01 ws-return-orphan-table.
           05 ws-return-orphan-entry occurs 100 times.
               10 ws-ro-dest-code          pic x(2).
               10 ws-ro-shift-code         pic x(1).
               10 ws-ro-job-name           pic x(8).
               10 ws-ro-run-time           pic 9(8).
               10 ws-ro-status             pic x(1).
               10 ws-ro-status-date        pic 9(8).
               10 ws-ro-status-time        pic 9(8).
       01 ws-return-orphan-count pic 9(7) value zero.
       01 ws-return-orphan-sub pic 9(3).

       01 ws-destout-row-count pic 9(7) value zero.
       01 ws-audit-row-count pic 9(7) value zero.
       01 ws-return-row-count pic 9(7) value zero.
       01 ws-delivered-count pic 9(7) value zero.
       01 ws-undelivered-count pic 9(7) value zero.
       01 ws-noreply-count pic 9(7) value zero.
       01 ws-redelivered-count pic 9(7) value zero.
       01 ws-unaudited-count pic 9(7) value zero.
       01 ws-queued-count pic 9(7) value zero.

       01 ws-abend-message pic x(60).

       01 ws-report-title.
           05 filler         pic x(46)
               value "DESTOUT DELIVERY / ROUTER RETURN MATCH - DATE ".
           05 wt-run-date    pic 9(8).

       01 ws-report-undelivered-hdr.
           05 filler pic x(50)
               value "UNDELIVERED (FAILED/OFFLINE), QUEUED:".

       01 ws-report-noreply-hdr.
           05 filler pic x(50)
               value "UNACKNOWLEDGED - NO ROUTER RETURN ROW:".

       01 ws-report-unaudited-hdr.
           05 filler pic x(50)
               value "DESTOUT DELIVERY WITH NO AUDITLOG ROW:".

       01 ws-report-audit-orphan-hdr.
           05 filler pic x(50)
               value "AUDITLOG DELIVERY ROW WITH NO DESTOUT RECORD:".

       01 ws-report-return-orphan-hdr.
           05 filler pic x(50)
               value "ROUTER RETURN ROW WITH NO DESTOUT DELIVERY:".

       01 ws-report-dest-hdr.
           05 filler pic x(25)
               value "  DS DESCRIPTION".
           05 filler pic x(36)
               value "  SENT  DLVD  FAIL  OFFL NOREP  RDLV".

       01 ws-report-none.
           05 filler pic x(10) value "  (NONE)".

       01 ws-report-dlv-detail.
           05 filler                 pic x(2)  value spaces.
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
           05 wd-status-date         pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-status-time         pic x(4).
           05 filler                 pic x(1)  value spaces.
           05 wd-message-text        pic x(30).

       01 ws-report-dest-detail.
           05 filler                 pic x(2)  value spaces.
           05 wl-dest-code           pic x(2).
           05 filler                 pic x(1)  value spaces.
           05 wl-dest-desc           pic x(20).
           05 wl-dest-sent           pic zzzzz9.
           05 wl-dest-dlvd           pic zzzzz9.
           05 wl-dest-failed         pic zzzzz9.
           05 wl-dest-offline        pic zzzzz9.
           05 wl-dest-noreply        pic zzzzz9.
           05 wl-dest-redlv          pic zzzzz9.

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       linkage section.
       01 parm-data.
           05 parm-length pic s9(4) comp.
           05 parm-text   pic x(8).

       procedure division using parm-data.

       0000-main-process.
           perform 1000-initialize
           perform 2000-load-destout until ws-destout-eof
           perform 3000-match-auditlog until ws-auditlog-eof
           perform 4000-match-dlvret until ws-dlvret-eof
           move zero to ws-dlv-sub
           perform 5000-settle-delivery
               until ws-dlv-sub not < ws-dlv-count
           perform 6000-write-report
           perform 7000-terminate
           goback.

      *    The match date defaults to the system date; an optional
      *    PARM='YYYYMMDD' pairs another day's deliveries, the same
      *    way the HELLOACK confirmation match takes its date.
       1000-initialize.
           accept ws-run-date from date yyyymmdd
           if parm-length not = zero
               if parm-length = 8 and parm-text numeric
                   move parm-text to ws-run-date
               else
                   move "PARM RUN DATE INVALID" to ws-abend-message
                   perform 9999-abend
               end-if
           end-if

           open input destout
           if ws-destout-status not = "00"
               string "OPEN DESTOUT FAILED, STATUS=" ws-destout-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input dlvret
           if ws-dlvret-status not = "00"
               string "OPEN DLVRET FAILED, STATUS=" ws-dlvret-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input auditlog
           if ws-auditlog-status not = "00"
               string "OPEN AUDITLOG FAILED, STATUS=" ws-auditlog-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

      *    The destination reference file. Status 35 (not defined
      *    yet) leaves the summary to the codes actually delivered
      *    to, the same way the nightly fan-out tolerates it.
           open input desttbl
           evaluate ws-desttbl-status
               when "00"
                   perform 1100-load-dest-table
                   close desttbl
               when "35"
                   set ws-desttbl-eof to true
               when other
                   string "OPEN DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate

           open output redlvq
           if ws-redlvq-status not = "00"
               string "OPEN REDLVQ FAILED, STATUS=" ws-redlvq-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output dlvmatch-rpt
           if ws-dlvmatch-status not = "00"
               string "OPEN DLVMATCH FAILED, STATUS=" ws-dlvmatch-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           move ws-run-date to wt-run-date
           move ws-report-title to dlvmatch-record
           perform 8000-write-report-record.

       1100-load-dest-table.
           move low-values to dt-key of desttbl-record
           start desttbl key is not less than dt-key
               of desttbl-record
           evaluate ws-desttbl-status
               when "00"
                   perform 1110-load-dest-entry until ws-desttbl-eof
               when "23"
                   set ws-desttbl-eof to true
               when other
                   string "START DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       1110-load-dest-entry.
           read desttbl next record
           evaluate ws-desttbl-status
               when "00"
                   if dt-ver-approved of desttbl-record
                       and dt-eff-from of desttbl-record
                           not > ws-run-date
                       and dt-eff-to of desttbl-record
                           not < ws-run-date
                       move dt-dest-code of desttbl-record
                           to ws-find-dest-code
                       perform 2600-find-dest
                       move dt-dest-desc of desttbl-record
                           to ws-dest-desc(ws-dest-sub)
                   end-if
               when "10"
                   set ws-desttbl-eof to true
               when other
                   string "READ DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    Every DESTOUT generation handed to the step is read; only
      *    the deliveries recorded for the match date are kept.
       2000-load-destout.
           read destout
           evaluate ws-destout-status
               when "00"
                   if do-run-date of destout-record = ws-run-date
                       perform 2100-add-delivery
                   end-if
               when "10"
                   set ws-destout-eof to true
               when other
                   string "READ DESTOUT FAILED, STATUS="
                       ws-destout-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2100-add-delivery.
           add 1 to ws-destout-row-count
           if ws-dlv-count = 1000
               move "DELIVERY TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-dlv-count
           move do-dest-assign of destout-record
               to ws-dlv-dest-assign(ws-dlv-count)
           move do-dest-code of destout-record
               to ws-dlv-dest-code(ws-dlv-count)
           move do-shift-code of destout-record
               to ws-dlv-shift-code(ws-dlv-count)
           move do-message-text of destout-record
               to ws-dlv-message-text(ws-dlv-count)
           move do-job-name of destout-record
               to ws-dlv-job-name(ws-dlv-count)
           move do-run-time of destout-record
               to ws-dlv-run-time(ws-dlv-count)
           move spaces to ws-dlv-lang-code(ws-dlv-count)
           move space to ws-dlv-priority(ws-dlv-count)
           move "N" to ws-dlv-default-flag(ws-dlv-count)
           move "N" to ws-dlv-audit-switch(ws-dlv-count)
           move space to ws-dlv-status(ws-dlv-count)
           move zero to ws-dlv-status-date(ws-dlv-count)
           move zero to ws-dlv-status-time(ws-dlv-count)
           move "N" to ws-dlv-redlv-switch(ws-dlv-count)
           move spaces to ws-dlv-orig-job-name(ws-dlv-count)
           move zero to ws-dlv-orig-run-time(ws-dlv-count).

       2500-find-delivery.
           move "N" to ws-dlv-found-switch
           move zero to ws-dlv-sub
           perform 2510-check-delivery
               until ws-dlv-found
               or ws-dlv-sub not < ws-dlv-count.

       2510-check-delivery.
           add 1 to ws-dlv-sub
           if ws-dlv-job-name(ws-dlv-sub) = ws-find-job-name
               and ws-dlv-run-time(ws-dlv-sub) = ws-find-run-time
               and ws-dlv-dest-code(ws-dlv-sub) = ws-find-dest-code
               and ws-dlv-shift-code(ws-dlv-sub) = ws-find-shift-code
               evaluate ws-find-mode
                   when "A"
                       if not ws-dlv-audited(ws-dlv-sub)
                           move "Y" to ws-dlv-found-switch
                       end-if
                   when "R"
                       if ws-dlv-no-reply(ws-dlv-sub)
                           move "Y" to ws-dlv-found-switch
                       end-if
                   when other
                       move "Y" to ws-dlv-found-switch
               end-evaluate
           end-if.

      *    Find the summary entry for WS-FIND-DEST-CODE, adding one
      *    for a code not seen before.
       2600-find-dest.
           move "N" to ws-dest-found-switch
           move zero to ws-dest-sub
           perform 2610-check-dest
               until ws-dest-found
               or ws-dest-sub not < ws-dest-count
           if not ws-dest-found
               if ws-dest-count = 30
                   move "DESTINATION TABLE FULL" to ws-abend-message
                   perform 9999-abend
               end-if
               add 1 to ws-dest-count
               move ws-dest-count to ws-dest-sub
               move ws-find-dest-code to ws-dest-code(ws-dest-sub)
               move "(NOT ON DESTTBL)" to ws-dest-desc(ws-dest-sub)
               move zero to ws-dest-sent-count(ws-dest-sub)
               move zero to ws-dest-dlvd-count(ws-dest-sub)
               move zero to ws-dest-failed-count(ws-dest-sub)
               move zero to ws-dest-offline-count(ws-dest-sub)
               move zero to ws-dest-noreply-count(ws-dest-sub)
               move zero to ws-dest-redlv-count(ws-dest-sub)
           end-if.

       2610-check-dest.
           add 1 to ws-dest-sub
           if ws-dest-code(ws-dest-sub) = ws-find-dest-code
               move "Y" to ws-dest-found-switch
           end-if.

      *    Only rows that record a delivery to a destination pair
      *    with DESTOUT: console-only rows (blank destination) never
      *    reached the router, and held ("H") and holiday-suppressed
      *    ("S") rows delivered nothing.
       3000-match-auditlog.
           read auditlog
           evaluate ws-auditlog-status
               when "00"
                   if au-run-date of auditlog-record = ws-run-date
                       and au-dest-code of auditlog-record not = spaces
                       and au-action-flag of auditlog-record not = "H"
                       and au-action-flag of auditlog-record not = "S"
                       perform 3100-match-audit-row
                   end-if
               when "10"
                   set ws-auditlog-eof to true
               when other
                   string "READ AUDITLOG FAILED, STATUS="
                       ws-auditlog-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3100-match-audit-row.
           add 1 to ws-audit-row-count
           move au-job-name of auditlog-record to ws-find-job-name
           move au-run-time of auditlog-record to ws-find-run-time
           move au-dest-code of auditlog-record to ws-find-dest-code
           move au-shift-code of auditlog-record to ws-find-shift-code
           move "A" to ws-find-mode
           perform 2500-find-delivery
           if ws-dlv-found
               move "Y" to ws-dlv-audit-switch(ws-dlv-sub)
               move au-lang-code of auditlog-record
                   to ws-dlv-lang-code(ws-dlv-sub)
               move au-priority of auditlog-record
                   to ws-dlv-priority(ws-dlv-sub)
               move au-default-flag of auditlog-record
                   to ws-dlv-default-flag(ws-dlv-sub)
               move au-orig-job-name of auditlog-record
                   to ws-dlv-orig-job-name(ws-dlv-sub)
               move au-orig-run-time of auditlog-record
                   to ws-dlv-orig-run-time(ws-dlv-sub)
           else
               if ws-audit-orphan-count = 100
                   move "AUDITLOG ORPHAN TABLE FULL" to ws-abend-message
                   perform 9999-abend
               end-if
               add 1 to ws-audit-orphan-count
               move ws-audit-orphan-count to ws-audit-orphan-sub
               move au-dest-code of auditlog-record
                   to ws-ao-dest-code(ws-audit-orphan-sub)
               move au-shift-code of auditlog-record
                   to ws-ao-shift-code(ws-audit-orphan-sub)
               move au-job-name of auditlog-record
                   to ws-ao-job-name(ws-audit-orphan-sub)
               move au-run-time of auditlog-record
                   to ws-ao-run-time(ws-audit-orphan-sub)
               move au-message-text of auditlog-record
                   to ws-ao-message-text(ws-audit-orphan-sub)
           end-if.

      *    A return row is credited to the first matching delivery
      *    the router has not yet answered for; once every one has
      *    an answer, a further row for the key is the router
      *    reporting again, and the later timestamp stands.
       4000-match-dlvret.
           read dlvret
           evaluate ws-dlvret-status
               when "00"
                   if dr-run-date of dlvret-record = ws-run-date
                       perform 4100-match-return-row
                   end-if
               when "10"
                   set ws-dlvret-eof to true
               when other
                   string "READ DLVRET FAILED, STATUS="
                       ws-dlvret-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       4100-match-return-row.
           add 1 to ws-return-row-count
           move dr-job-name of dlvret-record to ws-find-job-name
           move dr-run-time of dlvret-record to ws-find-run-time
           move dr-dest-code of dlvret-record to ws-find-dest-code
           move dr-shift-code of dlvret-record to ws-find-shift-code
           move "R" to ws-find-mode
           perform 2500-find-delivery
           if ws-dlv-found
               perform 4200-credit-return-row
           else
               move "L" to ws-find-mode
               perform 2500-find-delivery
               if ws-dlv-found
                   if dr-status-date of dlvret-record
                       > ws-dlv-status-date(ws-dlv-sub)
                       or (dr-status-date of dlvret-record
                           = ws-dlv-status-date(ws-dlv-sub)
                       and dr-status-time of dlvret-record
                           > ws-dlv-status-time(ws-dlv-sub))
                       perform 4200-credit-return-row
                   end-if
               else
                   perform 4300-hold-return-orphan
               end-if
           end-if.

       4200-credit-return-row.
           move dr-status of dlvret-record to ws-dlv-status(ws-dlv-sub)
           move dr-status-date of dlvret-record
               to ws-dlv-status-date(ws-dlv-sub)
           move dr-status-time of dlvret-record
               to ws-dlv-status-time(ws-dlv-sub).

       4300-hold-return-orphan.
           if ws-return-orphan-count = 100
               move "RETURN ORPHAN TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-return-orphan-count
           move ws-return-orphan-count to ws-return-orphan-sub
           move dr-dest-code of dlvret-record
               to ws-ro-dest-code(ws-return-orphan-sub)
           move dr-shift-code of dlvret-record
               to ws-ro-shift-code(ws-return-orphan-sub)
           move dr-job-name of dlvret-record
               to ws-ro-job-name(ws-return-orphan-sub)
           move dr-run-time of dlvret-record
               to ws-ro-run-time(ws-return-orphan-sub)
           move dr-status of dlvret-record
               to ws-ro-status(ws-return-orphan-sub)
           move dr-status-date of dlvret-record
               to ws-ro-status-date(ws-return-orphan-sub)
           move dr-status-time of dlvret-record
               to ws-ro-status-time(ws-return-orphan-sub).

      *    Book each delivery against its destination. A failed or
      *    offline delivery is queued for the redelivery pass unless
      *    a REDELIVR delivery already followed it - that one stands
      *    on its own return row, and a rerun of this match must not
      *    queue the first attempt a second time.
       5000-settle-delivery.
           add 1 to ws-dlv-sub
           move ws-dlv-dest-code(ws-dlv-sub) to ws-find-dest-code
           perform 2600-find-dest
           add 1 to ws-dest-sent-count(ws-dest-sub)
           if not ws-dlv-audited(ws-dlv-sub)
               add 1 to ws-unaudited-count
           end-if
           evaluate true
               when ws-dlv-delivered(ws-dlv-sub)
                   add 1 to ws-delivered-count
                   add 1 to ws-dest-dlvd-count(ws-dest-sub)
               when ws-dlv-no-reply(ws-dlv-sub)
                   add 1 to ws-noreply-count
                   add 1 to ws-dest-noreply-count(ws-dest-sub)
               when other
                   if ws-dlv-failed(ws-dlv-sub)
                       add 1 to ws-dest-failed-count(ws-dest-sub)
                   else
                       add 1 to ws-dest-offline-count(ws-dest-sub)
                   end-if
                   perform 5100-find-redelivery
                   if ws-redlv-found
                       move "Y" to ws-dlv-redlv-switch(ws-dlv-sub)
                       add 1 to ws-redelivered-count
                       add 1 to ws-dest-redlv-count(ws-dest-sub)
                   else
                       add 1 to ws-undelivered-count
                       perform 5200-queue-redelivery
                   end-if
           end-evaluate.

       5100-find-redelivery.
           move "N" to ws-redlv-found-switch
           move zero to ws-redlv-sub
           perform 5110-check-redelivery
               until ws-redlv-found
               or ws-redlv-sub not < ws-dlv-count.

      *    A REDELIVR delivery carries the pass's own run time, which
      *    a next-morning pass puts before a late broadcast, so it
      *    is tied to the delivery it retried through the original
      *    job name and run time on its AUDITLOG D row.
       5110-check-redelivery.
           add 1 to ws-redlv-sub
           if ws-dlv-job-name(ws-redlv-sub) = "REDELIVR"
               and ws-dlv-orig-job-name(ws-redlv-sub)
                   = ws-dlv-job-name(ws-dlv-sub)
               and ws-dlv-orig-run-time(ws-redlv-sub)
                   = ws-dlv-run-time(ws-dlv-sub)
               and ws-dlv-dest-code(ws-redlv-sub)
                   = ws-dlv-dest-code(ws-dlv-sub)
               and ws-dlv-shift-code(ws-redlv-sub)
                   = ws-dlv-shift-code(ws-dlv-sub)
               move "Y" to ws-redlv-found-switch
           end-if.

       5200-queue-redelivery.
           move ws-dlv-dest-assign(ws-dlv-sub)
               to rq-dest-assign of redlvq-record
           move ws-dlv-dest-code(ws-dlv-sub)
               to rq-dest-code of redlvq-record
           move ws-dlv-shift-code(ws-dlv-sub)
               to rq-shift-code of redlvq-record
           move ws-dlv-message-text(ws-dlv-sub)
               to rq-message-text of redlvq-record
           move ws-dlv-job-name(ws-dlv-sub)
               to rq-job-name of redlvq-record
           move ws-run-date to rq-run-date of redlvq-record
           move ws-dlv-run-time(ws-dlv-sub)
               to rq-run-time of redlvq-record
           move ws-dlv-lang-code(ws-dlv-sub)
               to rq-lang-code of redlvq-record
           move ws-dlv-priority(ws-dlv-sub)
               to rq-priority of redlvq-record
           move ws-dlv-default-flag(ws-dlv-sub)
               to rq-default-flag of redlvq-record
           move ws-dlv-status(ws-dlv-sub)
               to rq-return-status of redlvq-record
           write redlvq-record
           if ws-redlvq-status not = "00"
               string "WRITE REDLVQ FAILED, STATUS="
                   ws-redlvq-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-queued-count.

       6000-write-report.
           move ws-report-undelivered-hdr to dlvmatch-record
           perform 8000-write-report-record
           move zero to ws-dlv-sub
           perform 6100-write-undelivered-entry
               until ws-dlv-sub not < ws-dlv-count
           if ws-undelivered-count = zero
               move ws-report-none to dlvmatch-record
               perform 8000-write-report-record
           end-if

           move ws-report-noreply-hdr to dlvmatch-record
           perform 8000-write-report-record
           move zero to ws-dlv-sub
           perform 6200-write-noreply-entry
               until ws-dlv-sub not < ws-dlv-count
           if ws-noreply-count = zero
               move ws-report-none to dlvmatch-record
               perform 8000-write-report-record
           end-if

           move ws-report-unaudited-hdr to dlvmatch-record
           perform 8000-write-report-record
           move zero to ws-dlv-sub
           perform 6300-write-unaudited-entry
               until ws-dlv-sub not < ws-dlv-count
           if ws-unaudited-count = zero
               move ws-report-none to dlvmatch-record
               perform 8000-write-report-record
           end-if

           move ws-report-audit-orphan-hdr to dlvmatch-record
           perform 8000-write-report-record
           move zero to ws-audit-orphan-sub
           perform 6400-write-audit-orphan
               until ws-audit-orphan-sub not < ws-audit-orphan-count
           if ws-audit-orphan-count = zero
               move ws-report-none to dlvmatch-record
               perform 8000-write-report-record
           end-if

           move ws-report-return-orphan-hdr to dlvmatch-record
           perform 8000-write-report-record
           move zero to ws-return-orphan-sub
           perform 6500-write-return-orphan
               until ws-return-orphan-sub not < ws-return-orphan-count
           if ws-return-orphan-count = zero
               move ws-report-none to dlvmatch-record
               perform 8000-write-report-record
           end-if

           move ws-report-dest-hdr to dlvmatch-record
           perform 8000-write-report-record
           move zero to ws-dest-sub
           perform 6600-write-dest-entry
               until ws-dest-sub not < ws-dest-count

           move "DESTOUT DELIVERIES       :" to wg-total-label
           move ws-destout-row-count to wg-total-count
           perform 8100-write-total-line
           move "AUDITLOG DELIVERY ROWS   :" to wg-total-label
           move ws-audit-row-count to wg-total-count
           perform 8100-write-total-line
           move "ROUTER RETURN ROWS       :" to wg-total-label
           move ws-return-row-count to wg-total-count
           perform 8100-write-total-line
           move "DELIVERED                :" to wg-total-label
           move ws-delivered-count to wg-total-count
           perform 8100-write-total-line
           move "UNDELIVERED, QUEUED      :" to wg-total-label
           move ws-queued-count to wg-total-count
           perform 8100-write-total-line
           move "UNDELIVERED, REDELIVERED :" to wg-total-label
           move ws-redelivered-count to wg-total-count
           perform 8100-write-total-line
           move "UNACKNOWLEDGED           :" to wg-total-label
           move ws-noreply-count to wg-total-count
           perform 8100-write-total-line
           move "DELIVERIES NOT AUDITED   :" to wg-total-label
           move ws-unaudited-count to wg-total-count
           perform 8100-write-total-line
           move "AUDIT ROWS NOT ON DESTOUT:" to wg-total-label
           move ws-audit-orphan-count to wg-total-count
           perform 8100-write-total-line
           move "RETURN ROWS NOT MATCHED  :" to wg-total-label
           move ws-return-orphan-count to wg-total-count
           perform 8100-write-total-line.

       6100-write-undelivered-entry.
           add 1 to ws-dlv-sub
           if (ws-dlv-failed(ws-dlv-sub)
               or ws-dlv-offline(ws-dlv-sub))
               and not ws-dlv-redelivered(ws-dlv-sub)
               if ws-dlv-failed(ws-dlv-sub)
                   move "FAILED" to wd-status-word
               else
                   move "OFFLINE" to wd-status-word
               end-if
               perform 8200-write-dlv-detail
           end-if.

       6200-write-noreply-entry.
           add 1 to ws-dlv-sub
           if ws-dlv-no-reply(ws-dlv-sub)
               move "NO REPLY" to wd-status-word
               perform 8200-write-dlv-detail
           end-if.

       6300-write-unaudited-entry.
           add 1 to ws-dlv-sub
           if not ws-dlv-audited(ws-dlv-sub)
               move "NO AUDIT" to wd-status-word
               perform 8200-write-dlv-detail
           end-if.

       6400-write-audit-orphan.
           add 1 to ws-audit-orphan-sub
           move ws-ao-dest-code(ws-audit-orphan-sub) to wd-dest-code
           move ws-ao-shift-code(ws-audit-orphan-sub) to wd-shift-code
           move ws-ao-job-name(ws-audit-orphan-sub) to wd-job-name
           move ws-ao-run-time(ws-audit-orphan-sub)(1:4)
               to wd-run-time
           move "NO DSOUT" to wd-status-word
           move spaces to wd-status-date
           move spaces to wd-status-time
           move ws-ao-message-text(ws-audit-orphan-sub)
               to wd-message-text
           move ws-report-dlv-detail to dlvmatch-record
           perform 8000-write-report-record.

       6500-write-return-orphan.
           add 1 to ws-return-orphan-sub
           move ws-ro-dest-code(ws-return-orphan-sub) to wd-dest-code
           move ws-ro-shift-code(ws-return-orphan-sub) to wd-shift-code
           move ws-ro-job-name(ws-return-orphan-sub) to wd-job-name
           move ws-ro-run-time(ws-return-orphan-sub)(1:4)
               to wd-run-time
           evaluate ws-ro-status(ws-return-orphan-sub)
               when "D"
                   move "DELIVERD" to wd-status-word
               when "F"
                   move "FAILED" to wd-status-word
               when "O"
                   move "OFFLINE" to wd-status-word
               when other
                   move "STATUS ?" to wd-status-word
           end-evaluate
           move ws-ro-status-date(ws-return-orphan-sub)
               to wd-status-date
           move ws-ro-status-time(ws-return-orphan-sub)(1:4)
               to wd-status-time
           move spaces to wd-message-text
           move ws-report-dlv-detail to dlvmatch-record
           perform 8000-write-report-record.

       6600-write-dest-entry.
           add 1 to ws-dest-sub
           move ws-dest-code(ws-dest-sub) to wl-dest-code
           move ws-dest-desc(ws-dest-sub) to wl-dest-desc
           move ws-dest-sent-count(ws-dest-sub) to wl-dest-sent
           move ws-dest-dlvd-count(ws-dest-sub) to wl-dest-dlvd
           move ws-dest-failed-count(ws-dest-sub)
               to wl-dest-failed
           move ws-dest-offline-count(ws-dest-sub)
               to wl-dest-offline
           move ws-dest-noreply-count(ws-dest-sub)
               to wl-dest-noreply
           move ws-dest-redlv-count(ws-dest-sub) to wl-dest-redlv
           move ws-report-dest-detail to dlvmatch-record
           perform 8000-write-report-record.

       7000-terminate.
           close destout
           close dlvret
           close auditlog
           close redlvq
           close dlvmatch-rpt

      *    Anything not confirmed on the board - a failure, an
      *    offline destination, a delivery the router never answered
      *    for, or a row on one side with nothing on the other - is
      *    an exception for the morning follow-up.
           if ws-undelivered-count not = zero
               or ws-noreply-count not = zero
               or ws-unaudited-count not = zero
               or ws-audit-orphan-count not = zero
               or ws-return-orphan-count not = zero
               move 4 to return-code
           end-if.

       8000-write-report-record.
           write dlvmatch-record
           if ws-dlvmatch-status not = "00"
               string "WRITE DLVMATCH FAILED, STATUS="
                   ws-dlvmatch-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       8100-write-total-line.
           move ws-report-total-line to dlvmatch-record
           perform 8000-write-report-record.

       8200-write-dlv-detail.
           move ws-dlv-dest-code(ws-dlv-sub) to wd-dest-code
           move ws-dlv-shift-code(ws-dlv-sub) to wd-shift-code
           move ws-dlv-job-name(ws-dlv-sub) to wd-job-name
           move ws-dlv-run-time(ws-dlv-sub)(1:4) to wd-run-time
           if ws-dlv-no-reply(ws-dlv-sub)
               move spaces to wd-status-date
               move spaces to wd-status-time
           else
               move ws-dlv-status-date(ws-dlv-sub) to wd-status-date
               move ws-dlv-status-time(ws-dlv-sub)(1:4)
                   to wd-status-time
           end-if
           move ws-dlv-message-text(ws-dlv-sub) to wd-message-text
           move ws-report-dlv-detail to dlvmatch-record
           perform 8000-write-report-record.

       9999-abend.
           display "DLVMATCH ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program DlvMatch.
