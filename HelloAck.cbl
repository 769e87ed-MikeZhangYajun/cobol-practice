               organization is sequential
               file status is ws-ackfile-status.

           select esclist assign to "ESCLIST"
               organization is sequential
               file status is ws-esclist-status.

           select helloack-rpt assign to "HELLOACK"
               organization is line sequential
               file status is ws-helloack-status.
           copy ackrec
               replacing leading ==ackrec== by ==ackfile-record==.

       fd  esclist.
           copy esclist
               replacing leading ==esclist== by ==esclist-record==.

       fd  helloack-rpt.
       01 helloack-record pic x(80).

       working-storage section.
       01 ws-auditlog-status pic x(2) value "00".
       01 ws-ackfile-status pic x(2) value "00".
       01 ws-esclist-status pic x(2) value "00".
       01 ws-helloack-status pic x(2) value "00".

       01 ws-run-date pic 9(8).
      *    actually broadcast (held and holiday-suppressed rows are
      *    not broadcasts and take no entry), so each confirmation
      *    can be paired against them the way HELLOMCH pairs the
      *    schedule against the broadcast trail. An entry is the
      *    whole chain for its shift: the original broadcast plus
      *    every escalation re-broadcast ("E" rows) and page ("P"
      *    row) that followed it, so one confirmation credits the
      *    chain and a retry is never reported on its own.
       01 ws-bcast-table.
           05 ws-bcast-entry occurs 50 times.
               10 ws-bcast-shift-code      pic x(1).
               10 ws-bcast-row-count       pic 9(5).
               10 ws-bcast-ack-count       pic 9(5).
               10 ws-bcast-priority        pic x(1).
               10 ws-bcast-escal-count     pic 9(5).
               10 ws-bcast-top-tier        pic 9(1).
               10 ws-bcast-orig-job-name   pic x(8).
               10 ws-bcast-orig-run-time   pic 9(8).
               10 ws-bcast-message-text    pic x(35).
               10 ws-bcast-last-run-time   pic 9(8).
               10 ws-bcast-paged           pic x(1).
       01 ws-bcast-count pic 9(3) value zero.
       01 ws-bcast-sub pic 9(3).
       01 ws-bcast-found-switch pic x.
       01 ws-confirmed-count pic 9(7) value zero.
       01 ws-unconfirmed-count pic 9(7) value zero.
       01 ws-orphan-count pic 9(7) value zero.
       01 ws-escal-row-count pic 9(7) value zero.
       01 ws-esclist-count pic 9(7) value zero.
       01 ws-critical-switch pic x value "N".
           88 ws-critical-unconfirmed value "Y".

           05 filler                 pic x(2)  value spaces.
           05 filler                 pic x(14) value "CONFIRMATIONS:".
           05 wd-ack-count           pic zz,zz9.
           05 filler                 pic x(2)  value spaces.
           05 filler                 pic x(10) value "ESC TIER: ".
           05 wd-top-tier            pic 9(1).
           05 filler                 pic x(1)  value spaces.
           05 wd-paged               pic x(5).

       01 ws-report-orphan-detail.
           05 filler                 pic x(2)  value spaces.
               perform 9999-abend
           end-if

      *    The unconfirmed high-priority chains, for the HELLOESC
      *    escalation step (a DUMMY DD when HELLOACK runs alone).
           open output esclist
           if ws-esclist-status not = "00"
               string "OPEN ESCLIST FAILED, STATUS=" ws-esclist-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output helloack-rpt
           if ws-helloack-status not = "00"
               string "OPEN HELLOACK FAILED, STATUS=" ws-helloack-status
                   if au-run-date of auditlog-record = ws-run-date
                       and au-action-flag of auditlog-record not = "H"
                       and au-action-flag of auditlog-record not = "S"
                       and au-action-flag of auditlog-record not = "D"
                       perform 2050-tally-audit-row
                   end-if
               when "10"
                   set ws-auditlog-eof to true
                   perform 9999-abend
           end-evaluate.

       2050-tally-audit-row.
           perform 2200-find-broadcast-shift
           if not ws-bcast-found
               perform 2300-add-broadcast-shift
           end-if
           if au-priority of auditlog-record = "H"
               move "H" to ws-bcast-priority(ws-bcast-sub)
           end-if
           evaluate au-action-flag of auditlog-record
               when "E"
                   perform 2150-tally-escalation-row
               when "P"
                   move "Y" to ws-bcast-paged(ws-bcast-sub)
                   perform 2170-link-original
               when other
                   perform 2100-tally-broadcast-row
           end-evaluate.

      *    The first high-priority row of the shift is the original
      *    any escalation follows up; its base-language row (one per
      *    destination, all at the same run time) supplies the text.
       2100-tally-broadcast-row.
           add 1 to ws-audit-row-count
           add 1 to ws-bcast-row-count(ws-bcast-sub)
           if au-priority of auditlog-record = "H"
               if ws-bcast-orig-job-name(ws-bcast-sub) = spaces
                   move au-job-name of auditlog-record
                       to ws-bcast-orig-job-name(ws-bcast-sub)
                   move au-run-time of auditlog-record
                       to ws-bcast-orig-run-time(ws-bcast-sub)
                   move au-message-text of auditlog-record
                       to ws-bcast-message-text(ws-bcast-sub)
                   if ws-bcast-top-tier(ws-bcast-sub) = zero
                       move au-run-time of auditlog-record
                           to ws-bcast-last-run-time(ws-bcast-sub)
                   end-if
               else
                   if au-job-name of auditlog-record
                       = ws-bcast-orig-job-name(ws-bcast-sub)
                       and au-run-time of auditlog-record
                       = ws-bcast-orig-run-time(ws-bcast-sub)
                       and au-lang-code of auditlog-record = spaces
                       move au-message-text of auditlog-record
                           to ws-bcast-message-text(ws-bcast-sub)
                   end-if
               end-if
           end-if.

      *    An escalation re-broadcast belongs to its chain: the
      *    highest tier sent so far, and when, is what HELLOESC
      *    times the next step from.
       2150-tally-escalation-row.
           add 1 to ws-escal-row-count
           add 1 to ws-bcast-escal-count(ws-bcast-sub)
           if au-escal-tier of auditlog-record
               > ws-bcast-top-tier(ws-bcast-sub)
               move au-escal-tier of auditlog-record
                   to ws-bcast-top-tier(ws-bcast-sub)
               move au-run-time of auditlog-record
                   to ws-bcast-last-run-time(ws-bcast-sub)
           end-if
           perform 2170-link-original.

      *    An "E" or "P" row names the original it follows up - used
      *    when the original itself was not found for the date.
       2170-link-original.
           if ws-bcast-orig-job-name(ws-bcast-sub) = spaces
               move au-orig-job-name of auditlog-record
                   to ws-bcast-orig-job-name(ws-bcast-sub)
               move au-orig-run-time of auditlog-record
                   to ws-bcast-orig-run-time(ws-bcast-sub)
               move au-message-text of auditlog-record
                   to ws-bcast-message-text(ws-bcast-sub)
               if ws-bcast-last-run-time(ws-bcast-sub) = zero
                   move au-orig-run-time of auditlog-record
                       to ws-bcast-last-run-time(ws-bcast-sub)
               end-if
           end-if.

       2200-find-broadcast-shift.
               move "Y" to ws-bcast-found-switch
           end-if.

       2300-add-broadcast-shift.
           if ws-bcast-count = 50
               move "BROADCAST SHIFT TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-bcast-count
           move ws-bcast-count to ws-bcast-sub
           move au-shift-code of auditlog-record
               to ws-bcast-shift-code(ws-bcast-sub)
           move zero to ws-bcast-row-count(ws-bcast-sub)
           move zero to ws-bcast-ack-count(ws-bcast-sub)
           move space to ws-bcast-priority(ws-bcast-sub)
           move zero to ws-bcast-escal-count(ws-bcast-sub)
           move zero to ws-bcast-top-tier(ws-bcast-sub)
           move spaces to ws-bcast-orig-job-name(ws-bcast-sub)
           move zero to ws-bcast-orig-run-time(ws-bcast-sub)
           move spaces to ws-bcast-message-text(ws-bcast-sub)
           move zero to ws-bcast-last-run-time(ws-bcast-sub)
           move "N" to ws-bcast-paged(ws-bcast-sub).

       3000-match-ackfile.
           read ackfile
           evaluate ws-ackfile-status
           perform 8100-write-total-line
           move "UNMATCHED CONFIRMATIONS  :" to wg-total-label
           move ws-orphan-count to wg-total-count
           perform 8100-write-total-line
           move "ESCALATION RE-BROADCASTS :" to wg-total-label
           move ws-escal-row-count to wg-total-count
           perform 8100-write-total-line
           move "CHAINS LISTED TO HELLOESC:" to wg-total-label
           move ws-esclist-count to wg-total-count
           perform 8100-write-total-line.

       4100-write-confirmed-entry.
               add 1 to ws-unconfirmed-count
               if ws-bcast-priority(ws-bcast-sub) = "H"
                   set ws-critical-unconfirmed to true
                   perform 4250-write-esclist-record
               end-if
               perform 8200-write-bcast-detail
           end-if.

      *    Hand the unconfirmed high-priority chain to HELLOESC.
       4250-write-esclist-record.
           move ws-run-date to el-run-date
           move ws-bcast-shift-code(ws-bcast-sub) to el-shift-code
           move ws-bcast-orig-job-name(ws-bcast-sub)
               to el-orig-job-name
           move ws-bcast-orig-run-time(ws-bcast-sub)
               to el-orig-run-time
           move ws-bcast-message-text(ws-bcast-sub) to el-message-text
           move ws-bcast-top-tier(ws-bcast-sub) to el-top-tier
           move ws-bcast-last-run-time(ws-bcast-sub)
               to el-last-run-time
           move ws-bcast-paged(ws-bcast-sub) to el-paged-flag
           write esclist-record
           if ws-esclist-status not = "00"
               string "WRITE ESCLIST FAILED, STATUS="
                   ws-esclist-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-esclist-count.

       4300-write-orphan-entry.
           add 1 to ws-orphan-sub
           move ws-orphan-shift-code(ws-orphan-sub) to wo-shift-code
       5000-terminate.
           close auditlog
           close ackfile
           close esclist
           close helloack-rpt

      *    A broadcast nobody confirmed, or a confirmation with no
           move ws-bcast-shift-code(ws-bcast-sub) to wd-shift-code
           move ws-bcast-row-count(ws-bcast-sub) to wd-row-count
           move ws-bcast-ack-count(ws-bcast-sub) to wd-ack-count
           move ws-bcast-top-tier(ws-bcast-sub) to wd-top-tier
           if ws-bcast-paged(ws-bcast-sub) = "Y"
               move "PAGED" to wd-paged
           else
               move spaces to wd-paged
           end-if
           move ws-report-bcast-detail to helloack-record
           perform 8000-write-report-record.

