       program-id. OperReview as "OPERREV".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select opersec assign to "OPERSEC"
               organization is indexed
               access mode is dynamic
               record key is op-operator-id of opersec-record
               file status is ws-opersec-status.

           select greetjrn assign to "GREETJRN"
               organization is sequential
               file status is ws-greetjrn-status.

           select ackfile assign to "ACKFILE"
               organization is sequential
               file status is ws-ackfile-status.

           select operrev-rpt assign to "OPERREV"
               organization is line sequential
               file status is ws-operrev-status.

       data division.
       file section.
       fd  opersec.
           copy opersec
               replacing leading ==opersec== by ==opersec-record==.

       fd  greetjrn.
           copy jrnlrec
               replacing leading ==jrnlrec== by ==greetjrn-record==.

       fd  ackfile.
           copy ackrec
               replacing leading ==ackrec== by ==ackfile-record==.

       fd  operrev-rpt.
       01 operrev-record pic x(80).

       working-storage section.
       01 ws-opersec-status pic x(2) value "00".
       01 ws-greetjrn-status pic x(2) value "00".
       01 ws-ackfile-status pic x(2) value "00".
       01 ws-operrev-status pic x(2) value "00".

       01 ws-opersec-eof-switch pic x value "N".
           88 ws-opersec-eof value "Y".
       01 ws-greetjrn-eof-switch pic x value "N".
           88 ws-greetjrn-eof value "Y".
       01 ws-ackfile-eof-switch pic x value "N".
           88 ws-ackfile-eof value "Y".

      *    The review period arrives as a SYSIN card: cols 1-8 the
      *    first date, cols 9-16 the last date (YYYYMMDD), and an
      *    optional cols 17-19 approval-share threshold in percent
      *    (default 075) above which one supervisor's share of one
      *    operator's approved changes is reported.
       01 ws-period-card.
           05 ws-period-from        pic 9(8).
           05 ws-period-to          pic 9(8).
           05 ws-share-limit-x      pic x(3).
           05 ws-share-limit redefines ws-share-limit-x pic 9(3).
           05 filler                pic x(61).

      *    Below this many approved changes an operator's approvals
      *    are too few for a share to mean anything.
       01 ws-share-min-approvals pic 9(5) value 4.

      *    Every ID seen: the OPERSEC roster first, then any ID the
      *    journal or ACKFILE shows acting that is no longer on it.
      *    The counts are for the period; the last-active date is
      *    the latest sign-on activity on file, in or before it.
       01 ws-oper-table.
           05 ws-oper-entry occurs 200 times.
               10 ws-op-id               pic x(8).
               10 ws-op-name             pic x(20).
               10 ws-op-level            pic x(1).
               10 ws-op-on-roster        pic x(1).
               10 ws-op-keyed-count      pic 9(5).
               10 ws-op-approved-count   pic 9(5).
               10 ws-op-rejected-count   pic 9(5).
               10 ws-op-denied-count     pic 9(5).
               10 ws-op-refused-count    pic 9(5).
               10 ws-op-ack-count        pic 9(5).
               10 ws-op-keyed-apprvd     pic 9(5).
               10 ws-op-last-active      pic 9(8).
               10 ws-op-period-active    pic x(1).
       01 ws-oper-count pic 9(3) value zero.
       01 ws-oper-sub pic 9(3).
       01 ws-oper-found-switch pic x value "N".
           88 ws-oper-found value "Y".
       01 ws-find-oper-id pic x(8).

      *    Changes keyed and not yet approved or rejected, so an
      *    approval can be traced back to the ID that keyed it. A
      *    GREETCTL change is keyed by date and shift, a MSGLIB
      *    change by message ID and language; each may have only
      *    one change pending at a time. Keyed rows before the
      *    period are tracked too - the approval may fall inside it.
       01 ws-pend-table.
           05 ws-pend-entry occurs 500 times.
               10 ws-pend-key            pic x(11).
               10 ws-pend-keyer          pic x(8).
       01 ws-pend-count pic 9(3) value zero.
       01 ws-pend-sub pic 9(3).
       01 ws-pend-found-switch pic x value "N".
           88 ws-pend-found value "Y".
       01 ws-row-key.
           05 ws-row-key-kind        pic x(1).
           05 ws-row-key-value       pic x(10).
       01 ws-row-keyer pic x(8).

      *    Approvals in the period by keying operator and approver,
      *    for the share test.
       01 ws-pair-table.
           05 ws-pair-entry occurs 300 times.
               10 ws-pair-keyer          pic x(8).
               10 ws-pair-approver       pic x(8).
               10 ws-pair-approvals      pic 9(5).
       01 ws-pair-count pic 9(3) value zero.
       01 ws-pair-sub pic 9(3).
       01 ws-pair-found-switch pic x value "N".
           88 ws-pair-found value "Y".
       01 ws-share-pct pic 9(3).

      *    IDs not on OPERSEC that tried to sign on in the period.
       01 ws-unknown-table.
           05 ws-unknown-entry occurs 100 times.
               10 ws-unk-id              pic x(8).
               10 ws-unk-count           pic 9(5).
               10 ws-unk-last-date       pic 9(8).
               10 ws-unk-last-time       pic 9(8).
       01 ws-unknown-count pic 9(3) value zero.
       01 ws-unknown-sub pic 9(3).
       01 ws-unknown-found-switch pic x value "N".
           88 ws-unknown-found value "Y".

      *    Findings are held until the activity section is written,
      *    then listed most severe first. H = segregation-of-duties
      *    breach, M = needs explaining, L = housekeeping.
       01 ws-finding-table.
           05 ws-finding-entry occurs 500 times.
               10 ws-fnd-severity        pic x(1).
               10 ws-fnd-type            pic x(20).
               10 ws-fnd-operator        pic x(8).
               10 ws-fnd-detail          pic x(40).
       01 ws-finding-count pic 9(3) value zero.
       01 ws-finding-sub pic 9(3).
       01 ws-new-severity pic x(1).
       01 ws-new-type pic x(20).
       01 ws-new-operator pic x(8).
       01 ws-new-detail pic x(40).
       01 ws-list-severity pic x(1).

       01 ws-in-period-switch pic x value "N".
           88 ws-in-period value "Y".

       01 ws-edit-count pic zzzz9.
       01 ws-edit-total pic zzzz9.
       01 ws-edit-pct pic zz9.

       01 ws-jrnl-row-count pic 9(7) value zero.
       01 ws-period-row-count pic 9(7) value zero.
       01 ws-ack-row-count pic 9(7) value zero.
       01 ws-roster-count pic 9(7) value zero.
       01 ws-dormant-count pic 9(7) value zero.
       01 ws-self-approval-count pic 9(7) value zero.
       01 ws-not-supv-count pic 9(7) value zero.
       01 ws-concentration-count pic 9(7) value zero.
       01 ws-off-roster-count pic 9(7) value zero.
       01 ws-untraced-count pic 9(7) value zero.
       01 ws-high-count pic 9(7) value zero.
       01 ws-medium-count pic 9(7) value zero.
       01 ws-low-count pic 9(7) value zero.

       01 ws-abend-message pic x(60).

       01 ws-report-title.
           05 filler         pic x(39)
               value "OPERATOR ACCESS REVIEW - PERIOD FROM ".
           05 wt-period-from pic 9(8).
           05 filler         pic x(4)  value " TO ".
           05 wt-period-to   pic 9(8).

       01 ws-report-activity-hdr.
           05 filler pic x(30)
               value "  OPERATOR NAME             L ".
           05 filler pic x(30)
               value "KEYED APPRV REJCT DENID REFSD ".
           05 filler pic x(15)
               value " ACKS LAST ACTV".

       01 ws-report-activity-detail.
           05 filler                 pic x(2)  value spaces.
           05 wa-operator-id         pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wa-operator-name       pic x(16).
           05 filler                 pic x(1)  value spaces.
           05 wa-level               pic x(1).
           05 filler                 pic x(1)  value spaces.
           05 wa-keyed-count         pic zzzz9.
           05 filler                 pic x(1)  value spaces.
           05 wa-approved-count      pic zzzz9.
           05 filler                 pic x(1)  value spaces.
           05 wa-rejected-count      pic zzzz9.
           05 filler                 pic x(1)  value spaces.
           05 wa-denied-count        pic zzzz9.
           05 filler                 pic x(1)  value spaces.
           05 wa-refused-count       pic zzzz9.
           05 filler                 pic x(1)  value spaces.
           05 wa-ack-count           pic zzzz9.
           05 filler                 pic x(1)  value spaces.
           05 wa-last-active         pic x(8).

       01 ws-report-findings-hdr.
           05 filler pic x(30)
               value "FINDINGS (H = SEGREGATION BREA".
           05 filler pic x(30)
               value "CH, M = EXPLAIN, L = HOUSEKEEP".
           05 filler pic x(4)
               value "ING)".

       01 ws-report-finding-detail.
           05 filler                 pic x(2)  value spaces.
           05 wf-severity            pic x(1).
           05 filler                 pic x(1)  value spaces.
           05 wf-type                pic x(20).
           05 filler                 pic x(1)  value spaces.
           05 wf-operator            pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wf-detail              pic x(40).

       01 ws-report-none.
           05 filler pic x(10) value "  (NONE)".

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       procedure division.

       0000-main-process.
           perform 1000-initialize
           perform 2000-load-roster
           perform 3000-read-journal until ws-greetjrn-eof
           perform 4000-read-ackfile until ws-ackfile-eof
           perform 5000-assess-findings
           perform 6000-write-report
           perform 7000-terminate
           goback.

       1000-initialize.
           move spaces to ws-period-card
           accept ws-period-card
           if ws-period-from not numeric
               or ws-period-to not numeric
               or ws-period-from > ws-period-to
               string "PERIOD CARD INVALID: " ws-period-card(1:16)
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           if ws-share-limit-x = spaces
               move 075 to ws-share-limit
           end-if
           if ws-share-limit not numeric
               or ws-share-limit = zero
               or ws-share-limit > 100
               string "SHARE THRESHOLD INVALID: " ws-share-limit-x
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input opersec
           if ws-opersec-status not = "00"
               string "OPEN OPERSEC FAILED, STATUS=" ws-opersec-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input greetjrn
           if ws-greetjrn-status not = "00"
               string "OPEN GREETJRN FAILED, STATUS=" ws-greetjrn-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input ackfile
           if ws-ackfile-status not = "00"
               string "OPEN ACKFILE FAILED, STATUS=" ws-ackfile-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output operrev-rpt
           if ws-operrev-status not = "00"
               string "OPEN OPERREV FAILED, STATUS=" ws-operrev-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if.

      *    The roster as it stands today, in ID order.
       2000-load-roster.
           move low-values to op-operator-id of opersec-record
           start opersec key is not less than op-operator-id
               of opersec-record
           evaluate ws-opersec-status
               when "00"
                   perform 2100-load-roster-entry until ws-opersec-eof
               when "23"
                   set ws-opersec-eof to true
               when other
                   string "START OPERSEC FAILED, STATUS="
                       ws-opersec-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2100-load-roster-entry.
           read opersec next record
           evaluate ws-opersec-status
               when "00"
                   add 1 to ws-roster-count
                   move op-operator-id of opersec-record
                       to ws-find-oper-id
                   perform 2200-add-operator
                   move op-operator-name of opersec-record
                       to ws-op-name(ws-oper-sub)
                   move op-perm-level of opersec-record
                       to ws-op-level(ws-oper-sub)
                   move "Y" to ws-op-on-roster(ws-oper-sub)
               when "10"
                   set ws-opersec-eof to true
               when other
                   string "READ OPERSEC FAILED, STATUS="
                       ws-opersec-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2200-add-operator.
           if ws-oper-count = 200
               move "OPERATOR TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-oper-count
           move ws-oper-count to ws-oper-sub
           move ws-find-oper-id to ws-op-id(ws-oper-sub)
           move "(NOT ON OPERSEC)" to ws-op-name(ws-oper-sub)
           move space to ws-op-level(ws-oper-sub)
           move "N" to ws-op-on-roster(ws-oper-sub)
           move zero to ws-op-keyed-count(ws-oper-sub)
           move zero to ws-op-approved-count(ws-oper-sub)
           move zero to ws-op-rejected-count(ws-oper-sub)
           move zero to ws-op-denied-count(ws-oper-sub)
           move zero to ws-op-refused-count(ws-oper-sub)
           move zero to ws-op-ack-count(ws-oper-sub)
           move zero to ws-op-keyed-apprvd(ws-oper-sub)
           move zero to ws-op-last-active(ws-oper-sub)
           move "N" to ws-op-period-active(ws-oper-sub).

      *    Find ws-find-oper-id in the table, adding it (as an ID
      *    not on OPERSEC) when it is not there.
       2300-find-operator.
           move "N" to ws-oper-found-switch
           move zero to ws-oper-sub
           perform 2310-check-operator-entry
               until ws-oper-found
               or ws-oper-sub not < ws-oper-count
           if not ws-oper-found
               perform 2200-add-operator
           end-if.

       2310-check-operator-entry.
           add 1 to ws-oper-sub
           if ws-op-id(ws-oper-sub) = ws-find-oper-id
               move "Y" to ws-oper-found-switch
           end-if.

      *    The whole journal is read: rows before the period still
      *    set last-active dates and open pending changes. Batch
      *    rows (GREETLOD, GREETGEN) carry no operator and are not
      *    an operator's activity.
       3000-read-journal.
           read greetjrn
           evaluate ws-greetjrn-status
               when "00"
                   add 1 to ws-jrnl-row-count
                   if jr-operator-id of greetjrn-record not = spaces
                       perform 3100-review-journal-row
                   end-if
               when "10"
                   set ws-greetjrn-eof to true
               when other
                   string "READ GREETJRN FAILED, STATUS="
                       ws-greetjrn-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3100-review-journal-row.
           move "N" to ws-in-period-switch
           if jr-change-date of greetjrn-record
               not < ws-period-from
               and jr-change-date of greetjrn-record
               not > ws-period-to
               move "Y" to ws-in-period-switch
               add 1 to ws-period-row-count
           end-if

           if jr-msg-id of greetjrn-record = spaces
               move "G" to ws-row-key-kind
               move jr-run-date of greetjrn-record
                   to ws-row-key-value(1:8)
               move jr-shift-code of greetjrn-record
                   to ws-row-key-value(9:1)
               move space to ws-row-key-value(10:1)
           else
               move "M" to ws-row-key-kind
               move jr-msg-id of greetjrn-record
                   to ws-row-key-value(1:8)
               move jr-lang-code of greetjrn-record
                   to ws-row-key-value(9:2)
           end-if

      *    A refused sign-on by an ID on today's roster counts to
      *    that operator (the ID was added later, or mistyped as
      *    another real ID); by any other ID it may be probing.
           if jr-action of greetjrn-record = "REFUSED "
               perform 3600-check-refused-id
           else
               move jr-operator-id of greetjrn-record
                   to ws-find-oper-id
               perform 2300-find-operator
               perform 3150-note-activity
               evaluate jr-action of greetjrn-record
                   when "KEYED   "
                       perform 3200-open-pending
                       if ws-in-period
                           add 1 to ws-op-keyed-count(ws-oper-sub)
                       end-if
                   when "APPROVED"
                       perform 3300-close-pending
                       if ws-in-period
                           add 1 to ws-op-approved-count(ws-oper-sub)
                           perform 3400-check-approval
                       end-if
                   when "REJECTED"
                       perform 3300-close-pending
                       if ws-in-period
                           add 1 to ws-op-rejected-count(ws-oper-sub)
                       end-if
                   when "DENIED  "
                       if ws-in-period
                           add 1 to ws-op-denied-count(ws-oper-sub)
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.

       3150-note-activity.
           if jr-change-date of greetjrn-record
               > ws-op-last-active(ws-oper-sub)
               move jr-change-date of greetjrn-record
                   to ws-op-last-active(ws-oper-sub)
           end-if
           if ws-in-period
               move "Y" to ws-op-period-active(ws-oper-sub)
           end-if.

       3200-open-pending.
           perform 3250-find-pending
           if not ws-pend-found
               move zero to ws-pend-sub
               perform 3260-find-free-pending
                   until ws-pend-found
                   or ws-pend-sub not < ws-pend-count
               if not ws-pend-found
                   if ws-pend-count = 500
                       move "PENDING CHANGE TABLE FULL"
                           to ws-abend-message
                       perform 9999-abend
                   end-if
                   add 1 to ws-pend-count
                   move ws-pend-count to ws-pend-sub
               end-if
           end-if
           move ws-row-key to ws-pend-key(ws-pend-sub)
           move jr-operator-id of greetjrn-record
               to ws-pend-keyer(ws-pend-sub).

      *    Retire the pending entry, leaving its keyer in
      *    ws-row-keyer (spaces when the change was keyed before
      *    the journal began).
       3300-close-pending.
           move spaces to ws-row-keyer
           perform 3250-find-pending
           if ws-pend-found
               move ws-pend-keyer(ws-pend-sub) to ws-row-keyer
               move spaces to ws-pend-key(ws-pend-sub)
               move spaces to ws-pend-keyer(ws-pend-sub)
           end-if.

       3250-find-pending.
           move "N" to ws-pend-found-switch
           move zero to ws-pend-sub
           perform 3255-check-pending-entry
               until ws-pend-found
               or ws-pend-sub not < ws-pend-count.

       3255-check-pending-entry.
           add 1 to ws-pend-sub
           if ws-pend-key(ws-pend-sub) = ws-row-key
               move "Y" to ws-pend-found-switch
           end-if.

       3260-find-free-pending.
           add 1 to ws-pend-sub
           if ws-pend-key(ws-pend-sub) = spaces
               move "Y" to ws-pend-found-switch
           end-if.

      *    The two-operator rule: the approver may not be the ID
      *    that keyed the change, and must be a supervisor.
       3400-check-approval.
           if ws-op-level(ws-oper-sub) not = "S"
               add 1 to ws-not-supv-count
               move "H" to ws-new-severity
               move "APPROVER NOT SUPV" to ws-new-type
               move jr-operator-id of greetjrn-record
                   to ws-new-operator
               perform 3450-describe-change
               perform 8300-add-finding
           end-if
           if ws-row-keyer = spaces
               add 1 to ws-untraced-count
           else
               if ws-row-keyer = jr-operator-id of greetjrn-record
                   add 1 to ws-self-approval-count
                   move "H" to ws-new-severity
                   move "SELF-APPROVAL" to ws-new-type
                   move jr-operator-id of greetjrn-record
                       to ws-new-operator
                   perform 3450-describe-change
                   perform 8300-add-finding
               end-if
               perform 3500-tally-pair
           end-if.

       3450-describe-change.
           move spaces to ws-new-detail
           if ws-row-key-kind = "G"
               string "GREETCTL " ws-row-key-value(1:8) " "
                   ws-row-key-value(9:1) " ON "
                   jr-change-date of greetjrn-record
                   delimited by size into ws-new-detail
           else
               string "MSGLIB " ws-row-key-value(1:8) " "
                   ws-row-key-value(9:2) " ON "
                   jr-change-date of greetjrn-record
                   delimited by size into ws-new-detail
           end-if.

      *    One more approval of the keyer's changes by this
      *    approver; the keyer's own total is kept on their entry.
       3500-tally-pair.
           move "N" to ws-pair-found-switch
           move zero to ws-pair-sub
           perform 3510-check-pair-entry
               until ws-pair-found
               or ws-pair-sub not < ws-pair-count
           if not ws-pair-found
               if ws-pair-count = 300
                   move "APPROVAL PAIR TABLE FULL" to ws-abend-message
                   perform 9999-abend
               end-if
               add 1 to ws-pair-count
               move ws-pair-count to ws-pair-sub
               move ws-row-keyer to ws-pair-keyer(ws-pair-sub)
               move jr-operator-id of greetjrn-record
                   to ws-pair-approver(ws-pair-sub)
               move zero to ws-pair-approvals(ws-pair-sub)
           end-if
           add 1 to ws-pair-approvals(ws-pair-sub)

           move ws-row-keyer to ws-find-oper-id
           perform 2300-find-operator
           add 1 to ws-op-keyed-apprvd(ws-oper-sub).

       3510-check-pair-entry.
           add 1 to ws-pair-sub
           if ws-pair-keyer(ws-pair-sub) = ws-row-keyer
               and ws-pair-approver(ws-pair-sub)
               = jr-operator-id of greetjrn-record
               move "Y" to ws-pair-found-switch
           end-if.

       3600-check-refused-id.
           move "N" to ws-oper-found-switch
           move jr-operator-id of greetjrn-record to ws-find-oper-id
           move zero to ws-oper-sub
           perform 2310-check-operator-entry
               until ws-oper-found
               or ws-oper-sub not < ws-oper-count
           if ws-oper-found
               and ws-op-on-roster(ws-oper-sub) = "Y"
               perform 3150-note-activity
               if ws-in-period
                   add 1 to ws-op-refused-count(ws-oper-sub)
               end-if
           else
               if ws-in-period
                   perform 3650-tally-unknown-id
               end-if
           end-if.

       3650-tally-unknown-id.
           move "N" to ws-unknown-found-switch
           move zero to ws-unknown-sub
           perform 3660-check-unknown-entry
               until ws-unknown-found
               or ws-unknown-sub not < ws-unknown-count
           if not ws-unknown-found
               if ws-unknown-count = 100
                   move "UNKNOWN ID TABLE FULL" to ws-abend-message
                   perform 9999-abend
               end-if
               add 1 to ws-unknown-count
               move ws-unknown-count to ws-unknown-sub
               move jr-operator-id of greetjrn-record
                   to ws-unk-id(ws-unknown-sub)
               move zero to ws-unk-count(ws-unknown-sub)
           end-if
           add 1 to ws-unk-count(ws-unknown-sub)
           move jr-change-date of greetjrn-record
               to ws-unk-last-date(ws-unknown-sub)
           move jr-change-time of greetjrn-record
               to ws-unk-last-time(ws-unknown-sub).

       3660-check-unknown-entry.
           add 1 to ws-unknown-sub
           if ws-unk-id(ws-unknown-sub)
               = jr-operator-id of greetjrn-record
               move "Y" to ws-unknown-found-switch
           end-if.

      *    A confirmation keyed through ACKENTRY is sign-on activity
      *    too. The row carries the date confirmed, which is the day
      *    it was keyed unless the supervisor overtyped it.
       4000-read-ackfile.
           read ackfile
           evaluate ws-ackfile-status
               when "00"
                   add 1 to ws-ack-row-count
                   perform 4100-review-ack-row
               when "10"
                   set ws-ackfile-eof to true
               when other
                   string "READ ACKFILE FAILED, STATUS="
                       ws-ackfile-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       4100-review-ack-row.
           move ak-operator-id of ackfile-record to ws-find-oper-id
           perform 2300-find-operator
           if ak-ack-date of ackfile-record
               > ws-op-last-active(ws-oper-sub)
               move ak-ack-date of ackfile-record
                   to ws-op-last-active(ws-oper-sub)
           end-if
           if ak-ack-date of ackfile-record not < ws-period-from
               and ak-ack-date of ackfile-record not > ws-period-to
               add 1 to ws-op-ack-count(ws-oper-sub)
               move "Y" to ws-op-period-active(ws-oper-sub)
           end-if.

       5000-assess-findings.
           move zero to ws-oper-sub
           perform 5100-assess-operator
               until ws-oper-sub not < ws-oper-count
           move zero to ws-pair-sub
           perform 5200-assess-pair
               until ws-pair-sub not < ws-pair-count
           move zero to ws-unknown-sub
           perform 5300-assess-unknown-id
               until ws-unknown-sub not < ws-unknown-count.

      *    A roster ID with nothing in the period may no longer be
      *    needed; an ID acting in the period that is not on the
      *    roster was removed while still in use.
       5100-assess-operator.
           add 1 to ws-oper-sub
           move ws-op-id(ws-oper-sub) to ws-new-operator
           if ws-op-on-roster(ws-oper-sub) = "Y"
               if ws-op-period-active(ws-oper-sub) not = "Y"
                   add 1 to ws-dormant-count
                   move "L" to ws-new-severity
                   move "DORMANT ID" to ws-new-type
                   move spaces to ws-new-detail
                   if ws-op-last-active(ws-oper-sub) = zero
                       string "LEVEL " ws-op-level(ws-oper-sub)
                           " - NO ACTIVITY ON FILE"
                           delimited by size into ws-new-detail
                   else
                       string "LEVEL " ws-op-level(ws-oper-sub)
                           " - LAST ACTIVE "
                           ws-op-last-active(ws-oper-sub)
                           delimited by size into ws-new-detail
                   end-if
                   perform 8300-add-finding
               end-if
           else
               if ws-op-period-active(ws-oper-sub) = "Y"
                   add 1 to ws-off-roster-count
                   move "M" to ws-new-severity
                   move "ACTIVE, NOT ON ROSTR" to ws-new-type
                   move spaces to ws-new-detail
                   string "LAST ACTIVE "
                       ws-op-last-active(ws-oper-sub)
                       delimited by size into ws-new-detail
                   perform 8300-add-finding
               end-if
           end-if.

       5200-assess-pair.
           add 1 to ws-pair-sub
           move ws-pair-keyer(ws-pair-sub) to ws-find-oper-id
           perform 2300-find-operator
           if ws-op-keyed-apprvd(ws-oper-sub)
               not < ws-share-min-approvals
               compute ws-share-pct = ws-pair-approvals(ws-pair-sub)
                   * 100 / ws-op-keyed-apprvd(ws-oper-sub)
               if ws-share-pct not < ws-share-limit
                   add 1 to ws-concentration-count
                   move "M" to ws-new-severity
                   move "APPROVAL SHARE" to ws-new-type
                   move ws-pair-approver(ws-pair-sub)
                       to ws-new-operator
                   move ws-pair-approvals(ws-pair-sub) to ws-edit-count
                   move ws-op-keyed-apprvd(ws-oper-sub)
                       to ws-edit-total
                   move ws-share-pct to ws-edit-pct
                   move spaces to ws-new-detail
                   string ws-edit-count " OF " ws-edit-total " ("
                       ws-edit-pct "%) FOR "
                       ws-pair-keyer(ws-pair-sub)
                       delimited by size into ws-new-detail
                   perform 8300-add-finding
               end-if
           end-if.

       5300-assess-unknown-id.
           add 1 to ws-unknown-sub
           if ws-unk-count(ws-unknown-sub) < 3
               move "L" to ws-new-severity
           else
               move "M" to ws-new-severity
           end-if
           move "UNKNOWN ID SIGN-ON" to ws-new-type
           move ws-unk-id(ws-unknown-sub) to ws-new-operator
           move ws-unk-count(ws-unknown-sub) to ws-edit-count
           move spaces to ws-new-detail
           string ws-edit-count " REFUSED, LAST "
               ws-unk-last-date(ws-unknown-sub) " "
               ws-unk-last-time(ws-unknown-sub)(1:4)
               delimited by size into ws-new-detail
           perform 8300-add-finding.

       6000-write-report.
           move ws-period-from to wt-period-from
           move ws-period-to to wt-period-to
           move ws-report-title to operrev-record
           perform 8000-write-report-record
           move spaces to operrev-record
           perform 8000-write-report-record
           move ws-report-activity-hdr to operrev-record
           perform 8000-write-report-record
           move zero to ws-oper-sub
           perform 6100-write-activity-line
               until ws-oper-sub not < ws-oper-count
           if ws-oper-count = zero
               move ws-report-none to operrev-record
               perform 8000-write-report-record
           end-if

           move spaces to operrev-record
           perform 8000-write-report-record
           move ws-report-findings-hdr to operrev-record
           perform 8000-write-report-record
           move "H" to ws-list-severity
           move zero to ws-finding-sub
           perform 6200-write-finding-line
               until ws-finding-sub not < ws-finding-count
           move "M" to ws-list-severity
           move zero to ws-finding-sub
           perform 6200-write-finding-line
               until ws-finding-sub not < ws-finding-count
           move "L" to ws-list-severity
           move zero to ws-finding-sub
           perform 6200-write-finding-line
               until ws-finding-sub not < ws-finding-count
           if ws-finding-count = zero
               move ws-report-none to operrev-record
               perform 8000-write-report-record
           end-if

           move spaces to operrev-record
           perform 8000-write-report-record
           move "OPERATORS ON OPERSEC     :" to wg-total-label
           move ws-roster-count to wg-total-count
           perform 8100-write-total-line
           move "JOURNAL ROWS IN PERIOD   :" to wg-total-label
           move ws-period-row-count to wg-total-count
           perform 8100-write-total-line
           move "ACKFILE ROWS READ        :" to wg-total-label
           move ws-ack-row-count to wg-total-count
           perform 8100-write-total-line
           move "SELF-APPROVALS           :" to wg-total-label
           move ws-self-approval-count to wg-total-count
           perform 8100-write-total-line
           move "APPROVALS BY NON-SUPV    :" to wg-total-label
           move ws-not-supv-count to wg-total-count
           perform 8100-write-total-line
           move "APPROVAL SHARE OVER LIMIT:" to wg-total-label
           move ws-concentration-count to wg-total-count
           perform 8100-write-total-line
           move "ACTIVE IDS NOT ON OPERSEC:" to wg-total-label
           move ws-off-roster-count to wg-total-count
           perform 8100-write-total-line
           move "UNKNOWN IDS REFUSED      :" to wg-total-label
           move ws-unknown-count to wg-total-count
           perform 8100-write-total-line
           move "DORMANT IDS              :" to wg-total-label
           move ws-dormant-count to wg-total-count
           perform 8100-write-total-line
           move "APPROVALS, KEYER UNKNOWN :" to wg-total-label
           move ws-untraced-count to wg-total-count
           perform 8100-write-total-line
           move "FINDINGS - HIGH          :" to wg-total-label
           move ws-high-count to wg-total-count
           perform 8100-write-total-line
           move "FINDINGS - MEDIUM        :" to wg-total-label
           move ws-medium-count to wg-total-count
           perform 8100-write-total-line
           move "FINDINGS - LOW           :" to wg-total-label
           move ws-low-count to wg-total-count
           perform 8100-write-total-line.

       6100-write-activity-line.
           add 1 to ws-oper-sub
           move ws-op-id(ws-oper-sub) to wa-operator-id
           move ws-op-name(ws-oper-sub) to wa-operator-name
           move ws-op-level(ws-oper-sub) to wa-level
           move ws-op-keyed-count(ws-oper-sub) to wa-keyed-count
           move ws-op-approved-count(ws-oper-sub) to wa-approved-count
           move ws-op-rejected-count(ws-oper-sub) to wa-rejected-count
           move ws-op-denied-count(ws-oper-sub) to wa-denied-count
           move ws-op-refused-count(ws-oper-sub) to wa-refused-count
           move ws-op-ack-count(ws-oper-sub) to wa-ack-count
           if ws-op-last-active(ws-oper-sub) = zero
               move "NEVER" to wa-last-active
           else
               move ws-op-last-active(ws-oper-sub) to wa-last-active
           end-if
           move ws-report-activity-detail to operrev-record
           perform 8000-write-report-record.

       6200-write-finding-line.
           add 1 to ws-finding-sub
           if ws-fnd-severity(ws-finding-sub) = ws-list-severity
               move ws-fnd-severity(ws-finding-sub) to wf-severity
               move ws-fnd-type(ws-finding-sub) to wf-type
               move ws-fnd-operator(ws-finding-sub) to wf-operator
               move ws-fnd-detail(ws-finding-sub) to wf-detail
               move ws-report-finding-detail to operrev-record
               perform 8000-write-report-record
           end-if.

       7000-terminate.
           close opersec
           close greetjrn
           close ackfile
           close operrev-rpt

      *    RC 8: the two-operator rule was broken in the period.
      *    RC 4: findings to explain or tidy up, but no breach.
           evaluate true
               when ws-high-count not = zero
                   move 8 to return-code
               when ws-finding-count not = zero
                   move 4 to return-code
               when other
                   continue
           end-evaluate.

       8000-write-report-record.
           write operrev-record
           if ws-operrev-status not = "00"
               string "WRITE OPERREV FAILED, STATUS="
                   ws-operrev-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       8100-write-total-line.
           move ws-report-total-line to operrev-record
           perform 8000-write-report-record.

       8300-add-finding.
           if ws-finding-count = 500
               move "FINDING TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-finding-count
           move ws-new-severity to ws-fnd-severity(ws-finding-count)
           move ws-new-type to ws-fnd-type(ws-finding-count)
           move ws-new-operator to ws-fnd-operator(ws-finding-count)
           move ws-new-detail to ws-fnd-detail(ws-finding-count)
           evaluate ws-new-severity
               when "H"
                   add 1 to ws-high-count
               when "M"
                   add 1 to ws-medium-count
               when other
                   add 1 to ws-low-count
           end-evaluate.

       9999-abend.
           display "OPERREV ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program OperReview.
