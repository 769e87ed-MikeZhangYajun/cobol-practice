       program-id. GreetVerify as "GREETVFY".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select greetjrn assign to "GREETJRN"
               organization is sequential
               file status is ws-greetjrn-status.

           select greetctl assign to "GREETCTL"
               organization is indexed
               access mode is random
               record key is gr-key of greetctl-record
               file status is ws-greetctl-status.

           select greetvfy-rpt assign to "GREETVFY"
               organization is line sequential
               file status is ws-greetvfy-status.

       data division.
       file section.
       fd  greetjrn.
           copy jrnlrec
               replacing leading ==jrnlrec== by ==greetjrn-record==.

       fd  greetctl.
           copy greetrec
               replacing leading ==greetrec== by ==greetctl-record==.

       fd  greetvfy-rpt.
       01 greetvfy-record pic x(80).

       working-storage section.
       01 ws-greetjrn-status pic x(2) value "00".
       01 ws-greetctl-status pic x(2) value "00".
       01 ws-greetvfy-status pic x(2) value "00".

       01 ws-eof-switch pic x value "N".
           88 ws-eof value "Y".

      *    The same YYYYMMDDHHMMSS backup timestamp card GREETRCV
      *    replayed from, so both steps look at the same rows.
       01 ws-backup-card.
           05 ws-backup-stamp.
               10 ws-backup-date    pic 9(8).
               10 ws-backup-time    pic 9(6).
           05 filler                pic x(66).
       01 ws-backup-date-split redefines ws-backup-card.
           05 ws-backup-yyyy        pic 9(4).
           05 ws-backup-mm          pic 9(2).
           05 ws-backup-dd          pic 9(2).
           05 ws-backup-hh          pic 9(2).
           05 ws-backup-mi          pic 9(2).
           05 ws-backup-ss          pic 9(2).
           05 filler                pic x(66).

       01 ws-row-stamp.
           05 ws-row-date           pic 9(8).
           05 ws-row-time           pic 9(6).

      *    One entry per GREETCTL key the journal touched since the
      *    backup, holding the record the journal says should be on
      *    file now: the last after image, or deleted. A change row
      *    from before the source program was kept carries no route
      *    code, so the key's route is only compared once a row that
      *    does carry one has been seen.
       01 ws-key-table.
           05 ws-key-entry occurs 3000 times.
               10 ws-key-run-date      pic 9(8).
               10 ws-key-shift-code    pic x(1).
               10 ws-key-present       pic x(1).
               10 ws-key-text          pic x(35).
               10 ws-key-route         pic x(1).
               10 ws-key-route-known   pic x(1).
       01 ws-key-count pic 9(4) value zero.
       01 ws-key-sub pic 9(4).
       01 ws-key-found-switch pic x value "N".
           88 ws-key-found value "Y".

       01 ws-compare-result pic x(11).
           88 ws-compare-match value "MATCH".

       01 ws-read-count pic 9(7) value zero.
       01 ws-update-count pic 9(7) value zero.
       01 ws-match-count pic 9(7) value zero.
       01 ws-differ-count pic 9(7) value zero.
       01 ws-missing-count pic 9(7) value zero.
       01 ws-not-deleted-count pic 9(7) value zero.
       01 ws-text-only-count pic 9(7) value zero.

       01 ws-abend-message pic x(60).

       01 ws-report-title.
           05 filler         pic x(45)
               value "GREETCTL RECOVERY COMPARE - JOURNAL SINCE ".
           05 wt-backup-date pic 9(8).
           05 filler         pic x(1)  value spaces.
           05 wt-backup-time pic 9(6).

       01 ws-report-detail-hdr.
           05 filler pic x(30)
               value "  RUN DATE S RESULT      RECOR".
           05 filler pic x(2)
               value "DS".

       01 ws-report-none.
           05 filler pic x(40)
               value "  (REBUILT GREETCTL MATCHES THE JOURNAL)".

       01 ws-report-detail.
           05 filler                 pic x(2)  value spaces.
           05 wd-run-date            pic 9(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-shift-code          pic x(1).
           05 filler                 pic x(1)  value spaces.
           05 wd-result              pic x(11).
           05 filler                 pic x(1)  value spaces.
           05 filler                 pic x(9)  value "JOURNAL: ".
           05 wd-journal-text        pic x(35).
           05 filler                 pic x(1)  value spaces.
           05 wd-journal-route       pic x(1).

       01 ws-report-file-line.
           05 filler                 pic x(25) value spaces.
           05 filler                 pic x(9)  value "ON FILE: ".
           05 wf-file-text           pic x(35).
           05 filler                 pic x(1)  value spaces.
           05 wf-file-route          pic x(1).

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       procedure division.

       0000-main-process.
           perform 1000-initialize
           perform 2000-build-expected until ws-eof
           move zero to ws-key-sub
           perform 3000-compare-one-key
               until ws-key-sub not < ws-key-count
           perform 4000-write-summary
           perform 5000-terminate
           goback.

       1000-initialize.
           move spaces to ws-backup-card
           accept ws-backup-card
           if ws-backup-stamp not numeric
               or ws-backup-mm < 01 or ws-backup-mm > 12
               or ws-backup-dd < 01 or ws-backup-dd > 31
               or ws-backup-hh > 23
               or ws-backup-mi > 59
               or ws-backup-ss > 59
               string "BACKUP TIMESTAMP CARD INVALID: "
                   ws-backup-card(1:14) delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if

           open input greetjrn
           if ws-greetjrn-status not = "00"
               string "OPEN GREETJRN FAILED, STATUS=" ws-greetjrn-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input greetctl
           if ws-greetctl-status not = "00"
               string "OPEN GREETCTL FAILED, STATUS=" ws-greetctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output greetvfy-rpt
           if ws-greetvfy-status not = "00"
               string "OPEN GREETVFY FAILED, STATUS=" ws-greetvfy-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           move ws-backup-date to wt-backup-date
           move ws-backup-time to wt-backup-time
           move ws-report-title to greetvfy-record
           perform 8000-write-report-record
           move ws-report-detail-hdr to greetvfy-record
           perform 8000-write-report-record.

      *    The rows selected are exactly the ones GREETRCV replays;
      *    each leaves its key's expected record as the row's after
      *    image, the last row for a key winning.
       2000-build-expected.
           read greetjrn
           evaluate ws-greetjrn-status
               when "00"
                   add 1 to ws-read-count
                   move jr-change-date of greetjrn-record
                       to ws-row-date
                   move jr-change-time of greetjrn-record(1:6)
                       to ws-row-time
                   if ws-row-stamp not < ws-backup-stamp
                       and jr-msg-id of greetjrn-record = spaces
                       perform 2100-apply-row
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ GREETJRN FAILED, STATUS="
                       ws-greetjrn-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2100-apply-row.
           evaluate jr-action of greetjrn-record
               when "ADDED   "
                   perform 2200-find-key
                   move "Y" to ws-key-present(ws-key-sub)
                   move jr-after-text of greetjrn-record
                       to ws-key-text(ws-key-sub)
                   move jr-route-code of greetjrn-record
                       to ws-key-route(ws-key-sub)
                   move "Y" to ws-key-route-known(ws-key-sub)
               when "APPROVED"
               when "DIRECT  "
               when "CHANGED "
                   perform 2200-find-key
                   move "Y" to ws-key-present(ws-key-sub)
                   move jr-after-text of greetjrn-record
                       to ws-key-text(ws-key-sub)
                   if jr-source-program of greetjrn-record
                       not = spaces
                       move jr-route-code of greetjrn-record
                           to ws-key-route(ws-key-sub)
                       move "Y" to ws-key-route-known(ws-key-sub)
                   end-if
               when "DELETED "
                   perform 2200-find-key
                   move "N" to ws-key-present(ws-key-sub)
                   move spaces to ws-key-text(ws-key-sub)
                   move space to ws-key-route(ws-key-sub)
                   move "Y" to ws-key-route-known(ws-key-sub)
               when other
                   continue
           end-evaluate.

       2200-find-key.
           move "N" to ws-key-found-switch
           move zero to ws-key-sub
           perform 2210-check-key-entry
               until ws-key-found
               or ws-key-sub not < ws-key-count
           if not ws-key-found
               if ws-key-count = 3000
                   move "JOURNAL KEY TABLE FULL" to ws-abend-message
                   perform 9999-abend
               end-if
               add 1 to ws-key-count
               move ws-key-count to ws-key-sub
               move jr-run-date of greetjrn-record
                   to ws-key-run-date(ws-key-sub)
               move jr-shift-code of greetjrn-record
                   to ws-key-shift-code(ws-key-sub)
               move space to ws-key-route(ws-key-sub)
               move "N" to ws-key-route-known(ws-key-sub)
           end-if.

       2210-check-key-entry.
           add 1 to ws-key-sub
           if ws-key-run-date(ws-key-sub)
               = jr-run-date of greetjrn-record
               and ws-key-shift-code(ws-key-sub)
               = jr-shift-code of greetjrn-record
               move "Y" to ws-key-found-switch
           end-if.

      *    Read the key back from the rebuilt cluster and hold it
      *    against the journal's final image.
       3000-compare-one-key.
           add 1 to ws-key-sub
           add 1 to ws-update-count
           move ws-key-run-date(ws-key-sub)
               to gr-run-date of greetctl-record
           move ws-key-shift-code(ws-key-sub)
               to gr-shift-code of greetctl-record
           read greetctl
           evaluate ws-greetctl-status
               when "00"
                   perform 3100-compare-record
               when "23"
                   move spaces to gr-message-text of greetctl-record
                   move space to gr-route-code of greetctl-record
                   if ws-key-present(ws-key-sub) = "Y"
                       move "MISSING" to ws-compare-result
                       add 1 to ws-missing-count
                   else
                       move "MATCH" to ws-compare-result
                   end-if
               when other
                   string "READ GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate

           if ws-compare-match
               add 1 to ws-match-count
           else
               perform 3200-write-difference
           end-if.

       3100-compare-record.
           evaluate true
               when ws-key-present(ws-key-sub) not = "Y"
                   move "NOT DELETED" to ws-compare-result
                   add 1 to ws-not-deleted-count
               when gr-message-text of greetctl-record
                   not = ws-key-text(ws-key-sub)
                   move "TEXT DIFFER" to ws-compare-result
                   add 1 to ws-differ-count
               when ws-key-route-known(ws-key-sub) not = "Y"
                   move "MATCH" to ws-compare-result
                   add 1 to ws-text-only-count
               when gr-route-code of greetctl-record
                   not = ws-key-route(ws-key-sub)
                   move "ROUTE DIFF" to ws-compare-result
                   add 1 to ws-differ-count
               when other
                   move "MATCH" to ws-compare-result
           end-evaluate.

       3200-write-difference.
           move ws-key-run-date(ws-key-sub) to wd-run-date
           move ws-key-shift-code(ws-key-sub) to wd-shift-code
           move ws-compare-result to wd-result
           move ws-key-text(ws-key-sub) to wd-journal-text
           move ws-key-route(ws-key-sub) to wd-journal-route
           move ws-report-detail to greetvfy-record
           perform 8000-write-report-record
           move gr-message-text of greetctl-record to wf-file-text
           move gr-route-code of greetctl-record to wf-file-route
           move ws-report-file-line to greetvfy-record
           perform 8000-write-report-record.

       4000-write-summary.
           if ws-match-count = ws-update-count
               move ws-report-none to greetvfy-record
               perform 8000-write-report-record
           end-if

           move spaces to greetvfy-record
           perform 8000-write-report-record
           move "JOURNAL ROWS READ        :" to wg-total-label
           move ws-read-count to wg-total-count
           perform 8100-write-total-line
           move "KEYS UPDATED SINCE BACKUP:" to wg-total-label
           move ws-update-count to wg-total-count
           perform 8100-write-total-line
           move "KEYS MATCHING JOURNAL    :" to wg-total-label
           move ws-match-count to wg-total-count
           perform 8100-write-total-line
           move "  ROUTE NOT JOURNALLED   :" to wg-total-label
           move ws-text-only-count to wg-total-count
           perform 8100-write-total-line
           move "TEXT OR ROUTE DIFFERENT  :" to wg-total-label
           move ws-differ-count to wg-total-count
           perform 8100-write-total-line
           move "MISSING FROM GREETCTL    :" to wg-total-label
           move ws-missing-count to wg-total-count
           perform 8100-write-total-line
           move "DELETED, STILL ON FILE   :" to wg-total-label
           move ws-not-deleted-count to wg-total-count
           perform 8100-write-total-line.

       5000-terminate.
           close greetjrn
           close greetctl
           close greetvfy-rpt

      *    Any difference means the rebuilt cluster is not what the
      *    journal says it should be - it must not go into the
      *    nightly window until the differences are resolved.
           if ws-match-count not = ws-update-count
               move 8 to return-code
           end-if.

       8000-write-report-record.
           write greetvfy-record
           if ws-greetvfy-status not = "00"
               string "WRITE GREETVFY FAILED, STATUS="
                   ws-greetvfy-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       8100-write-total-line.
           move ws-report-total-line to greetvfy-record
           perform 8000-write-report-record.

       9999-abend.
           display "GREETVFY ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program GreetVerify.
