       program-id. GreetRecov as "GREETRCV".

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

           select greetrcv-rpt assign to "GREETRCV"
               organization is line sequential
               file status is ws-greetrcv-status.

       data division.
       file section.
       fd  greetjrn.
           copy jrnlrec
               replacing leading ==jrnlrec== by ==greetjrn-record==.

       fd  greetctl.
           copy greetrec
               replacing leading ==greetrec== by ==greetctl-record==.

       fd  greetrcv-rpt.
       01 greetrcv-record pic x(80).

       working-storage section.
       01 ws-greetjrn-status pic x(2) value "00".
       01 ws-greetctl-status pic x(2) value "00".
       01 ws-greetrcv-status pic x(2) value "00".

       01 ws-eof-switch pic x value "N".
           88 ws-eof value "Y".

      *    The backup's timestamp arrives as a YYYYMMDDHHMMSS card on
      *    SYSIN - the start time of the REPRO that took the backup.
      *    Every GREETCTL update journalled at or after it is
      *    replayed; one already on the backup (taken while the copy
      *    was running) is recognised and counted, not applied twice.
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

      *    What the replay of one row did: A = changed GREETCTL as
      *    journalled, B = the backup already held the after image,
      *    X = applied, but the file did not hold the before image
      *    (a change missing from the journal), N = a change to a
      *    record that is not on the file, so nothing was applied.
       01 ws-replay-result pic x(1).
           88 ws-replay-applied    value "A".
           88 ws-replay-on-backup  value "B".
           88 ws-replay-differs    value "X".
           88 ws-replay-not-found  value "N".

      *    The counts by the program that journalled the row. A row
      *    from before the source program was kept is counted under
      *    a blank name.
       01 ws-source-table.
           05 ws-source-entry occurs 10 times.
               10 ws-src-program       pic x(8).
               10 ws-src-row-count     pic 9(7).
               10 ws-src-add-count     pic 9(7).
               10 ws-src-change-count  pic 9(7).
               10 ws-src-delete-count  pic 9(7).
               10 ws-src-backup-count  pic 9(7).
               10 ws-src-except-count  pic 9(7).
       01 ws-source-count pic 9(2) value zero.
       01 ws-source-sub pic 9(2).
       01 ws-source-found-switch pic x value "N".
           88 ws-source-found value "Y".

       01 ws-read-count pic 9(7) value zero.
       01 ws-before-backup-count pic 9(7) value zero.
       01 ws-not-update-count pic 9(7) value zero.
       01 ws-replay-count pic 9(7) value zero.
       01 ws-applied-count pic 9(7) value zero.
       01 ws-on-backup-count pic 9(7) value zero.
       01 ws-exception-count pic 9(7) value zero.

       01 ws-abend-message pic x(60).

       01 ws-report-title.
           05 filler         pic x(42)
               value "GREETCTL FORWARD RECOVERY - BACKUP TAKEN ".
           05 wt-backup-date pic 9(8).
           05 filler         pic x(1)  value spaces.
           05 wt-backup-time pic 9(6).

       01 ws-report-detail-hdr.
           05 filler pic x(30)
               value "  CHANGED  TIME   SOURCE   ACT".
           05 filler pic x(30)
               value "ION   RUN DATE S RESULT     TE".
           05 filler pic x(2)
               value "XT".

       01 ws-report-none.
           05 filler pic x(40)
               value "  (NO GREETCTL UPDATES SINCE THE BACKUP)".

       01 ws-report-detail.
           05 filler                 pic x(2)  value spaces.
           05 wd-change-date         pic 9(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-change-time         pic 9(6).
           05 filler                 pic x(1)  value spaces.
           05 wd-source-program      pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-action              pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-run-date            pic 9(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-shift-code          pic x(1).
           05 filler                 pic x(1)  value spaces.
           05 wd-result              pic x(10).
           05 filler                 pic x(1)  value spaces.
           05 wd-after-text          pic x(21).

       01 ws-report-source-title.
           05 filler pic x(31)
               value "ROWS REPLAYED BY SOURCE PROGRAM".

       01 ws-report-source-hdr.
           05 filler pic x(30)
               value "  SOURCE       ROWS     ADDS  ".
           05 filler pic x(30)
               value "CHANGES  DELETES ON BACKUP EXC".
           05 filler pic x(7)
               value "EPTIONS".

       01 ws-report-source-line.
           05 filler                 pic x(2)  value spaces.
           05 wp-source-name         pic x(8).
           05 filler                 pic x(2)  value spaces.
           05 wp-rows                pic zzz,zz9.
           05 filler                 pic x(2)  value spaces.
           05 wp-adds                pic zzz,zz9.
           05 filler                 pic x(2)  value spaces.
           05 wp-changes             pic zzz,zz9.
           05 filler                 pic x(2)  value spaces.
           05 wp-deletes             pic zzz,zz9.
           05 filler                 pic x(3)  value spaces.
           05 wp-on-backup           pic zzz,zz9.
           05 filler                 pic x(4)  value spaces.
           05 wp-exceptions          pic zzz,zz9.

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       procedure division.

       0000-main-process.
           perform 1000-initialize
           perform 2000-replay-journal until ws-eof
           perform 3000-write-summary
           perform 4000-terminate
           goback.

       1000-initialize.
           move spaces to ws-backup-card
           accept ws-backup-card
           perform 1100-edit-backup-card

           open input greetjrn
           if ws-greetjrn-status not = "00"
               string "OPEN GREETJRN FAILED, STATUS=" ws-greetjrn-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open i-o greetctl
           if ws-greetctl-status not = "00"
               string "OPEN GREETCTL FAILED, STATUS=" ws-greetctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output greetrcv-rpt
           if ws-greetrcv-status not = "00"
               string "OPEN GREETRCV FAILED, STATUS=" ws-greetrcv-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           move ws-backup-date to wt-backup-date
           move ws-backup-time to wt-backup-time
           move ws-report-title to greetrcv-record
           perform 8000-write-report-record
           move ws-report-detail-hdr to greetrcv-record
           perform 8000-write-report-record.

      *    A bad timestamp abends: replaying from the wrong point
      *    would either lose changes or silently skip them.
       1100-edit-backup-card.
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
           end-if.

      *    GREETJRN is appended to as the changes happen, so reading
      *    it front to back replays them in the order they were
      *    made.
       2000-replay-journal.
           read greetjrn
           evaluate ws-greetjrn-status
               when "00"
                   add 1 to ws-read-count
                   perform 2100-select-row
               when "10"
                   set ws-eof to true
               when other
                   string "READ GREETJRN FAILED, STATUS="
                       ws-greetjrn-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    Only rows that changed GREETCTL replay: MSGLIB catalog
      *    rows, keyed and rejected changes, and refused or denied
      *    sign-ons left the file as it was.
       2100-select-row.
           move jr-change-date of greetjrn-record to ws-row-date
           move jr-change-time of greetjrn-record(1:6) to ws-row-time
           evaluate true
               when ws-row-stamp < ws-backup-stamp
                   add 1 to ws-before-backup-count
               when jr-msg-id of greetjrn-record not = spaces
                   add 1 to ws-not-update-count
               when jr-action of greetjrn-record = "ADDED   "
                   perform 2200-replay-add
                   perform 2500-record-replay
               when jr-action of greetjrn-record = "APPROVED"
               when jr-action of greetjrn-record = "DIRECT  "
               when jr-action of greetjrn-record = "CHANGED "
                   perform 2300-replay-change
                   perform 2500-record-replay
               when jr-action of greetjrn-record = "DELETED "
                   perform 2400-replay-delete
                   perform 2500-record-replay
               when other
                   add 1 to ws-not-update-count
           end-evaluate.

      *    An add whose key is already on the restored file was made
      *    while the backup was being taken, if the record matches;
      *    otherwise the file held something the journal never saw,
      *    and the journalled record replaces it.
       2200-replay-add.
           perform 2600-read-greetctl
           evaluate ws-greetctl-status
               when "00"
                   if gr-message-text of greetctl-record
                       = jr-after-text of greetjrn-record
                       and gr-route-code of greetctl-record
                       = jr-route-code of greetjrn-record
                       set ws-replay-on-backup to true
                   else
                       set ws-replay-differs to true
                       perform 2700-move-after-image
                       perform 2800-rewrite-greetctl
                   end-if
               when "23"
                   set ws-replay-applied to true
                   move space to gr-route-code of greetctl-record
                   perform 2700-move-after-image
                   write greetctl-record
                   if ws-greetctl-status not = "00"
                       string "WRITE GREETCTL FAILED, STATUS="
                           ws-greetctl-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
                   end-if
           end-evaluate.

      *    A change replays over the journalled before image. A row
      *    from before the source program was kept has no route code
      *    and leaves the record's route as it stands.
       2300-replay-change.
           perform 2600-read-greetctl
           evaluate ws-greetctl-status
               when "00"
                   evaluate true
                       when gr-message-text of greetctl-record
                           = jr-after-text of greetjrn-record
                           and (jr-source-program of greetjrn-record
                               = spaces
                           or gr-route-code of greetctl-record
                               = jr-route-code of greetjrn-record)
                           set ws-replay-on-backup to true
                       when gr-message-text of greetctl-record
                           = jr-before-text of greetjrn-record
                           set ws-replay-applied to true
                       when other
                           set ws-replay-differs to true
                   end-evaluate
                   if not ws-replay-on-backup
                       perform 2700-move-after-image
                       perform 2800-rewrite-greetctl
                   end-if
               when "23"
                   set ws-replay-not-found to true
           end-evaluate.

       2400-replay-delete.
           perform 2600-read-greetctl
           evaluate ws-greetctl-status
               when "00"
                   if gr-message-text of greetctl-record
                       = jr-before-text of greetjrn-record
                       set ws-replay-applied to true
                   else
                       set ws-replay-differs to true
                   end-if
                   delete greetctl record
                   if ws-greetctl-status not = "00"
                       string "DELETE GREETCTL FAILED, STATUS="
                           ws-greetctl-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
                   end-if
               when "23"
                   set ws-replay-on-backup to true
           end-evaluate.

      *    Count the row under its result and its source program,
      *    and list it.
       2500-record-replay.
           add 1 to ws-replay-count
           perform 2550-find-source
           add 1 to ws-src-row-count(ws-source-sub)
           evaluate true
               when ws-replay-on-backup
                   add 1 to ws-on-backup-count
                   add 1 to ws-src-backup-count(ws-source-sub)
                   move "ON BACKUP" to wd-result
               when ws-replay-not-found
                   add 1 to ws-exception-count
                   add 1 to ws-src-except-count(ws-source-sub)
                   move "NOT FOUND" to wd-result
               when other
                   add 1 to ws-applied-count
                   evaluate jr-action of greetjrn-record
                       when "ADDED   "
                           add 1 to ws-src-add-count(ws-source-sub)
                       when "DELETED "
                           add 1 to ws-src-delete-count(ws-source-sub)
                       when other
                           add 1 to ws-src-change-count(ws-source-sub)
                   end-evaluate
                   if ws-replay-differs
                       add 1 to ws-exception-count
                       add 1 to ws-src-except-count(ws-source-sub)
                       move "BEFORE DIF" to wd-result
                   else
                       move "REAPPLIED" to wd-result
                   end-if
           end-evaluate

           move jr-change-date of greetjrn-record to wd-change-date
           move ws-row-time to wd-change-time
           move jr-source-program of greetjrn-record
               to wd-source-program
           move jr-action of greetjrn-record to wd-action
           move jr-run-date of greetjrn-record to wd-run-date
           move jr-shift-code of greetjrn-record to wd-shift-code
           move jr-after-text of greetjrn-record to wd-after-text
           move ws-report-detail to greetrcv-record
           perform 8000-write-report-record.

       2550-find-source.
           move "N" to ws-source-found-switch
           move zero to ws-source-sub
           perform 2560-check-source-entry
               until ws-source-found
               or ws-source-sub not < ws-source-count
           if not ws-source-found
               if ws-source-count = 10
                   move "SOURCE PROGRAM TABLE FULL" to ws-abend-message
                   perform 9999-abend
               end-if
               add 1 to ws-source-count
               move ws-source-count to ws-source-sub
               move jr-source-program of greetjrn-record
                   to ws-src-program(ws-source-sub)
               move zero to ws-src-row-count(ws-source-sub)
               move zero to ws-src-add-count(ws-source-sub)
               move zero to ws-src-change-count(ws-source-sub)
               move zero to ws-src-delete-count(ws-source-sub)
               move zero to ws-src-backup-count(ws-source-sub)
               move zero to ws-src-except-count(ws-source-sub)
           end-if.

       2560-check-source-entry.
           add 1 to ws-source-sub
           if ws-src-program(ws-source-sub)
               = jr-source-program of greetjrn-record
               move "Y" to ws-source-found-switch
           end-if.

       2600-read-greetctl.
           move jr-run-date of greetjrn-record
               to gr-run-date of greetctl-record
           move jr-shift-code of greetjrn-record
               to gr-shift-code of greetctl-record
           read greetctl
           if ws-greetctl-status not = "00"
               and ws-greetctl-status not = "23"
               string "READ GREETCTL FAILED, STATUS="
                   ws-greetctl-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       2700-move-after-image.
           move jr-run-date of greetjrn-record
               to gr-run-date of greetctl-record
           move jr-shift-code of greetjrn-record
               to gr-shift-code of greetctl-record
           move jr-after-text of greetjrn-record
               to gr-message-text of greetctl-record
           if jr-source-program of greetjrn-record not = spaces
               move jr-route-code of greetjrn-record
                   to gr-route-code of greetctl-record
           end-if.

       2800-rewrite-greetctl.
           rewrite greetctl-record
           if ws-greetctl-status not = "00"
               string "REWRITE GREETCTL FAILED, STATUS="
                   ws-greetctl-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       3000-write-summary.
           if ws-replay-count = zero
               move ws-report-none to greetrcv-record
               perform 8000-write-report-record
           end-if

           move spaces to greetrcv-record
           perform 8000-write-report-record
           move ws-report-source-title to greetrcv-record
           perform 8000-write-report-record
           move ws-report-source-hdr to greetrcv-record
           perform 8000-write-report-record
           move zero to ws-source-sub
           perform 3100-write-source-line
               until ws-source-sub not < ws-source-count

           move spaces to greetrcv-record
           perform 8000-write-report-record
           move "JOURNAL ROWS READ        :" to wg-total-label
           move ws-read-count to wg-total-count
           perform 8100-write-total-line
           move "ROWS BEFORE THE BACKUP   :" to wg-total-label
           move ws-before-backup-count to wg-total-count
           perform 8100-write-total-line
           move "ROWS NOT GREETCTL UPDATES:" to wg-total-label
           move ws-not-update-count to wg-total-count
           perform 8100-write-total-line
           move "UPDATES REPLAYED         :" to wg-total-label
           move ws-replay-count to wg-total-count
           perform 8100-write-total-line
           move "UPDATES REAPPLIED        :" to wg-total-label
           move ws-applied-count to wg-total-count
           perform 8100-write-total-line
           move "ALREADY ON THE BACKUP    :" to wg-total-label
           move ws-on-backup-count to wg-total-count
           perform 8100-write-total-line
           move "EXCEPTIONS               :" to wg-total-label
           move ws-exception-count to wg-total-count
           perform 8100-write-total-line.

      *    A blank source program is a row journalled before the
      *    source was kept - always a GREETMNT change.
       3100-write-source-line.
           add 1 to ws-source-sub
           if ws-src-program(ws-source-sub) = spaces
               move "(BLANK)" to wp-source-name
           else
               move ws-src-program(ws-source-sub) to wp-source-name
           end-if
           move ws-src-row-count(ws-source-sub) to wp-rows
           move ws-src-add-count(ws-source-sub) to wp-adds
           move ws-src-change-count(ws-source-sub) to wp-changes
           move ws-src-delete-count(ws-source-sub) to wp-deletes
           move ws-src-backup-count(ws-source-sub)
               to wp-on-backup
           move ws-src-except-count(ws-source-sub)
               to wp-exceptions
           move ws-report-source-line to greetrcv-record
           perform 8000-write-report-record.

       4000-terminate.
           close greetjrn
           close greetctl
           close greetrcv-rpt

      *    An exception means the journal and the backup disagree
      *    somewhere: the GREETVFY compare and the listed rows show
      *    where.
           if ws-exception-count not = zero
               move 4 to return-code
           end-if.

       8000-write-report-record.
           write greetrcv-record
           if ws-greetrcv-status not = "00"
               string "WRITE GREETRCV FAILED, STATUS="
                   ws-greetrcv-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       8100-write-total-line.
           move ws-report-total-line to greetrcv-record
           perform 8000-write-report-record.

      *    Common abend routine - the rebuilt GREETCTL is only partly
      *    rolled forward and must not be used until the run is
      *    repeated from the restore.
       9999-abend.
           display "GREETRCV ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program GreetRecov.
