       program-id. GreetTrace as "GREETTRC".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select greetctl assign to "GREETCTL"
               organization is indexed
               access mode is dynamic
               record key is gr-key of greetctl-record
               file status is ws-greetctl-status.

           select greetpnd assign to "GREETPND"
               organization is indexed
               access mode is random
               record key is pn-key of greetpnd-record
               file status is ws-greetpnd-status.

           select holiday assign to "HOLIDAY"
               organization is indexed
               access mode is random
               record key is ho-holiday-date of holiday-record
               file status is ws-holiday-status.

           select msglib assign to "MSGLIB"
               organization is indexed
               access mode is random
               record key is ml-key of msglib-record
               file status is ws-msglib-status.

           select greetjrn assign to "GREETJRN"
               organization is sequential
               file status is ws-greetjrn-status.

           select auditlog assign to "AUDITLOG"
               organization is sequential
               file status is ws-auditlog-status.

           select destout assign to "DESTOUT"
               organization is sequential
               file status is ws-destout-status.

           select ackfile assign to "ACKFILE"
               organization is sequential
               file status is ws-ackfile-status.

           select greettrc-rpt assign to "GREETTRC"
               organization is line sequential
               file status is ws-greettrc-status.

       data division.
       file section.
       fd  greetctl.
           copy greetrec
               replacing leading ==greetrec== by ==greetctl-record==.

       fd  greetpnd.
           copy pendrec
               replacing leading ==pendrec== by ==greetpnd-record==.

       fd  holiday.
           copy holidrec
               replacing leading ==holidrec== by ==holiday-record==.

       fd  msglib.
           copy msgrec
               replacing leading ==msgrec== by ==msglib-record==.

       fd  greetjrn.
           copy jrnlrec
               replacing leading ==jrnlrec== by ==greetjrn-record==.

       fd  auditlog.
           copy auditrec
               replacing leading ==auditrec== by ==auditlog-record==.

       fd  destout.
           copy dlvrec
               replacing leading ==dlvrec== by ==destout-record==.

       fd  ackfile.
           copy ackrec
               replacing leading ==ackrec== by ==ackfile-record==.

       fd  greettrc-rpt.
       01 greettrc-record pic x(80).

       working-storage section.
           copy msgref
               replacing leading ==msgref== by ==ws-msgref==.

       01 ws-greetctl-status pic x(2) value "00".
       01 ws-greetpnd-status pic x(2) value "00".
       01 ws-holiday-status pic x(2) value "00".
       01 ws-msglib-status pic x(2) value "00".
       01 ws-greetjrn-status pic x(2) value "00".
       01 ws-auditlog-status pic x(2) value "00".
       01 ws-destout-status pic x(2) value "00".
       01 ws-ackfile-status pic x(2) value "00".
       01 ws-greettrc-status pic x(2) value "00".

      *    The calendar and the catalog are optional here as they
      *    are to HELLOWLD: status 35 on OPEN means none defined.
       01 ws-holiday-open-switch pic x value "N".
           88 ws-holiday-is-open value "Y".
       01 ws-msglib-open-switch pic x value "N".
           88 ws-msglib-is-open value "Y".

      *    Batch (a SYSIN card, report to GREETTRC) or online (the
      *    same story displayed at the terminal, one lookup after
      *    another), chosen by PARM='ONLINE'.
       01 ws-run-mode pic x value "B".
           88 ws-batch-mode  value "B".
           88 ws-online-mode value "O".

      *    The date and shift asked about. The batch SYSIN card
      *    carries the date in cols 1-8 (YYYYMMDD) and the shift
      *    code in col 9.
       01 ws-trace-card.
           05 ws-card-run-date       pic x(8).
           05 ws-card-shift-code     pic x(1).
           05 filler                 pic x(71).
       01 ws-search-run-date pic 9(8).
       01 ws-search-shift-code pic x(1).
       01 ws-request-valid-switch pic x value "N".
           88 ws-request-valid value "Y".
       01 ws-continue-flag pic x value "Y".
           88 ws-continue value "Y" "y".

      *    Where the night's text comes from, as GREETCTL and the
      *    HOLIDAY calendar stand now: a record dated for the night,
      *    the 00000000 standing default (used only when nothing at
      *    all is scheduled for the date), or nothing for this shift
      *    because other shifts of the date are scheduled. A holiday
      *    row swaps its text in or suppresses the night outright.
       01 ws-text-source pic x value space.
           88 ws-source-dated    value "D".
           88 ws-source-default  value "F".
           88 ws-source-none     value "N".
       01 ws-sched-text pic x(35) value spaces.
       01 ws-sched-route pic x(1) value space.
       01 ws-holiday-mode pic x value "N".
           88 ws-holiday-none     value "N".
           88 ws-holiday-suppress value "S".
           88 ws-holiday-swap     value "W".
       01 ws-holiday-text pic x(35) value spaces.
       01 ws-default-date pic 9(8) value zero.
       01 ws-ref-msg-id pic x(8) value spaces.
       01 ws-catalog-text pic x(35) value spaces.

      *    Set when the broadcast rows show the standing default
      *    went out, so changes to the default are traced as well.
       01 ws-default-used-switch pic x value "N".
           88 ws-default-used value "Y".

       01 ws-eof-switch pic x value "N".
           88 ws-eof value "Y".

      *    Every event found for the night, kept in time order by
      *    inserting each one ahead of any later entry. The sequence
      *    number keeps events with the same stamp in the order the
      *    files were read.
       01 ws-event-table.
           05 ws-event-entry occurs 900 times.
               10 ws-ev-sort-key.
                   15 ws-ev-date         pic 9(8).
                   15 ws-ev-time         pic 9(8).
                   15 ws-ev-seq          pic 9(5).
               10 ws-ev-event            pic x(9).
               10 ws-ev-who              pic x(8).
               10 ws-ev-where            pic x(8).
               10 ws-ev-detail           pic x(35).
               10 ws-ev-note             pic x(54).
       01 ws-event-count pic 9(3) value zero.
       01 ws-event-sub pic 9(3).
       01 ws-event-seq pic 9(5) value zero.
       01 ws-slot-found-switch pic x value "N".
           88 ws-slot-found value "Y".

       01 ws-new-event.
           05 ws-nev-sort-key.
               10 ws-nev-date            pic 9(8).
               10 ws-nev-time            pic 9(8).
               10 ws-nev-seq             pic 9(5).
           05 ws-nev-event               pic x(9).
           05 ws-nev-who                 pic x(8).
           05 ws-nev-where               pic x(8).
           05 ws-nev-detail              pic x(35).
           05 ws-nev-note                pic x(54).
       01 ws-note-piece pic x(40).
       01 ws-note-ptr pic 9(3).
       01 ws-edit-tier pic 9(1).

       01 ws-journal-count pic 9(7) value zero.
       01 ws-pending-count pic 9(7) value zero.
       01 ws-audit-count pic 9(7) value zero.
       01 ws-delivery-count pic 9(7) value zero.
       01 ws-ack-count pic 9(7) value zero.

       01 ws-abend-message pic x(60).

       01 ws-print-line pic x(80).

       01 ws-report-title.
           05 filler         pic x(34)
               value "BROADCAST LINEAGE - RUN DATE ".
           05 wt-run-date    pic 9(8).
           05 filler         pic x(8)  value "  SHIFT ".
           05 wt-shift-code  pic x(1).

       01 ws-report-fact-line.
           05 filler                 pic x(2)  value spaces.
           05 wf-fact-label          pic x(22).
           05 filler                 pic x(1)  value spaces.
           05 wf-fact-value          pic x(55).

       01 ws-report-event-hdr.
           05 filler pic x(30)
               value "  DATE     TIME EVENT     WHO ".
           05 filler pic x(30)
               value "     WHERE    DETAIL".

       01 ws-report-event-detail.
           05 filler                 pic x(2)  value spaces.
           05 wd-event-date          pic 9(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-event-time          pic x(4).
           05 filler                 pic x(1)  value spaces.
           05 wd-event               pic x(9).
           05 filler                 pic x(1)  value spaces.
           05 wd-who                 pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-where               pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-detail              pic x(35).

       01 ws-report-event-note.
           05 filler                 pic x(26) value spaces.
           05 wd-note                pic x(54).

       01 ws-report-none.
           05 filler pic x(30) value "  (NONE - NO EVENTS FOUND)".

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       linkage section.
       01 parm-data.
           05 parm-length pic s9(4) comp.
           05 parm-text   pic x(8).

       screen section.
       01 scr-locate.
           05 blank screen.
           05 line 1 column 1
               value "BROADCAST LINEAGE - LOOK UP A NIGHT".
           05 line 3 column 1 value "RUN DATE (YYYYMMDD) : ".
           05 line 3 column 24 pic 9(8) using ws-search-run-date.
           05 line 4 column 1 value "SHIFT CODE (1 CHAR) : ".
           05 line 4 column 24 pic x(1) using ws-search-shift-code.

       01 scr-continue.
           05 line 24 column 1
               value "LOOK UP ANOTHER NIGHT? (Y/N) : ".
           05 line 24 column 33 pic x using ws-continue-flag.

       procedure division using parm-data.

       0000-main-process.
           perform 1000-initialize
           if ws-online-mode
               perform 0100-online-lookup until not ws-continue
           else
               perform 1100-read-trace-card
               perform 2000-trace-night
           end-if
           perform 7000-terminate
           goback.

       0100-online-lookup.
           move zero to ws-search-run-date
           move space to ws-search-shift-code
           display scr-locate
           accept scr-locate
           perform 1200-validate-request
           if ws-request-valid
               perform 2000-trace-night
           end-if
           move "Y" to ws-continue-flag
           display scr-continue
           accept scr-continue.

      *    The keyed files are opened once; the sequential histories
      *    are reread from the top for every night traced.
       1000-initialize.
           if parm-length not = zero
               if parm-text(1:parm-length) = "ONLINE"
                   set ws-online-mode to true
               else
                   move "PARM INVALID - ONLINE OR NONE"
                       to ws-abend-message
                   perform 9999-abend
               end-if
           end-if

           open input greetctl
           if ws-greetctl-status not = "00"
               string "OPEN GREETCTL FAILED, STATUS=" ws-greetctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input greetpnd
           if ws-greetpnd-status not = "00"
               string "OPEN GREETPND FAILED, STATUS=" ws-greetpnd-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input holiday
           evaluate ws-holiday-status
               when "00"
                   move "Y" to ws-holiday-open-switch
               when "35"
                   continue
               when other
                   string "OPEN HOLIDAY FAILED, STATUS="
                       ws-holiday-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate

           open input msglib
           evaluate ws-msglib-status
               when "00"
                   move "Y" to ws-msglib-open-switch
               when "35"
                   continue
               when other
                   string "OPEN MSGLIB FAILED, STATUS="
                       ws-msglib-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate

           if ws-batch-mode
               open output greettrc-rpt
               if ws-greettrc-status not = "00"
                   string "OPEN GREETTRC FAILED, STATUS="
                       ws-greettrc-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
               end-if
           end-if.

       1100-read-trace-card.
           move spaces to ws-trace-card
           accept ws-trace-card
           if ws-card-run-date not numeric
               string "TRACE CARD INVALID: " ws-trace-card(1:9)
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           move ws-card-run-date to ws-search-run-date
           move ws-card-shift-code to ws-search-shift-code
           perform 1200-validate-request
           if not ws-request-valid
               string "TRACE CARD INVALID: " ws-trace-card(1:9)
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if.

      *    A run date of 00000000 asks after the standing default
      *    itself, which never went out under that date - a real
      *    night is wanted, with its shift.
       1200-validate-request.
           move "Y" to ws-request-valid-switch
           if ws-search-run-date = zero
               or ws-search-shift-code = space
               move "N" to ws-request-valid-switch
               if ws-online-mode
                   display "ENTER A RUN DATE AND A SHIFT CODE"
               end-if
           end-if.

      *    Assemble the whole story for one night: the standing
      *    facts first, then every event in time order.
       2000-trace-night.
           move zero to ws-event-count
           move zero to ws-event-seq
           move zero to ws-journal-count
           move zero to ws-pending-count
           move zero to ws-audit-count
           move zero to ws-delivery-count
           move zero to ws-ack-count
           move "N" to ws-default-used-switch
           move spaces to ws-ref-msg-id
           move spaces to ws-catalog-text

           perform 2100-find-scheduled-text
           perform 2200-check-holiday
           perform 2300-check-catalog-ref
           perform 3000-collect-broadcasts
           perform 3500-collect-deliveries
           perform 3700-collect-confirmations
           perform 4000-collect-changes
           perform 4500-collect-pending
           perform 5000-write-lineage.

      *    The record HELLOWLD would select for the night today.
       2100-find-scheduled-text.
           move space to ws-text-source
           move spaces to ws-sched-text
           move space to ws-sched-route
           move ws-search-run-date to gr-run-date of greetctl-record
           move ws-search-shift-code to gr-shift-code of greetctl-record
           read greetctl key is gr-key of greetctl-record
           evaluate ws-greetctl-status
               when "00"
                   set ws-source-dated to true
                   move gr-message-text of greetctl-record
                       to ws-sched-text
                   move gr-route-code of greetctl-record
                       to ws-sched-route
               when "23"
                   perform 2110-check-date-scheduled
               when other
                   string "READ GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    No record for the shift: if any other shift of the date is
      *    scheduled the default is not used and the shift has no
      *    greeting; otherwise the shift's standing default applies.
       2110-check-date-scheduled.
           move ws-search-run-date to gr-run-date of greetctl-record
           move low-values to gr-shift-code of greetctl-record
           start greetctl key is not less than gr-key
               of greetctl-record
           evaluate ws-greetctl-status
               when "00"
                   read greetctl next record
                   evaluate ws-greetctl-status
                       when "00"
                           if gr-run-date of greetctl-record
                               = ws-search-run-date
                               set ws-source-none to true
                           end-if
                       when "10"
                           continue
                       when other
                           string "READ GREETCTL FAILED, STATUS="
                               ws-greetctl-status delimited by size
                               into ws-abend-message
                           perform 9999-abend
                   end-evaluate
               when "23"
                   continue
               when other
                   string "START GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate

           if not ws-source-none
               move ws-default-date to gr-run-date of greetctl-record
               move ws-search-shift-code
                   to gr-shift-code of greetctl-record
               read greetctl key is gr-key of greetctl-record
               evaluate ws-greetctl-status
                   when "00"
                       set ws-source-default to true
                       move gr-message-text of greetctl-record
                           to ws-sched-text
                       move gr-route-code of greetctl-record
                           to ws-sched-route
                   when "23"
                       set ws-source-none to true
                   when other
                       string "READ GREETCTL FAILED, STATUS="
                           ws-greetctl-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
               end-evaluate
           end-if.

       2200-check-holiday.
           set ws-holiday-none to true
           move spaces to ws-holiday-text
           if ws-holiday-is-open
               move ws-search-run-date
                   to ho-holiday-date of holiday-record
               read holiday
               evaluate ws-holiday-status
                   when "00"
                       if ho-holiday-text of holiday-record = spaces
                           set ws-holiday-suppress to true
                       else
                           set ws-holiday-swap to true
                           move ho-holiday-text of holiday-record
                               to ws-holiday-text
                       end-if
                   when "23"
                       continue
                   when other
                       string "READ HOLIDAY FAILED, STATUS="
                           ws-holiday-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
               end-evaluate
           end-if.

      *    The text that goes out may name a MSGLIB entry ("@" and
      *    the message ID) - the holiday text when it is swapped in,
      *    the scheduled text otherwise. The base entry's text is
      *    shown and the entry's catalog changes are traced too.
       2300-check-catalog-ref.
           if ws-holiday-swap
               move ws-holiday-text to ws-msgref
           else
               move ws-sched-text to ws-msgref
           end-if
           if mr-catalog-ref of ws-msgref
               and mr-msg-id of ws-msgref not = spaces
               move mr-msg-id of ws-msgref to ws-ref-msg-id
               if ws-msglib-is-open
                   move ws-ref-msg-id to ml-msg-id of msglib-record
                   move spaces to ml-lang-code of msglib-record
                   read msglib
                   evaluate ws-msglib-status
                       when "00"
                           move ml-message-text of msglib-record
                               to ws-catalog-text
                       when "23"
                           move "(NOT ON MSGLIB)" to ws-catalog-text
                       when other
                           string "READ MSGLIB FAILED, STATUS="
                               ws-msglib-status delimited by size
                               into ws-abend-message
                           perform 9999-abend
                   end-evaluate
               else
                   move "(NO MSGLIB DEFINED)" to ws-catalog-text
               end-if
           end-if.

      *    Every AUDITLOG row for the night, live and archived
      *    (the DD concatenates the archive generations with the
      *    live file): broadcasts, holds, releases, suppressions,
      *    intraday bulletins, redeliveries, escalations and pages.
       3000-collect-broadcasts.
           open input auditlog
           if ws-auditlog-status not = "00"
               string "OPEN AUDITLOG FAILED, STATUS=" ws-auditlog-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           move "N" to ws-eof-switch
           perform 3100-read-audit-row until ws-eof
           close auditlog.

       3100-read-audit-row.
           read auditlog
           evaluate ws-auditlog-status
               when "00"
                   if au-run-date of auditlog-record
                       = ws-search-run-date
                       and au-shift-code of auditlog-record
                       = ws-search-shift-code
                       perform 3200-add-audit-event
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ AUDITLOG FAILED, STATUS="
                       ws-auditlog-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    A redelivery, escalation or page keeps the original's run
      *    date; one stamped earlier in the day than the original it
      *    follows up was sent after midnight, so it is placed on
      *    the next day to keep the story in order.
       3200-add-audit-event.
           add 1 to ws-audit-count
           move au-run-date of auditlog-record to ws-nev-date
           move au-run-time of auditlog-record to ws-nev-time
           if au-orig-run-time of auditlog-record not = zero
               and au-run-time of auditlog-record
               < au-orig-run-time of auditlog-record
               compute ws-nev-date = function date-of-integer(
                   function integer-of-date(ws-nev-date) + 1)
           end-if
           evaluate au-action-flag of auditlog-record
               when space
                   move "BROADCAST" to ws-nev-event
               when "H"
                   move "HELD" to ws-nev-event
               when "R"
                   move "RELEASED" to ws-nev-event
               when "S"
                   move "SUPPRESSD" to ws-nev-event
               when "I"
                   move "BULLETIN" to ws-nev-event
               when "D"
                   move "REDELIVER" to ws-nev-event
               when "E"
                   move "ESCALATED" to ws-nev-event
               when "P"
                   move "PAGED" to ws-nev-event
               when other
                   move spaces to ws-nev-event
                   string "FLAG " au-action-flag of auditlog-record
                       delimited by size into ws-nev-event
           end-evaluate
           move au-job-name of auditlog-record to ws-nev-who
           if au-dest-code of auditlog-record = spaces
               move "CONSOLE" to ws-nev-where
           else
               move spaces to ws-nev-where
               string "DEST " au-dest-code of auditlog-record
                   delimited by size into ws-nev-where
           end-if
           move au-message-text of auditlog-record to ws-nev-detail

           move spaces to ws-nev-note
           move 1 to ws-note-ptr
           if au-default-flag of auditlog-record = "Y"
               set ws-default-used to true
               move "STANDING DEFAULT TEXT" to ws-note-piece
               perform 6050-append-note
           end-if
           if au-lang-code of auditlog-record not = spaces
               move spaces to ws-note-piece
               string "LANGUAGE " au-lang-code of auditlog-record
                   delimited by size into ws-note-piece
               perform 6050-append-note
           end-if
           if au-priority of auditlog-record = "H"
               move "HIGH PRIORITY" to ws-note-piece
               perform 6050-append-note
           end-if
           if au-orig-job-name of auditlog-record not = spaces
               move spaces to ws-note-piece
               string "FOLLOWS " au-orig-job-name of auditlog-record
                   " " au-orig-run-time of auditlog-record(1:4)
                   delimited by size into ws-note-piece
               perform 6050-append-note
           end-if
           if au-escal-tier of auditlog-record not = zero
               move au-escal-tier of auditlog-record to ws-edit-tier
               move spaces to ws-note-piece
               string "TIER " ws-edit-tier
                   delimited by size into ws-note-piece
               perform 6050-append-note
           end-if
           if au-return-code of auditlog-record not = zero
               or au-file-status of auditlog-record not = "00"
               move spaces to ws-note-piece
               string "RC " au-return-code of auditlog-record
                   " STATUS " au-file-status of auditlog-record
                   delimited by size into ws-note-piece
               perform 6050-append-note
           end-if
           perform 6000-add-event.

      *    Every destination delivery handed to the router for the
      *    night, across all DESTOUT generations, with the output
      *    assignment it went to.
       3500-collect-deliveries.
           open input destout
           if ws-destout-status not = "00"
               string "OPEN DESTOUT FAILED, STATUS=" ws-destout-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           move "N" to ws-eof-switch
           perform 3600-read-delivery until ws-eof
           close destout.

       3600-read-delivery.
           read destout
           evaluate ws-destout-status
               when "00"
                   if do-run-date = ws-search-run-date
                       and do-shift-code = ws-search-shift-code
                       add 1 to ws-delivery-count
                       move do-run-date to ws-nev-date
                       move do-run-time to ws-nev-time
                       move "DELIVERED" to ws-nev-event
                       move do-job-name to ws-nev-who
                       move do-dest-assign to ws-nev-where
                       move do-message-text to ws-nev-detail
                       move spaces to ws-nev-note
                       string "DEST " do-dest-code
                           delimited by size into ws-nev-note
                       perform 6000-add-event
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ DESTOUT FAILED, STATUS="
                       ws-destout-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3700-collect-confirmations.
           open input ackfile
           if ws-ackfile-status not = "00"
               string "OPEN ACKFILE FAILED, STATUS=" ws-ackfile-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           move "N" to ws-eof-switch
           perform 3800-read-confirmation until ws-eof
           close ackfile.

       3800-read-confirmation.
           read ackfile
           evaluate ws-ackfile-status
               when "00"
                   if ak-ack-date of ackfile-record
                       = ws-search-run-date
                       and ak-shift-code of ackfile-record
                       = ws-search-shift-code
                       add 1 to ws-ack-count
                       move ak-ack-date of ackfile-record
                           to ws-nev-date
                       move ak-ack-time of ackfile-record
                           to ws-nev-time
                       move "CONFIRMED" to ws-nev-event
                       move ak-operator-id of ackfile-record
                           to ws-nev-who
                       move "ACKENTRY" to ws-nev-where
                       move "RECEIPT OF THE SHIFT'S BROADCAST"
                           to ws-nev-detail
                       move spaces to ws-nev-note
                       perform 6000-add-event
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ ACKFILE FAILED, STATUS="
                       ws-ackfile-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    Every journalled change to the night's GREETCTL record, to
      *    the shift's standing default when that is (or was) the
      *    text, and to the catalog entry the text names: who keyed
      *    it, who approved or rejected it, and batch loads.
       4000-collect-changes.
           open input greetjrn
           if ws-greetjrn-status not = "00"
               string "OPEN GREETJRN FAILED, STATUS=" ws-greetjrn-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           move "N" to ws-eof-switch
           perform 4100-read-journal-row until ws-eof
           close greetjrn.

       4100-read-journal-row.
           read greetjrn
           evaluate ws-greetjrn-status
               when "00"
                   perform 4200-select-journal-row
               when "10"
                   set ws-eof to true
               when other
                   string "READ GREETJRN FAILED, STATUS="
                       ws-greetjrn-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       4200-select-journal-row.
           move spaces to ws-nev-where
           evaluate true
               when jr-msg-id of greetjrn-record not = spaces
                   if jr-msg-id of greetjrn-record = ws-ref-msg-id
                       and ws-ref-msg-id not = spaces
                       if jr-lang-code of greetjrn-record = spaces
                           move "MSGLIB" to ws-nev-where
                       else
                           string "MSGLB " jr-lang-code
                               of greetjrn-record
                               delimited by size into ws-nev-where
                       end-if
                   end-if
               when jr-shift-code of greetjrn-record
                   not = ws-search-shift-code
                   continue
               when jr-run-date of greetjrn-record
                   = ws-search-run-date
                   move "GREETCTL" to ws-nev-where
               when jr-run-date of greetjrn-record = ws-default-date
                   and (ws-source-default or ws-default-used)
                   move "DEFAULT" to ws-nev-where
               when other
                   continue
           end-evaluate
           if ws-nev-where not = spaces
               add 1 to ws-journal-count
               move jr-change-date of greetjrn-record to ws-nev-date
               move jr-change-time of greetjrn-record to ws-nev-time
               move jr-action of greetjrn-record to ws-nev-event
               if jr-operator-id of greetjrn-record = spaces
                   move jr-source-program of greetjrn-record
                       to ws-nev-who
               else
                   move jr-operator-id of greetjrn-record
                       to ws-nev-who
               end-if
               move jr-after-text of greetjrn-record to ws-nev-detail
               move spaces to ws-nev-note
               if jr-before-text of greetjrn-record not = spaces
                   string "WAS: " jr-before-text of greetjrn-record
                       delimited by size into ws-nev-note
               end-if
               perform 6000-add-event
           end-if.

      *    A change keyed and still awaiting approval is part of the
      *    story too: it is what the text will become if approved.
       4500-collect-pending.
           move ws-search-run-date to pn-run-date of greetpnd-record
           move ws-search-shift-code to pn-shift-code of greetpnd-record
           move "GREETCTL" to ws-nev-where
           perform 4600-read-pending
           if ws-source-default or ws-default-used
               move ws-default-date to pn-run-date of greetpnd-record
               move ws-search-shift-code
                   to pn-shift-code of greetpnd-record
               move "DEFAULT" to ws-nev-where
               perform 4600-read-pending
           end-if.

       4600-read-pending.
           read greetpnd
           evaluate ws-greetpnd-status
               when "00"
                   add 1 to ws-pending-count
                   move pn-entered-date of greetpnd-record
                       to ws-nev-date
                   move pn-entered-time of greetpnd-record
                       to ws-nev-time
                   move "PENDING" to ws-nev-event
                   move pn-entered-by of greetpnd-record to ws-nev-who
                   move pn-new-text of greetpnd-record to ws-nev-detail
                   move spaces to ws-nev-note
                   string "AWAITING APPROVAL - WAS: "
                       pn-before-text of greetpnd-record
                       delimited by size into ws-nev-note
                   perform 6000-add-event
               when "23"
                   continue
               when other
                   string "READ GREETPND FAILED, STATUS="
                       ws-greetpnd-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       5000-write-lineage.
           move ws-search-run-date to wt-run-date
           move ws-search-shift-code to wt-shift-code
           move ws-report-title to ws-print-line
           perform 8000-write-report-record
           move spaces to ws-print-line
           perform 8000-write-report-record

           move "SCHEDULED TEXT SOURCE:" to wf-fact-label
           evaluate true
               when ws-source-dated
                   move "DATED GREETCTL RECORD" to wf-fact-value
               when ws-source-default
                   move "00000000 STANDING DEFAULT - NOTHING DATED"
                       to wf-fact-value
               when other
                   move "NONE - NO RECORD FOR THE SHIFT"
                       to wf-fact-value
           end-evaluate
           perform 8200-write-fact-line
           move "SCHEDULED TEXT       :" to wf-fact-label
           move ws-sched-text to wf-fact-value
           perform 8200-write-fact-line
           move "ROUTE CODE           :" to wf-fact-label
           if ws-sched-route = space
               move "(CONSOLE ONLY)" to wf-fact-value
           else
               move ws-sched-route to wf-fact-value
           end-if
           perform 8200-write-fact-line
           move "HOLIDAY CALENDAR     :" to wf-fact-label
           evaluate true
               when ws-holiday-suppress
                   move "HOLIDAY - BROADCASTS SUPPRESSED"
                       to wf-fact-value
               when ws-holiday-swap
                   move spaces to wf-fact-value
                   string "HOLIDAY SWAP - " ws-holiday-text
                       delimited by size into wf-fact-value
               when other
                   move "NOT A HOLIDAY" to wf-fact-value
           end-evaluate
           perform 8200-write-fact-line
           if ws-ref-msg-id not = spaces
               move "CATALOG ENTRY        :" to wf-fact-label
               move spaces to wf-fact-value
               string ws-ref-msg-id " " ws-catalog-text
                   delimited by size into wf-fact-value
               perform 8200-write-fact-line
           end-if
           move "CONFIRMED            :" to wf-fact-label
           if ws-ack-count = zero
               move "NO" to wf-fact-value
           else
               move "YES" to wf-fact-value
           end-if
           perform 8200-write-fact-line

           move spaces to ws-print-line
           perform 8000-write-report-record
           move ws-report-event-hdr to ws-print-line
           perform 8000-write-report-record
           move zero to ws-event-sub
           perform 5100-write-event-line
               until ws-event-sub not < ws-event-count
           if ws-event-count = zero
               move ws-report-none to ws-print-line
               perform 8000-write-report-record
           end-if

           move spaces to ws-print-line
           perform 8000-write-report-record
           move "JOURNALLED CHANGES       :" to wg-total-label
           move ws-journal-count to wg-total-count
           perform 8100-write-total-line
           move "CHANGES PENDING          :" to wg-total-label
           move ws-pending-count to wg-total-count
           perform 8100-write-total-line
           move "AUDITLOG ROWS            :" to wg-total-label
           move ws-audit-count to wg-total-count
           perform 8100-write-total-line
           move "DESTINATION DELIVERIES   :" to wg-total-label
           move ws-delivery-count to wg-total-count
           perform 8100-write-total-line
           move "CONFIRMATIONS            :" to wg-total-label
           move ws-ack-count to wg-total-count
           perform 8100-write-total-line.

       5100-write-event-line.
           add 1 to ws-event-sub
           move ws-ev-date(ws-event-sub) to wd-event-date
           move ws-ev-time(ws-event-sub)(1:4) to wd-event-time
           move ws-ev-event(ws-event-sub) to wd-event
           move ws-ev-who(ws-event-sub) to wd-who
           move ws-ev-where(ws-event-sub) to wd-where
           move ws-ev-detail(ws-event-sub) to wd-detail
           move ws-report-event-detail to ws-print-line
           perform 8000-write-report-record
           if ws-ev-note(ws-event-sub) not = spaces
               move ws-ev-note(ws-event-sub) to wd-note
               move ws-report-event-note to ws-print-line
               perform 8000-write-report-record
           end-if.

      *    Insert the staged event after every entry stamped no
      *    later than it.
       6000-add-event.
           if ws-event-count = 900
               move "EVENT TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-event-seq
           move ws-event-seq to ws-nev-seq
           move "N" to ws-slot-found-switch
           move ws-event-count to ws-event-sub
           perform 6100-make-room until ws-slot-found
           move ws-new-event to ws-event-entry(ws-event-sub + 1)
           add 1 to ws-event-count.

       6100-make-room.
           if ws-event-sub = zero
               move "Y" to ws-slot-found-switch
           else
               if ws-ev-sort-key(ws-event-sub) > ws-nev-sort-key
                   move ws-event-entry(ws-event-sub)
                       to ws-event-entry(ws-event-sub + 1)
                   subtract 1 from ws-event-sub
               else
                   move "Y" to ws-slot-found-switch
               end-if
           end-if.

      *    Add one piece to the event's note, comma-separated.
       6050-append-note.
           if ws-note-ptr > 1
               string ", " delimited by size
                   into ws-nev-note with pointer ws-note-ptr
           end-if
           string ws-note-piece delimited by "  "
               into ws-nev-note with pointer ws-note-ptr.

       7000-terminate.
           close greetctl
           close greetpnd
           if ws-holiday-is-open
               close holiday
           end-if
           if ws-msglib-is-open
               close msglib
           end-if
           if ws-batch-mode
               close greettrc-rpt
           end-if.

      *    Online the story is displayed at the terminal line by
      *    line; in batch it is written to the GREETTRC report.
       8000-write-report-record.
           if ws-online-mode
               display ws-print-line
           else
               write greettrc-record from ws-print-line
               if ws-greettrc-status not = "00"
                   string "WRITE GREETTRC FAILED, STATUS="
                       ws-greettrc-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
               end-if
           end-if.

       8100-write-total-line.
           move ws-report-total-line to ws-print-line
           perform 8000-write-report-record.

       8200-write-fact-line.
           move ws-report-fact-line to ws-print-line
           perform 8000-write-report-record.

       9999-abend.
           display "GREETTRC ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program GreetTrace.
