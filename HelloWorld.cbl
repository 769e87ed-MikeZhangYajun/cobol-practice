
           select shifttbl assign to "SHIFTTBL"
               organization is indexed
               access mode is dynamic
               record key is sh-key of shifttbl-record
               file status is ws-shifttbl-status.

           select desttbl assign to "DESTTBL"
               organization is indexed
               access mode is dynamic
               record key is dt-key of desttbl-record
               file status is ws-desttbl-status.

           select destout assign to "DESTOUT"
               organization is sequential
               file status is ws-auditlog-status.

           select msglib assign to "MSGLIB"
               organization is indexed
               access mode is random
               record key is ml-key of msglib-record
               file status is ws-msglib-status.

           select greetlng assign to "GREETLNG"
               organization is indexed
               access mode is random
               record key is lv-key of greetlng-record
               file status is ws-greetlng-status.

           select runctl assign to "RUNCTL"
               organization is indexed
               access mode is random
               record key is ru-key of runctl-record
               file status is ws-runctl-status.

           select opersec assign to "OPERSEC"
               organization is indexed
               access mode is random
               record key is op-operator-id of opersec-record
               file status is ws-opersec-status.

       data division.
       file section.
       fd  greetctl.
               replacing leading ==destrec== by ==desttbl-record==.

       fd  destout.
           copy dlvrec
               replacing leading ==dlvrec== by ==destout-record==.

       fd  hellorpt.
       01 hellorpt-record pic x(80).
           copy auditrec
               replacing leading ==auditrec== by ==auditlog-record==.

       fd  msglib.
           copy msgrec
               replacing leading ==msgrec== by ==msglib-record==.

       fd  greetlng.
           copy langrec
               replacing leading ==langrec== by ==greetlng-record==.

       fd  runctl.
           copy runctl
               replacing leading ==runctl== by ==runctl-record==.

       fd  opersec.
           copy opersec
               replacing leading ==opersec== by ==opersec-record==.

       working-storage section.
           copy greetrec
               replacing leading ==greetrec== by ==ws-greetrec==.

           copy msgref
               replacing leading ==msgref== by ==ws-msgref==.

       01 ws-greetctl-status pic x(2) value "00".
       01 ws-shifttbl-status pic x(2) value "00".
       01 ws-desttbl-status pic x(2) value "00".
       01 ws-deferout-status pic x(2) value "00".
       01 ws-deferhld-status pic x(2) value "00".
       01 ws-auditlog-status pic x(2) value "00".
       01 ws-msglib-status pic x(2) value "00".
       01 ws-greetlng-status pic x(2) value "00".

       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).
       01 ws-run-hhmm pic 9(4).
       01 ws-shift-start pic 9(4).
       01 ws-shift-end pic 9(4).
       01 ws-version-end-switch pic x value "N".
           88 ws-version-end value "Y".
       01 ws-shift-found-switch pic x value "N".
           88 ws-shift-found value "Y".
       01 ws-window-open-switch pic x value "N".
               10 ws-dest-code          pic x(2).
               10 ws-dest-assign        pic x(8).
               10 ws-dest-group         pic x(1).
               10 ws-dest-lang          pic x(2).
       01 ws-dest-count pic 9(3) value zero.
       01 ws-dest-sub pic 9(3).
       01 ws-desttbl-eof-switch pic x value "N".
       01 ws-delivered-switch pic x value "N".
           88 ws-delivered value "Y".
       01 ws-audit-dest-code pic x(2) value spaces.
       01 ws-audit-lang-code pic x(2) value spaces.
       01 ws-delivery-count pic 9(7) value zero.
       01 ws-destout-open-switch pic x value "N".
           88 ws-destout-is-open value "Y".
       01 ws-day-number pic 9(1).
       01 ws-day-text pic x(9).

      *    MSGLIB catalog support: the template about to be expanded
      *    (the record's text, or the holiday text, with any catalog
      *    reference already replaced by the entry's approved text),
      *    and whether a reference failed to resolve.
       01 ws-template-text pic x(35).
       01 ws-msglib-open-switch pic x value "N".
           88 ws-msglib-is-open value "Y".
       01 ws-msg-unresolved-switch pic x value "N".
           88 ws-msg-unresolved value "Y".

      *    Language variant support: the language a catalog reference
      *    is resolved in (blank = base entry) and the language it
      *    actually resolved to, whether the greeting has a GREETLNG
      *    variant in the destination's language, and the text
      *    delivered to the destination in hand.
       01 ws-resolve-lang-code pic x(2) value spaces.
       01 ws-resolved-lang-code pic x(2) value spaces.
       01 ws-greetlng-open-switch pic x value "N".
           88 ws-greetlng-is-open value "Y".
       01 ws-variant-found-switch pic x value "N".
           88 ws-variant-found value "Y".
       01 ws-dest-text pic x(35).

       01 ws-broadcast-text pic x(35).
       01 ws-expanded-text pic x(35).
       01 ws-expand-work.
           05 ws-expand-input   pic x(41).
           05 ws-exp-in-sub     pic 9(2).
       01 ws-abend-message pic x(60).
       01 ws-abend-file-status pic x(2) value spaces.

      *    Run-control support: this step's RUNCTL row for the date
      *    it processes, written at start and rewritten at end - an
      *    abend included - so the morning status report can show
      *    which steps of the night ran and how they ended.
       01 ws-runctl-status pic x(2) value "00".
       01 ws-runctl-program pic x(8) value "HELLOWLD".
       01 ws-runctl-switch pic x value "N".
           88 ws-runctl-started value "Y".
       01 ws-runctl-rc pic 9(4).
       01 ws-runctl-date pic 9(8).
       01 ws-runctl-time pic 9(8).

      *    Duplicate-broadcast guard: a LIVE run of a date whose
      *    RUNCTL row already ended RC 0-4 is refused (RC=12) unless
      *    the PARM names a supervisor on OPERSEC to authorize the
      *    rerun. A prior run that abended or never ended is a
      *    restart, not a rerun, and goes ahead from the checkpoint.
       01 ws-opersec-status pic x(2) value "00".
       01 ws-override-id pic x(8) value spaces.
       01 ws-rerun-switch pic x value "N".
           88 ws-rerun-authorized value "Y".
       01 ws-prior-run-rc pic 9(4).
       01 ws-prior-run-count pic 9(3).

       01 ws-report-rerun-line.
           05 filler pic x(31) value "RERUN AUTHORIZED BY SUPERVISOR ".
           05 wo-override-id       pic x(8).
           05 filler pic x(15) value " - PRIOR RUN RC".
           05 filler pic x(1)  value spaces.
           05 wo-prior-run-rc      pic 9(4).
           05 filler pic x(7)  value ", RUNS ".
           05 wo-prior-run-count   pic zz9.

      *    Optional execution PARM: 'YYYYMMDD[,LIVE|,PREVIEW]'. The
      *    date overrides the system run date (for a rerun of a
      *    missed date, or a dry run of a future date); PREVIEW
      *    reports the selected date's greetings to HELLORPT without
      *    displaying, without writing AUDITLOG and without touching
      *    CHKPOINT. No PARM, or ',LIVE' alone, behaves as before.
      *    A third operand, 'YYYYMMDD,LIVE,SUPVID', is the supervisor
      *    authorizing a LIVE rerun of a completed date.
       01 ws-parm-value pic x(26).
       01 ws-parm-date-part.
           05 ws-parm-date-8    pic x(8).
           05 ws-parm-date-rest pic x(18).
       01 ws-parm-mode-part pic x(17).
       01 ws-parm-override-part pic x(17).
       01 ws-parm-date-valid-switch pic x value "N".
           88 ws-parm-date-valid value "Y".

       linkage section.
       01 parm-data.
           05 parm-length pic s9(4) comp.
           05 parm-text   pic x(26).

       procedure division using parm-data.

               perform 4000-process-record until ws-eof
           end-if
           perform 5000-terminate
           if ws-runctl-started
               perform 5900-record-run-end
           end-if
           goback.

       1000-initialize.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           perform 1100-process-parm
           if ws-live-mode
               perform 1300-check-run-control
               perform 1900-record-run-start
           end-if

           move ws-run-date to ws-run-date-split
           string ws-run-mm "/" ws-run-dd "/" ws-run-yyyy
           if parm-length = zero
               continue
           else
               if parm-length > 26
                   move "PARM LONGER THAN 26 CHARACTERS"
                       to ws-abend-message
                   perform 9999-abend
               end-if
               move parm-text(1:parm-length) to ws-parm-value
               move spaces to ws-parm-date-part
               move spaces to ws-parm-mode-part
               move spaces to ws-parm-override-part
               unstring ws-parm-value delimited by ","
                   into ws-parm-date-part ws-parm-mode-part
                       ws-parm-override-part

               if ws-parm-date-part not = spaces
                   move "N" to ws-parm-date-valid-switch
                           delimited by size into ws-abend-message
                       perform 9999-abend
               end-evaluate

               if ws-parm-override-part not = spaces
                   if ws-preview-mode
                       or ws-parm-override-part(9:9) not = spaces
                       string "PARM OVERRIDE INVALID: "
                           ws-parm-override-part delimited by size
                           into ws-abend-message
                       perform 9999-abend
                   end-if
                   move ws-parm-override-part to ws-override-id
               end-if
           end-if.

      *    Refuse a second LIVE run of a date that already completed
      *    unless a supervisor has authorized it. The refusal is not
      *    an abend - nothing has been written - so it ends RC=12
      *    without an AUDITLOG row and leaves the RUNCTL row as the
      *    completed run wrote it. The DESTOUT and HELLORPT
      *    generations the step allocated are left empty; the job
      *    deletes them on RC=12 and bypasses its other steps.
       1300-check-run-control.
           open input runctl
           if ws-runctl-status not = "00"
               string "OPEN RUNCTL FAILED, STATUS=" ws-runctl-status
                   delimited by size into ws-abend-message
               move ws-runctl-status to ws-abend-file-status
               perform 9999-abend
           end-if
           move ws-run-date to ru-run-date of runctl-record
           move ws-runctl-program to ru-program of runctl-record
           read runctl
           evaluate ws-runctl-status
               when "00"
                   move ru-return-code of runctl-record
                       to ws-prior-run-rc
                   move ru-run-count of runctl-record
                       to ws-prior-run-count
                   if ru-step-ended of runctl-record
                       and ru-return-code of runctl-record not > 4
                       perform 1400-check-override
                   end-if
               when "23"
                   continue
               when other
                   string "READ RUNCTL FAILED, STATUS=" ws-runctl-status
                       delimited by size into ws-abend-message
                   move ws-runctl-status to ws-abend-file-status
                   perform 9999-abend
           end-evaluate
           close runctl.

       1400-check-override.
           if ws-override-id = spaces
               display "HELLOWORLD RUN REFUSED - RUN DATE " ws-run-date
                   " ALREADY COMPLETED RC " ws-prior-run-rc
               display "HELLOWORLD A RERUN NEEDS A SUPERVISOR ID"
                   " AS THE THIRD PARM OPERAND"
               close runctl
               move 12 to return-code
               stop run
           end-if

           open input opersec
           if ws-opersec-status not = "00"
               string "OPEN OPERSEC FAILED, STATUS=" ws-opersec-status
                   delimited by size into ws-abend-message
               move ws-opersec-status to ws-abend-file-status
               perform 9999-abend
           end-if
           move ws-override-id to op-operator-id of opersec-record
           read opersec
           evaluate ws-opersec-status
               when "00"
                   continue
               when "23"
                   move space to op-perm-level of opersec-record
               when other
                   string "READ OPERSEC FAILED, STATUS="
                       ws-opersec-status delimited by size
                       into ws-abend-message
                   move ws-opersec-status to ws-abend-file-status
                   perform 9999-abend
           end-evaluate
           close opersec

           if not op-level-supervisor of opersec-record
               display "HELLOWORLD RUN REFUSED - RUN DATE " ws-run-date
                   " ALREADY COMPLETED RC " ws-prior-run-rc
               display "HELLOWORLD OVERRIDE ID " ws-override-id
                   " IS NOT A SUPERVISOR ON OPERSEC"
               close runctl
               move 12 to return-code
               stop run
           end-if
           move "Y" to ws-rerun-switch.

      *    The override must be a real calendar date, not merely
      *    eight digits - it is fed to FUNCTION INTEGER-OF-DATE and
      *    selects the night's GREETCTL records, so an impossible
               end-if
           end-if.

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
           move spaces to ru-override-by of runctl-record
           if ws-rerun-authorized
               move ws-override-id to ru-override-by of runctl-record
           end-if.

       2000-open-files.
           open input greetctl
           if ws-greetctl-status not = "00"
               move "Y" to ws-destout-open-switch
           end-if

      *    The MSGLIB message catalog. Status 35 (not defined yet)
      *    leaves every catalog reference unresolved - it goes out as
      *    keyed and is flagged - rather than silencing the night.
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
                   move ws-msglib-status to ws-abend-file-status
                   perform 9999-abend
           end-evaluate

      *    The GREETLNG language variants, opened on the same terms:
      *    with none defined every destination gets the base text.
           open input greetlng
           evaluate ws-greetlng-status
               when "00"
                   move "Y" to ws-greetlng-open-switch
               when "35"
                   continue
               when other
                   string "OPEN GREETLNG FAILED, STATUS="
                       ws-greetlng-status delimited by size
                       into ws-abend-message
                   move ws-greetlng-status to ws-abend-file-status
                   perform 9999-abend
           end-evaluate

           perform 2200-check-holiday

           move ws-run-date to wh-run-date
               perform 9999-abend
           end-if

           if ws-rerun-authorized
               move ws-override-id to wo-override-id
               move ws-prior-run-rc to wo-prior-run-rc
               move ws-prior-run-count to wo-prior-run-count
               move ws-report-rerun-line to hellorpt-record
               write hellorpt-record
               if ws-hellorpt-status not = "00"
                   string "WRITE HELLORPT RERUN LINE FAILED, STATUS="
                       ws-hellorpt-status delimited by size
                       into ws-abend-message
                   move ws-hellorpt-status to ws-abend-file-status
                   perform 9999-abend
               end-if
           end-if

           if ws-preview-mode
               move ws-report-preview-marker to hellorpt-record
               write hellorpt-record
               write hellorpt-record
           end-if.

      *    Only the destination versions in force on the run date are
      *    loaded, so a rerun of an older date routes the way that
      *    night was routed.
       2100-load-dest-table.
           move low-values to dt-key of desttbl-record
           start desttbl key is not less than dt-key
               of desttbl-record
           evaluate ws-desttbl-status
               when "00"
           read desttbl next record
           evaluate ws-desttbl-status
               when "00"
                   if dt-ver-approved of desttbl-record
                       and dt-eff-from of desttbl-record
                       not > ws-run-date
                       and dt-eff-to of desttbl-record
                       not < ws-run-date
                       perform 2120-add-dest-entry
                   end-if
               when "10"
                   set ws-desttbl-eof to true
               when other
                   perform 9999-abend
           end-evaluate.

       2120-add-dest-entry.
           if ws-dest-count = 20
               move "DESTINATION TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-dest-count
           move dt-dest-code of desttbl-record
               to ws-dest-code(ws-dest-count)
           move dt-dest-assign of desttbl-record
               to ws-dest-assign(ws-dest-count)
           move dt-route-group of desttbl-record
               to ws-dest-group(ws-dest-count)
           move dt-lang-code of desttbl-record
               to ws-dest-lang(ws-dest-count).

      *    Is the run date a plant holiday? Status 35 (no calendar
      *    defined yet) and a date not on the calendar both mean a
      *    normal working day. A calendar row with text swaps that
      *    operator-readable description. A code missing from the
      *    table is reported as such rather than failing the
      *    broadcast - the reference data being behind is no reason
      *    to leave the shop floor silent. The description and the
      *    window are the version in force on the run date, so a
      *    rerun of an older date holds against that night's window.
       4120-get-shift-desc.
           move "N" to ws-shift-found-switch
           move "N" to ws-version-end-switch
           move gr-shift-code of ws-greetrec
               to sh-shift-code of shifttbl-record
           move zero to sh-eff-from of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   perform 4125-check-shift-version
                       until ws-version-end
               when "23"
                   continue
               when other
                   string "START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
                       into ws-abend-message
                   move ws-shifttbl-status to ws-abend-file-status
                   perform 9999-abend
           end-evaluate
           if not ws-shift-found
               move spaces to ws-shift-desc
               string "(UNKNOWN SHIFT " gr-shift-code of ws-greetrec
                   ")" delimited by size into ws-shift-desc
           end-if.

       4125-check-shift-version.
           read shifttbl next record
           evaluate ws-shifttbl-status
               when "00"
                   if sh-shift-code of shifttbl-record
                       not = gr-shift-code of ws-greetrec
                       or sh-eff-from of shifttbl-record > ws-run-date
                       set ws-version-end to true
                   else
                       if sh-ver-approved of shifttbl-record
                           and sh-eff-to of shifttbl-record
                           not < ws-run-date
                           move "Y" to ws-shift-found-switch
                           move sh-shift-desc of shifttbl-record
                               to ws-shift-desc
                           move sh-start-time of shifttbl-record
                               to ws-shift-start
                           move sh-end-time of shifttbl-record
                               to ws-shift-end
                       end-if
                   end-if
               when "10"
                   set ws-version-end to true
               when other
                   string "READ SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
           evaluate true
               when ws-deferred-phase
                   move "*RELEASED*" to wd-status-flag
               when ws-msg-unresolved
                   move "*NO MSGID*" to wd-status-flag
               when gr-run-date of ws-greetrec = ws-default-date
                   move " *DEFAULT*" to wd-status-flag
               when other
               if not ws-deferred-phase
                   perform 4250-append-durable-hold
                   move spaces to ws-audit-dest-code
                   move spaces to ws-audit-lang-code
                   perform 4200-write-audit-record
               end-if
           end-if.

           if ws-live-mode
               move spaces to ws-audit-dest-code
               move spaces to ws-audit-lang-code
               perform 4200-write-audit-record
           end-if.

      *        &DAY   - the day-of-week name of the run date
      *    Anything else, including a lone "&", is copied through
      *    unchanged, and the result is truncated at the 35-byte
      *    message length. A template naming a MSGLIB catalog entry
      *    is resolved to the entry's text first, so the catalog
      *    text is what gets expanded. This is the base-language
      *    text; the delivery fan-out expands a destination's
      *    language variant the same way, with the same &COUNT.
       4150-expand-message.
           if ws-holiday-swap
               move ws-holiday-text to ws-template-text
           else
               move gr-message-text of ws-greetrec to ws-template-text
           end-if
           move spaces to ws-resolve-lang-code
           perform 4145-resolve-catalog-ref
           compute ws-next-count = ws-record-count + 1
           perform 4155-expand-template
           move ws-expanded-text to ws-broadcast-text.

       4155-expand-template.
           move ws-template-text to ws-expand-input
           move spaces to ws-expanded-text
           move 1 to ws-exp-in-sub
           move 1 to ws-exp-out-sub
           perform 4160-expand-one-token
               until ws-exp-in-sub > 35 or ws-exp-out-sub > 35.

      *    Replace a catalog reference ("@" plus the 8-byte message
      *    ID) with the entry's current approved text. A reference
      *    that cannot be resolved - the entry is missing, or no
      *    catalog is defined - goes out as keyed and is flagged on
      *    the report; GREETLOD, GREETGEN and GREETMNT refuse unknown
      *    IDs, so this is a catalog entry lost since it was keyed.
      *    Asked for a language, the entry's version in that
      *    language is used when there is one and the base entry
      *    otherwise; WS-RESOLVED-LANG-CODE says which it was.
       4145-resolve-catalog-ref.
           move "N" to ws-msg-unresolved-switch
           move spaces to ws-resolved-lang-code
           move ws-template-text to ws-msgref
           if mr-catalog-ref of ws-msgref
               if ws-msglib-is-open
                   move mr-msg-id of ws-msgref
                       to ml-msg-id of msglib-record
                   move ws-resolve-lang-code
                       to ml-lang-code of msglib-record
                   read msglib
                   evaluate ws-msglib-status
                       when "00"
                           move ml-message-text of msglib-record
                               to ws-template-text
                           move ws-resolve-lang-code
                               to ws-resolved-lang-code
                       when "23"
                           if ws-resolve-lang-code = spaces
                               move "Y" to ws-msg-unresolved-switch
                           else
                               perform 4147-resolve-base-entry
                           end-if
                       when other
                           string "READ MSGLIB FAILED, STATUS="
                               ws-msglib-status delimited by size
                               into ws-abend-message
                           move ws-msglib-status
                               to ws-abend-file-status
                           perform 9999-abend
                   end-evaluate
               else
                   move "Y" to ws-msg-unresolved-switch
               end-if
           end-if.

       4147-resolve-base-entry.
           move mr-msg-id of ws-msgref to ml-msg-id of msglib-record
           move spaces to ml-lang-code of msglib-record
           read msglib
           evaluate ws-msglib-status
               when "00"
                   move ml-message-text of msglib-record
                       to ws-template-text
               when "23"
                   move "Y" to ws-msg-unresolved-switch
               when other
                   string "READ MSGLIB FAILED, STATUS="
                       ws-msglib-status delimited by size
                       into ws-abend-message
                   move ws-msglib-status to ws-abend-file-status
                   perform 9999-abend
           end-evaluate.

       4160-expand-one-token.
           evaluate true
               when ws-expand-input(ws-exp-in-sub:6) = "&SHIFT"
                   perform 4170-append-token-value
                   add 6 to ws-exp-in-sub
               when ws-expand-input(ws-exp-in-sub:6) = "&COUNT"
                   move ws-next-count to ws-count-edited
                   move function trim(ws-count-edited)
                       to ws-token-value
                   add 4 to ws-exp-in-sub
               when other
                   move ws-expand-input(ws-exp-in-sub:1)
                       to ws-expanded-text(ws-exp-out-sub:1)
                   add 1 to ws-exp-in-sub
                   add 1 to ws-exp-out-sub
           end-evaluate.
       4180-append-token-char.
           add 1 to ws-exp-val-sub
           move ws-token-value(ws-exp-val-sub:1)
               to ws-expanded-text(ws-exp-out-sub:1)
           add 1 to ws-exp-out-sub.

      *    Fan the expanded message out to every destination in the
      *    blank route code, or a group with no DESTTBL member, is
      *    delivered to the console alone (audited with a blank
      *    destination code), exactly as broadcasts always were.
      *    Each destination gets the text in its DESTTBL language
      *    where the greeting has one, the base text otherwise; the
      *    AUDITLOG row records which language actually went.
       4400-deliver-to-destinations.
           move "N" to ws-delivered-switch
           if gr-route-code of ws-greetrec not = spaces
           end-if
           if not ws-delivered
               move spaces to ws-audit-dest-code
               move spaces to ws-audit-lang-code
               move ws-broadcast-text to ws-dest-text
               perform 4200-write-audit-record
           end-if.

               = gr-route-code of ws-greetrec
               move "Y" to ws-delivered-switch
               add 1 to ws-delivery-count
               move ws-broadcast-text to ws-dest-text
               move spaces to ws-audit-lang-code
               if ws-dest-lang(ws-dest-sub) not = spaces
                   perform 4420-pick-language-variant
               end-if
               move ws-dest-assign(ws-dest-sub) to do-dest-assign
               move ws-dest-code(ws-dest-sub) to do-dest-code
               move gr-shift-code of ws-greetrec to do-shift-code
               move ws-dest-text to do-message-text
               move "HELLOWLD" to do-job-name
               move ws-run-date to do-run-date
               move ws-run-time to do-run-time
               write destout-record
               if ws-destout-status not = "00"
                   string "WRITE DESTOUT FAILED, STATUS="
               perform 4200-write-audit-record
           end-if.

      *    The greeting's GREETLNG variant in the destination's
      *    language comes first - except on a holiday swap, when the
      *    calendar text replaces every greeting and its variants
      *    alike. Failing a variant, a base text that names a catalog
      *    entry is sent in the entry's version for the language if
      *    the catalog holds one. Anything else leaves the base text
      *    already in WS-DEST-TEXT, audited with a blank language - as
      *    is a variant whose catalog entry has no version in the
      *    language, though the variant's entry is what is sent.
       4420-pick-language-variant.
           move "N" to ws-variant-found-switch
           if ws-greetlng-is-open and not ws-holiday-swap
               move gr-run-date of ws-greetrec
                   to lv-run-date of greetlng-record
               move gr-shift-code of ws-greetrec
                   to lv-shift-code of greetlng-record
               move ws-dest-lang(ws-dest-sub)
                   to lv-lang-code of greetlng-record
               read greetlng
               evaluate ws-greetlng-status
                   when "00"
                       move "Y" to ws-variant-found-switch
                   when "23"
                       continue
                   when other
                       string "READ GREETLNG FAILED, STATUS="
                           ws-greetlng-status delimited by size
                           into ws-abend-message
                       move ws-greetlng-status to ws-abend-file-status
                       perform 9999-abend
               end-evaluate
           end-if

           move ws-dest-lang(ws-dest-sub) to ws-resolve-lang-code
           if ws-variant-found
               move lv-message-text of greetlng-record
                   to ws-template-text
               move ws-template-text to ws-msgref
               if mr-catalog-ref of ws-msgref
                   perform 4145-resolve-catalog-ref
                   move ws-resolved-lang-code to ws-audit-lang-code
               else
                   move ws-dest-lang(ws-dest-sub) to ws-audit-lang-code
               end-if
           else
               if ws-holiday-swap
                   move ws-holiday-text to ws-template-text
               else
                   move gr-message-text of ws-greetrec
                       to ws-template-text
               end-if
               perform 4145-resolve-catalog-ref
               move ws-resolved-lang-code to ws-audit-lang-code
           end-if

           if ws-variant-found or ws-audit-lang-code not = spaces
               perform 4155-expand-template
               move ws-expanded-text to ws-dest-text
           end-if.

      *    Append one AUDITLOG row per greeting broadcast so daily
      *    reconciliation can answer "what did HelloWorld broadcast,
      *    and when" without relying on job-log retention. The row
                       to au-message-text of auditlog-record
               when ws-deferred-phase
                   move "R" to au-action-flag of auditlog-record
                   move ws-dest-text
                       to au-message-text of auditlog-record
               when other
                   move space to au-action-flag of auditlog-record
                   move ws-dest-text
                       to au-message-text of auditlog-record
           end-evaluate
           move ws-audit-dest-code to au-dest-code of auditlog-record
           move ws-audit-lang-code to au-lang-code of auditlog-record
           move space to au-priority of auditlog-record
           move spaces to au-orig-job-name of auditlog-record
           move zero to au-orig-run-time of auditlog-record
           move zero to au-escal-tier of auditlog-record
           move return-code to au-return-code of auditlog-record
      *    Rows for deferred records must not inherit the "23"/"10"
      *    the GREETCTL loop ends on - their source file is DEFERIN,
           end-if
           if ws-auditlog-is-open
               close auditlog
           end-if
           if ws-msglib-is-open
               close msglib
           end-if
           if ws-greetlng-is-open
               close greetlng
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

      *    Append one final AUDITLOG row for the record in flight when
      *    an abend is declared, carrying the failing FILE-STATUS and
      *    the return code, so the reconciliation report can see the
           move space to au-action-flag of auditlog-record
           move spaces to au-dest-code of auditlog-record
           move space to au-priority of auditlog-record
           move spaces to au-lang-code of auditlog-record
           move spaces to au-orig-job-name of auditlog-record
           move zero to au-orig-run-time of auditlog-record
           move zero to au-escal-tier of auditlog-record
           if ws-default-mode
               move "Y" to au-default-flag of auditlog-record
           else
           if ws-auditlog-is-open
               perform 9998-write-abend-audit-record
           end-if
           if ws-runctl-started
               perform 5900-record-run-end
           end-if
           stop run.

       end program HelloWorld.
