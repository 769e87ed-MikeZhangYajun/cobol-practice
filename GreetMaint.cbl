
           select shifttbl assign to "SHIFTTBL"
               organization is indexed
               access mode is dynamic
               record key is sh-key of shifttbl-record
               file status is ws-shifttbl-status.

           select opersec assign to "OPERSEC"
               organization is sequential
               file status is ws-greetjrn-status.

           select msglib assign to "MSGLIB"
               organization is indexed
               access mode is random
               record key is ml-key of msglib-record
               file status is ws-msglib-status.

       data division.
       file section.
       fd  greetctl.
           copy jrnlrec
               replacing leading ==jrnlrec== by ==greetjrn-record==.

       fd  msglib.
           copy msgrec
               replacing leading ==msgrec== by ==msglib-record==.

       working-storage section.
           copy greetrec
               replacing leading ==greetrec== by ==ws-greetrec==.
           copy pendrec
               replacing leading ==pendrec== by ==ws-pendrec==.

           copy msgref
               replacing leading ==msgref== by ==ws-msgref==.

       01 ws-greetctl-status pic x(2) value "00".
       01 ws-shifttbl-status pic x(2) value "00".
       01 ws-opersec-status pic x(2) value "00".
       01 ws-greetpnd-status pic x(2) value "00".
       01 ws-greetjrn-status pic x(2) value "00".
       01 ws-msglib-status pic x(2) value "00".

       01 ws-shift-valid-switch pic x value "N".
           88 ws-shift-valid value "Y".
      *    The run date whose SHIFTTBL version a keyed shift code is
      *    checked against - today's for the 00000000 defaults.
       01 ws-shift-check-date pic 9(8).
       01 ws-version-end-switch pic x value "N".
           88 ws-version-end value "Y".

       01 ws-operator-id pic x(8) value spaces.

       01 ws-new-text pic x(60).
       01 ws-new-text-len pic 9(4).
       01 ws-trunc-warning pic x(40) value spaces.
       01 ws-text-valid-switch pic x value "N".
           88 ws-text-valid value "Y".

       01 ws-continue-flag pic x value "Y".
           88 ws-continue value "Y" "y".
       01 ws-jrnl-action pic x(8).
       01 ws-jrnl-before pic x(35).
       01 ws-jrnl-after pic x(35).
      *    The greeting's route code rides on the row that changed
      *    GREETCTL so the journal replays it; the other events
      *    leave it blank.
       01 ws-jrnl-route pic x(1) value space.

       01 ws-pending-eof-switch pic x value "N".
           88 ws-pending-eof value "Y".
               goback
           end-if

           open input msglib
           if ws-msglib-status not = "00"
               display "GREETMNT: OPEN MSGLIB FAILED, STATUS="
                   ws-msglib-status
               move 16 to return-code
               close greetctl
               close shifttbl
               close opersec
               close greetpnd
               close greetjrn
               goback
           end-if

           perform 0100-sign-on
               until ws-signon-ok or ws-signon-refused

           close opersec
           close greetpnd
           close greetjrn
           close msglib
           goback.

      *    Every journal row must say who keyed the change, so the

      *    Only shift codes on the SHIFTTBL reference file may be
      *    keyed - an unknown code is refused before GREETCTL is
      *    even read, so bad codes can no longer reach the file. The
      *    code must have a version in force on the record's run
      *    date (today's, for a standing default).
       1100-validate-shift-code.
           move "N" to ws-shift-valid-switch
           move "N" to ws-version-end-switch
           if ws-search-run-date = zero
               accept ws-shift-check-date from date yyyymmdd
           else
               move ws-search-run-date to ws-shift-check-date
           end-if
           move ws-search-shift-code
               to sh-shift-code of shifttbl-record
           move zero to sh-eff-from of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   perform 1110-check-shift-version
                       until ws-version-end
               when "23"
                   continue
               when other
                   display "GREETMNT: START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-update-failed-switch
                   set ws-version-end to true
           end-evaluate
           if not ws-shift-valid and not ws-update-failed
               display "SHIFT CODE NOT ON SHIFTTBL FOR "
                   ws-shift-check-date ": " ws-search-shift-code
           end-if.

       1110-check-shift-version.
           read shifttbl next record
           evaluate ws-shifttbl-status
               when "00"
                   if sh-shift-code of shifttbl-record
                       not = ws-search-shift-code
                       or sh-eff-from of shifttbl-record
                       > ws-shift-check-date
                       set ws-version-end to true
                   else
                       if sh-ver-approved of shifttbl-record
                           and sh-eff-to of shifttbl-record
                           not < ws-shift-check-date
                           move "Y" to ws-shift-valid-switch
                       end-if
                   end-if
               when "10"
                   set ws-version-end to true
               when other
                   display "GREETMNT: READ SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-update-failed-switch
                   set ws-version-end to true
           end-evaluate.

      *    Prompt for the replacement text and make sure it fits the
      *    35-byte GR-MESSAGE-TEXT field - warn (rather than silently
      *    lose data) when the operator's input has to be truncated.
      *    Text naming a MSGLIB catalog message ("@" plus the 8-byte
      *    ID) must name an entry on the catalog; the entry's text is
      *    shown so the operator sees what will actually broadcast.
       2000-edit-text.
           move spaces to ws-new-text
           display scr-new-text
           end-if

           move ws-new-text to gr-message-text of ws-greetrec
           display scr-warning

           move "Y" to ws-text-valid-switch
           move gr-message-text of ws-greetrec to ws-msgref
           if mr-catalog-ref of ws-msgref
               perform 2100-validate-catalog-ref
           end-if.

       2100-validate-catalog-ref.
           if mr-msg-id of ws-msgref = spaces
               or mr-ref-rest of ws-msgref not = spaces
               display "CATALOG REFERENCE MUST BE @ AND A MESSAGE ID "
                   "ALONE - CHANGE NOT RECORDED"
               move "N" to ws-text-valid-switch
           else
               move mr-msg-id of ws-msgref to ml-msg-id of msglib-record
               move spaces to ml-lang-code of msglib-record
               read msglib
               evaluate ws-msglib-status
                   when "00"
                       display "CATALOG TEXT: "
                           ml-message-text of msglib-record
                   when "23"
                       display "MESSAGE ID NOT ON MSGLIB: "
                           mr-msg-id of ws-msgref
                           " - CHANGE NOT RECORDED"
                       move "N" to ws-text-valid-switch
                   when other
                       display "GREETMNT: READ MSGLIB FAILED, STATUS="
                           ws-msglib-status
                       move "Y" to ws-update-failed-switch
                       move "N" to ws-text-valid-switch
               end-evaluate
           end-if.

      *    The keyed change lands on the GREETPND pending file, not
      *    on GREETCTL - a second operator must approve it before it
      *    Append the before/after images of the event, who acted,
      *    when, and what the action was, to GREETJRN so the full
      *    life of a change - keyed, then approved or rejected - is
      *    auditable the same way broadcasts are via AUDITLOG. The
      *    APPROVED row is the one GREETRCV replays after a restore.
       3100-write-journal-record.
           accept ws-change-date from date yyyymmdd
           accept ws-change-time from time
           move ws-change-date to jr-change-date of greetjrn-record
           move ws-change-time to jr-change-time of greetjrn-record
           move ws-jrnl-action to jr-action of greetjrn-record
           move spaces to jr-msg-id of greetjrn-record
           move spaces to jr-lang-code of greetjrn-record
           move "GREETMNT" to jr-source-program of greetjrn-record
           move ws-jrnl-route to jr-route-code of greetjrn-record
           write greetjrn-record
           if ws-greetjrn-status not = "00"
               display "GREETMNT: WRITE GREETJRN FAILED, STATUS="
                   ws-greetjrn-status
               move "Y" to ws-update-failed-switch
           end-if
           move space to ws-jrnl-route.

       4000-prompt-continue.
           move "Y" to ws-continue-flag
                   perform 3100-write-journal-record
               else
                   perform 2000-edit-text
                   if ws-text-valid
                       perform 3000-write-pending-record
                   end-if
               end-if
           end-if
           perform 4000-prompt-continue.
                       move pn-shift-code of ws-pendrec
                           to ws-search-shift-code
                       move pn-new-text of ws-pendrec to ws-jrnl-after
                       move gr-route-code of greetctl-record
                           to ws-jrnl-route
                       move "APPROVED" to ws-jrnl-action
                       perform 3100-write-journal-record
                       perform 6400-delete-pending
