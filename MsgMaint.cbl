       program-id. MsgMaint as "MSGMAINT".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select msglib assign to "MSGLIB"
               organization is indexed
               access mode is random
               record key is ml-key of msglib-record
               file status is ws-msglib-status.

           select opersec assign to "OPERSEC"
               organization is indexed
               access mode is random
               record key is op-operator-id of opersec-record
               file status is ws-opersec-status.

           select msgpnd assign to "MSGPND"
               organization is indexed
               access mode is dynamic
               record key is mp-key of msgpnd-record
               file status is ws-msgpnd-status.

           select greetjrn assign to "GREETJRN"
               organization is sequential
               file status is ws-greetjrn-status.

       data division.
       file section.
       fd  msglib.
           copy msgrec
               replacing leading ==msgrec== by ==msglib-record==.

       fd  opersec.
           copy opersec
               replacing leading ==opersec== by ==opersec-record==.

       fd  msgpnd.
           copy msgpend
               replacing leading ==msgpend== by ==msgpnd-record==.

       fd  greetjrn.
           copy jrnlrec
               replacing leading ==jrnlrec== by ==greetjrn-record==.

       working-storage section.
           copy msgrec
               replacing leading ==msgrec== by ==ws-msgrec==.

           copy msgpend
               replacing leading ==msgpend== by ==ws-msgpend==.

       01 ws-msglib-status pic x(2) value "00".
       01 ws-opersec-status pic x(2) value "00".
       01 ws-msgpnd-status pic x(2) value "00".
       01 ws-greetjrn-status pic x(2) value "00".

       01 ws-operator-id pic x(8) value spaces.

      *    Sign-on security, the same rules as GREETMNT: the keyed
      *    ID must be on the OPERSEC file and three bad attempts end
      *    the session. A catalog entry is heard on every date that
      *    names it, the way a standing default is heard on every
      *    gap date, so keying a catalog change takes supervisor
      *    level as well as approving one.
       01 ws-signon-state pic x value "N".
           88 ws-signon-ok      value "Y".
           88 ws-signon-refused value "R".
       01 ws-signon-attempts pic 9(1) value zero.
       01 ws-max-attempts pic 9(1) value 3.
       01 ws-perm-level pic x(1) value space.
           88 ws-supervisor value "S".

       01 ws-before-text pic x(35).
       01 ws-change-date pic 9(8).
       01 ws-change-time pic 9(8).

       01 ws-search-msg-id pic x(8).
       01 ws-search-lang-code pic x(2).
       01 ws-entry-state pic x value "N".
           88 ws-entry-found    value "Y".
           88 ws-entry-new      value "N".
           88 ws-entry-error    value "E".
       01 ws-entry-banner pic x(40) value spaces.

       01 ws-new-desc pic x(20).
       01 ws-new-text pic x(60).
       01 ws-new-text-len pic 9(4).
       01 ws-trunc-warning pic x(40) value spaces.
       01 ws-text-valid-switch pic x value "N".
           88 ws-text-valid value "Y".

       01 ws-continue-flag pic x value "Y".
           88 ws-continue value "Y" "y".

       01 ws-update-failed-switch pic x value "N".
           88 ws-update-failed value "Y".

      *    Function selected from the main menu: key a catalog
      *    change (which lands on the MSGPND pending file, not on
      *    MSGLIB), or review the pending file and approve/reject
      *    each change.
       01 ws-function pic x value spaces.
           88 ws-function-update  value "U" "u".
           88 ws-function-approve value "A" "a".
           88 ws-function-exit    value "X" "x".

      *    Journal fields for the row being written - the same
      *    paragraph serves the keyed, approved and rejected events.
       01 ws-jrnl-action pic x(8).
       01 ws-jrnl-before pic x(35).
       01 ws-jrnl-after pic x(35).

       01 ws-pending-eof-switch pic x value "N".
           88 ws-pending-eof value "Y".

       01 ws-decision pic x value spaces.
           88 ws-decision-approve value "A" "a".
           88 ws-decision-reject  value "R" "r".

       screen section.
       01 scr-operator.
           05 blank screen.
           05 line 1 column 1
               value "MSGLIB CATALOG MAINTENANCE - SIGN ON".
           05 line 3 column 1 value "OPERATOR ID          : ".
           05 line 3 column 24 pic x(8) using ws-operator-id.

       01 scr-function.
           05 blank screen.
           05 line 1 column 1
               value "MSGLIB CATALOG MAINTENANCE - FUNCTION".
           05 line 3 column 1
               value "U = UPDATE (KEY A CATALOG CHANGE FOR APPROVAL)".
           05 line 4 column 1
               value "A = APPROVE/REJECT PENDING CATALOG CHANGES".
           05 line 5 column 1
               value "X = EXIT".
           05 line 7 column 1 value "FUNCTION : ".
           05 line 7 column 12 pic x(1) using ws-function.

       01 scr-locate.
           05 blank screen.
           05 line 1 column 1
               value "MSGLIB CATALOG MAINTENANCE - UPDATE ENTRY".
           05 line 3 column 1 value "MESSAGE ID (8 CHARS): ".
           05 line 3 column 24 pic x(8) using ws-search-msg-id.
           05 line 3 column 34 value "LANGUAGE (BLANK = BASE): ".
           05 line 3 column 59 pic x(2) using ws-search-lang-code.

       01 scr-current.
           05 line 4 column 24 pic x(40) from ws-entry-banner.
           05 line 5 column 1 value "CURRENT DESCRIPTION  : ".
           05 line 5 column 24 pic x(20)
               from ml-msg-desc of ws-msgrec.
           05 line 6 column 1 value "CURRENT TEXT         : ".
           05 line 6 column 24 pic x(35)
               from ml-message-text of ws-msgrec.

       01 scr-new-entry.
           05 line 8 column 1 value "NEW DESCRIPTION     : ".
           05 line 8 column 24 pic x(20) using ws-new-desc.
           05 line 9 column 1 value "NEW TEXT (MAX 35 CHARS) : ".
           05 line 9 column 28 pic x(60) using ws-new-text.

       01 scr-warning.
           05 line 11 column 1 pic x(40) from ws-trunc-warning.

       01 scr-continue.
           05 line 13 column 1
               value "UPDATE ANOTHER ENTRY? (Y/N)  : ".
           05 line 13 column 33 pic x using ws-continue-flag.

       01 scr-review.
           05 blank screen.
           05 line 1 column 1
               value "MSGLIB CATALOG - REVIEW PENDING CHANGE".
           05 line 3 column 1 value "MESSAGE ID : ".
           05 line 3 column 14 pic x(8)
               from mp-msg-id of ws-msgpend.
           05 line 3 column 25 value "DESC: ".
           05 line 3 column 31 pic x(20)
               from mp-new-desc of ws-msgpend.
           05 line 3 column 53 value "LANG: ".
           05 line 3 column 59 pic x(2)
               from mp-lang-code of ws-msgpend.
           05 line 4 column 1 value "KEYED BY   : ".
           05 line 4 column 14 pic x(8)
               from mp-entered-by of ws-msgpend.
           05 line 4 column 25 value "ON: ".
           05 line 4 column 29 pic 9(8)
               from mp-entered-date of ws-msgpend.
           05 line 4 column 40 pic 9(8)
               from mp-entered-time of ws-msgpend.
           05 line 6 column 1 value "BEFORE     : ".
           05 line 6 column 14 pic x(35)
               from mp-before-text of ws-msgpend.
           05 line 7 column 1 value "PROPOSED   : ".
           05 line 7 column 14 pic x(35)
               from mp-new-text of ws-msgpend.
           05 line 9 column 1
               value "A = APPROVE, R = REJECT, OTHER = SKIP : ".
           05 line 9 column 42 pic x(1) using ws-decision.

       procedure division.

       0000-main-process.
           open i-o msglib
           if ws-msglib-status not = "00"
               display "MSGMAINT: OPEN MSGLIB FAILED, STATUS="
                   ws-msglib-status
               move 16 to return-code
               goback
           end-if

           open input opersec
           if ws-opersec-status not = "00"
               display "MSGMAINT: OPEN OPERSEC FAILED, STATUS="
                   ws-opersec-status
               move 16 to return-code
               close msglib
               goback
           end-if

           open i-o msgpnd
           if ws-msgpnd-status not = "00"
               display "MSGMAINT: OPEN MSGPND FAILED, STATUS="
                   ws-msgpnd-status
               move 16 to return-code
               close msglib
               close opersec
               goback
           end-if

           open extend greetjrn
           if ws-greetjrn-status not = "00"
               display "MSGMAINT: OPEN GREETJRN FAILED, STATUS="
                   ws-greetjrn-status
               move 16 to return-code
               close msglib
               close opersec
               close msgpnd
               goback
           end-if

           perform 0100-sign-on
               until ws-signon-ok or ws-signon-refused

      *    A refusal forced by an OPERSEC I/O error is a file
      *    problem, not an operator lockout - it ends RC=16 without
      *    the lockout message, the same as any other I/O failure.
           if ws-signon-refused
               if ws-update-failed
                   move 16 to return-code
               else
                   display "SIGN-ON REFUSED - TOO MANY BAD ATTEMPTS"
                   move 8 to return-code
               end-if
           else
               perform 0200-process-function until ws-function-exit
               if ws-update-failed
                   move 16 to return-code
               end-if
           end-if

           close msglib
           close opersec
           close msgpnd
           close greetjrn
           goback.

      *    Every journal row must say who acted, so the operator
      *    cannot proceed without signing on, and each refused
      *    attempt is journalled the way GREETMNT journals its own.
       0100-sign-on.
           move spaces to ws-operator-id
           display scr-operator
           accept scr-operator
           move ws-operator-id to op-operator-id of opersec-record
           read opersec
           evaluate ws-opersec-status
               when "00"
                   set ws-signon-ok to true
                   move op-perm-level of opersec-record
                       to ws-perm-level
               when "23"
                   add 1 to ws-signon-attempts
                   display "OPERATOR ID NOT AUTHORIZED: "
                       ws-operator-id
                   move spaces to ws-search-msg-id
                   move spaces to ws-search-lang-code
                   move spaces to ws-jrnl-before
                   move spaces to ws-jrnl-after
                   move "REFUSED " to ws-jrnl-action
                   perform 3100-write-journal-record
                   if ws-signon-attempts not < ws-max-attempts
                       set ws-signon-refused to true
                   end-if
               when other
                   display "MSGMAINT: READ OPERSEC FAILED, STATUS="
                       ws-opersec-status
                   move "Y" to ws-update-failed-switch
                   set ws-signon-refused to true
           end-evaluate.

      *    Both functions need supervisor level; an operator who
      *    tries either is refused and the refusal journalled.
       0200-process-function.
           move spaces to ws-function
           display scr-function
           accept scr-function
           evaluate true
               when ws-function-exit
                   continue
               when not ws-function-update
                   and not ws-function-approve
                   display "UNKNOWN FUNCTION - U, A OR X"
               when not ws-supervisor
                   display "CATALOG MAINTENANCE REQUIRES SUPERVISOR "
                       "LEVEL"
                   move spaces to ws-search-msg-id
                   move spaces to ws-search-lang-code
                   move spaces to ws-jrnl-before
                   move spaces to ws-jrnl-after
                   move "DENIED  " to ws-jrnl-action
                   perform 3100-write-journal-record
               when ws-function-update
                   move "Y" to ws-continue-flag
                   perform 5000-maintain-one-entry
                       until not ws-continue
               when ws-function-approve
                   perform 6000-review-pending
           end-evaluate.

      *    Find the catalog entry; an ID not yet on MSGLIB is keyed
      *    as a new entry. A language version is keyed under the
      *    base entry's ID, so the base entry must exist first.
       1000-locate-entry.
           move spaces to ws-trunc-warning
           move spaces to ws-msgrec
           move spaces to ws-before-text
           move spaces to ws-search-msg-id
           move spaces to ws-search-lang-code
           display scr-locate
           accept scr-locate

           if ws-search-msg-id = spaces
               display "MESSAGE ID REQUIRED"
               set ws-entry-error to true
           else
               move ws-search-msg-id to ml-msg-id of msglib-record
               move ws-search-lang-code to ml-lang-code of msglib-record
               read msglib into ws-msgrec
               evaluate ws-msglib-status
                   when "00"
                       set ws-entry-found to true
                       move spaces to ws-entry-banner
                       move ml-message-text of ws-msgrec
                           to ws-before-text
                   when "23"
                       set ws-entry-new to true
                       move "NEW CATALOG ENTRY" to ws-entry-banner
                       move spaces to ws-msgrec
                       if ws-search-lang-code not = spaces
                           perform 1100-check-base-entry
                       end-if
                   when other
                       display "MSGMAINT: READ MSGLIB FAILED, STATUS="
                           ws-msglib-status
                       move "Y" to ws-update-failed-switch
                       set ws-entry-error to true
               end-evaluate
           end-if
           if not ws-entry-error
               display scr-current
           end-if.

       1100-check-base-entry.
           move ws-search-msg-id to ml-msg-id of msglib-record
           move spaces to ml-lang-code of msglib-record
           read msglib
           evaluate ws-msglib-status
               when "00"
                   move "NEW LANGUAGE VERSION" to ws-entry-banner
               when "23"
                   display "NO BASE ENTRY FOR THAT MESSAGE ID - KEY "
                       "THE BASE TEXT FIRST"
                   set ws-entry-error to true
               when other
                   display "MSGMAINT: READ MSGLIB FAILED, STATUS="
                       ws-msglib-status
                   move "Y" to ws-update-failed-switch
                   set ws-entry-error to true
           end-evaluate.

      *    Prompt for the description and text and make sure the
      *    text fits the 35-byte field - warn rather than silently
      *    lose data when it has to be truncated. A catalog text may
      *    carry the substitution tokens but may not itself name
      *    another catalog entry, and may not be blank; a blank
      *    description keeps the current one, but a new entry must
      *    be given one.
       2000-edit-entry.
           move "Y" to ws-text-valid-switch
           move spaces to ws-new-desc
           move spaces to ws-new-text
           display scr-new-entry
           accept scr-new-entry

           compute ws-new-text-len =
               function length(function trim(ws-new-text trailing))
           if ws-new-text-len > 35
               move "WARNING: TEXT TRUNCATED TO 35 CHARACTERS"
                   to ws-trunc-warning
           else
               move spaces to ws-trunc-warning
           end-if
           display scr-warning

           evaluate true
               when ws-new-text = spaces
                   display "CATALOG TEXT MAY NOT BE BLANK - CHANGE "
                       "NOT RECORDED"
                   move "N" to ws-text-valid-switch
               when ws-new-text(1:1) = "@"
                   display "CATALOG TEXT MAY NOT NAME ANOTHER ENTRY - "
                       "CHANGE NOT RECORDED"
                   move "N" to ws-text-valid-switch
               when ws-new-desc = spaces and ws-entry-new
                   display "A NEW ENTRY NEEDS A DESCRIPTION - CHANGE "
                       "NOT RECORDED"
                   move "N" to ws-text-valid-switch
               when other
                   if ws-new-desc = spaces
                       move ml-msg-desc of ws-msgrec to ws-new-desc
                   end-if
                   move ws-new-desc to ml-msg-desc of ws-msgrec
                   move ws-new-text to ml-message-text of ws-msgrec
           end-evaluate.

      *    The keyed change lands on the MSGPND pending file, not on
      *    MSGLIB - a second supervisor must approve it before any
      *    broadcast uses it. One pending change per entry at a time:
      *    a duplicate key means an earlier change is still awaiting
      *    review and must be approved or rejected first.
       3000-write-pending-record.
           move ws-search-msg-id to mp-msg-id of msgpnd-record
           move ws-search-lang-code to mp-lang-code of msgpnd-record
           move ml-msg-desc of ws-msgrec to mp-new-desc of msgpnd-record
           move ws-before-text to mp-before-text of msgpnd-record
           move ml-message-text of ws-msgrec
               to mp-new-text of msgpnd-record
           move ws-operator-id to mp-entered-by of msgpnd-record
           accept ws-change-date from date yyyymmdd
           accept ws-change-time from time
           move ws-change-date to mp-entered-date of msgpnd-record
           move ws-change-time to mp-entered-time of msgpnd-record
           write msgpnd-record
           evaluate ws-msgpnd-status
               when "00"
                   move "KEYED   " to ws-jrnl-action
                   move ws-before-text to ws-jrnl-before
                   move ml-message-text of ws-msgrec to ws-jrnl-after
                   perform 3100-write-journal-record
                   display "CHANGE RECORDED - AWAITING APPROVAL BY "
                       "A SECOND SUPERVISOR"
               when "22"
                   display "A CHANGE IS ALREADY PENDING FOR THAT "
                       "ENTRY - APPROVE OR REJECT IT FIRST"
               when other
                   display "MSGMAINT: WRITE MSGPND FAILED, STATUS="
                       ws-msgpnd-status
                   move "Y" to ws-update-failed-switch
           end-evaluate.

      *    Catalog events go to the same GREETJRN journal as GREETCTL
      *    maintenance, identified by the message ID with the
      *    GREETCTL key fields zero, so one trail shows every change
      *    to what the plant hears.
       3100-write-journal-record.
           accept ws-change-date from date yyyymmdd
           accept ws-change-time from time
           move zero to jr-run-date of greetjrn-record
           move space to jr-shift-code of greetjrn-record
           move ws-jrnl-before to jr-before-text of greetjrn-record
           move ws-jrnl-after to jr-after-text of greetjrn-record
           move ws-operator-id to jr-operator-id of greetjrn-record
           move ws-change-date to jr-change-date of greetjrn-record
           move ws-change-time to jr-change-time of greetjrn-record
           move ws-jrnl-action to jr-action of greetjrn-record
           move ws-search-msg-id to jr-msg-id of greetjrn-record
           move ws-search-lang-code to jr-lang-code of greetjrn-record
           move "MSGMAINT" to jr-source-program of greetjrn-record
           move space to jr-route-code of greetjrn-record
           write greetjrn-record
           if ws-greetjrn-status not = "00"
               display "MSGMAINT: WRITE GREETJRN FAILED, STATUS="
                   ws-greetjrn-status
               move "Y" to ws-update-failed-switch
           end-if.

       4000-prompt-continue.
           move "Y" to ws-continue-flag
           display scr-continue
           accept scr-continue.

       5000-maintain-one-entry.
           perform 1000-locate-entry
           if not ws-entry-error
               perform 2000-edit-entry
               if ws-text-valid
                   perform 3000-write-pending-record
               end-if
           end-if
           perform 4000-prompt-continue.

      *    Walk the pending file from the top and put each change in
      *    front of the reviewer. The supervisor who keyed a change
      *    may not approve it - the same two-operator rule GREETMNT
      *    enforces.
       6000-review-pending.
           move "N" to ws-pending-eof-switch
           move low-values to mp-key of msgpnd-record
           start msgpnd key is not less than mp-key
               of msgpnd-record
           evaluate ws-msgpnd-status
               when "00"
                   perform 6100-review-one-pending
                       until ws-pending-eof
               when "23"
                   set ws-pending-eof to true
                   display "NO CATALOG CHANGES PENDING"
               when other
                   display "MSGMAINT: START MSGPND FAILED, STATUS="
                       ws-msgpnd-status
                   move "Y" to ws-update-failed-switch
                   set ws-pending-eof to true
           end-evaluate.

       6100-review-one-pending.
           read msgpnd next record into ws-msgpend
           evaluate ws-msgpnd-status
               when "00"
                   perform 6150-decide-one-pending
               when "10"
                   set ws-pending-eof to true
               when other
                   display "MSGMAINT: READ MSGPND FAILED, STATUS="
                       ws-msgpnd-status
                   move "Y" to ws-update-failed-switch
                   set ws-pending-eof to true
           end-evaluate.

       6150-decide-one-pending.
           move spaces to ws-decision
           display scr-review
           accept scr-review
           evaluate true
               when ws-decision-approve
                   if mp-entered-by of ws-msgpend = ws-operator-id
                       display "YOU KEYED THIS CHANGE - A DIFFERENT "
                           "SUPERVISOR MUST APPROVE IT - SKIPPED"
                   else
                       perform 6200-apply-pending
                   end-if
               when ws-decision-reject
                   perform 6300-discard-pending
               when other
                   continue
           end-evaluate.

      *    Release the approved text to MSGLIB - a rewrite of an
      *    existing entry, or the first write of a new one - and
      *    retire the pending record. The journal's before image is
      *    the catalog text at approval time, so the trail shows
      *    exactly what the approval replaced.
       6200-apply-pending.
           move mp-msg-id of ws-msgpend to ws-search-msg-id
           move mp-lang-code of ws-msgpend to ws-search-lang-code
           move mp-key of ws-msgpend to ml-key of msglib-record
           read msglib
           evaluate ws-msglib-status
               when "00"
                   move ml-message-text of msglib-record
                       to ws-jrnl-before
                   move mp-new-desc of ws-msgpend
                       to ml-msg-desc of msglib-record
                   move mp-new-text of ws-msgpend
                       to ml-message-text of msglib-record
                   rewrite msglib-record
               when "23"
                   move spaces to ws-jrnl-before
                   move mp-key of ws-msgpend to ml-key of msglib-record
                   move mp-new-desc of ws-msgpend
                       to ml-msg-desc of msglib-record
                   move mp-new-text of ws-msgpend
                       to ml-message-text of msglib-record
                   write msglib-record
               when other
                   continue
           end-evaluate
           if ws-msglib-status not = "00"
               display "MSGMAINT: UPDATE MSGLIB FAILED, STATUS="
                   ws-msglib-status
               move "Y" to ws-update-failed-switch
           else
               move mp-new-text of ws-msgpend to ws-jrnl-after
               move "APPROVED" to ws-jrnl-action
               perform 3100-write-journal-record
               perform 6400-delete-pending
           end-if.

       6300-discard-pending.
           move mp-msg-id of ws-msgpend to ws-search-msg-id
           move mp-lang-code of ws-msgpend to ws-search-lang-code
           move mp-before-text of ws-msgpend to ws-jrnl-before
           move mp-new-text of ws-msgpend to ws-jrnl-after
           move "REJECTED" to ws-jrnl-action
           perform 3100-write-journal-record
           perform 6400-delete-pending.

      *    Retire the pending record, then re-establish the browse
      *    position past the deleted key - a random DELETE leaves
      *    the next-record position undefined on a dynamic file.
       6400-delete-pending.
           move mp-key of ws-msgpend to mp-key of msgpnd-record
           delete msgpnd record
           if ws-msgpnd-status not = "00"
               display "MSGMAINT: DELETE MSGPND FAILED, STATUS="
                   ws-msgpnd-status
               move "Y" to ws-update-failed-switch
           end-if
           move mp-key of ws-msgpend to mp-key of msgpnd-record
           start msgpnd key is greater than mp-key
               of msgpnd-record
           evaluate ws-msgpnd-status
               when "00"
                   continue
               when "23"
                   set ws-pending-eof to true
               when other
                   display "MSGMAINT: START MSGPND FAILED, STATUS="
                       ws-msgpnd-status
                   move "Y" to ws-update-failed-switch
                   set ws-pending-eof to true
           end-evaluate.

       end program MsgMaint.
