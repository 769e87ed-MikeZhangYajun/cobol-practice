       program-id. RefMaint as "REFMAINT".

       environment division.
       configuration section.

       input-output section.
       file-control.
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

           select opersec assign to "OPERSEC"
               organization is indexed
               access mode is random
               record key is op-operator-id of opersec-record
               file status is ws-opersec-status.

       data division.
       file section.
       fd  shifttbl.
           copy shiftrec
               replacing leading ==shiftrec== by ==shifttbl-record==.

       fd  desttbl.
           copy destrec
               replacing leading ==destrec== by ==desttbl-record==.

       fd  opersec.
           copy opersec
               replacing leading ==opersec== by ==opersec-record==.

       working-storage section.
      *    The version being keyed, the pending version under review,
      *    and the approved version it would supersede.
           copy shiftrec
               replacing leading ==shiftrec== by ==ws-new-shift==.

           copy shiftrec
               replacing leading ==shiftrec== by ==ws-pend-shift==.

           copy shiftrec
               replacing leading ==shiftrec== by ==ws-prior-shift==.

           copy destrec
               replacing leading ==destrec== by ==ws-new-dest==.

           copy destrec
               replacing leading ==destrec== by ==ws-pend-dest==.

           copy destrec
               replacing leading ==destrec== by ==ws-prior-dest==.

       01 ws-shifttbl-status pic x(2) value "00".
       01 ws-desttbl-status pic x(2) value "00".
       01 ws-opersec-status pic x(2) value "00".

       01 ws-today pic 9(8).
       01 ws-operator-id pic x(8) value spaces.

      *    Sign-on security, as on GREETMNT: the keyed ID must be on
      *    the OPERSEC file, three bad attempts end the session, and
      *    only a supervisor may approve or reject a version.
       01 ws-signon-state pic x value "N".
           88 ws-signon-ok      value "Y".
           88 ws-signon-refused value "R".
       01 ws-signon-attempts pic 9(1) value zero.
       01 ws-max-attempts pic 9(1) value 3.
       01 ws-perm-level pic x(1) value space.
           88 ws-supervisor value "S".

      *    Function selected from the main menu: key a new SHIFTTBL
      *    or DESTTBL version (written pending, status P), or review
      *    the pending versions of both tables.
       01 ws-function pic x value spaces.
           88 ws-function-shift   value "S" "s".
           88 ws-function-dest    value "D" "d".
           88 ws-function-approve value "A" "a".
           88 ws-function-exit    value "X" "x".

       01 ws-continue-flag pic x value "Y".
           88 ws-continue value "Y" "y".

       01 ws-update-failed-switch pic x value "N".
           88 ws-update-failed value "Y".

      *    Edits on a keyed version - the first failing edit wins.
       01 ws-edit-message pic x(50).
           88 ws-version-valid value spaces.
       01 ws-edit-from pic 9(8).
       01 ws-edit-to pic 9(8).
       01 ws-open-ended-date pic 9(8) value 99999999.
       01 ws-edit-date.
           05 ws-edit-yyyy pic 9(4).
           05 ws-edit-mm   pic 9(2).
           05 ws-edit-dd   pic 9(2).
       01 ws-month-days-table.
           05 filler pic x(24) value "312831303130313130313031".
       01 ws-month-days redefines ws-month-days-table.
           05 ws-days-in-month pic 9(2) occurs 12 times.
       01 ws-max-day pic 9(2).
       01 ws-date-valid-switch pic x value "N".
           88 ws-date-valid value "Y".
       01 ws-edit-time.
           05 ws-edit-hh pic 9(2).
           05 ws-edit-mi pic 9(2).
       01 ws-time-valid-switch pic x value "N".
           88 ws-time-valid value "Y".

      *    Review of the pending versions: the approved version in
      *    force on the pending one's effective-from date (which the
      *    approval end-dates), and the next approved version after
      *    it (which the approval stops the new one short of).
       01 ws-pending-eof-switch pic x value "N".
           88 ws-pending-eof value "Y".
       01 ws-pending-count pic 9(5) value zero.
       01 ws-version-end-switch pic x value "N".
           88 ws-version-end value "Y".
       01 ws-prior-found-switch pic x value "N".
           88 ws-prior-found value "Y".
       01 ws-next-found-switch pic x value "N".
           88 ws-next-found value "Y".
       01 ws-next-from pic 9(8).
       01 ws-work-integer pic 9(8).
       01 ws-prior-note pic x(50).
       01 ws-next-note pic x(50).

       01 ws-decision pic x value spaces.
           88 ws-decision-approve value "A" "a".
           88 ws-decision-reject  value "R" "r".

       screen section.
       01 scr-operator.
           05 blank screen.
           05 line 1 column 1
               value "REFERENCE MAINTENANCE - SIGN ON".
           05 line 3 column 1 value "OPERATOR ID          : ".
           05 line 3 column 24 pic x(8) using ws-operator-id.

       01 scr-function.
           05 blank screen.
           05 line 1 column 1
               value "REFERENCE MAINTENANCE - FUNCTION".
           05 line 3 column 1
               value "S = KEY A SHIFTTBL VERSION FOR APPROVAL".
           05 line 4 column 1
               value "D = KEY A DESTTBL VERSION FOR APPROVAL".
           05 line 5 column 1
               value "A = APPROVE/REJECT PENDING VERSIONS".
           05 line 6 column 1
               value "X = EXIT".
           05 line 8 column 1 value "FUNCTION : ".
           05 line 8 column 12 pic x(1) using ws-function.

       01 scr-shift-entry.
           05 blank screen.
           05 line 1 column 1
               value "REFERENCE MAINTENANCE - KEY SHIFTTBL VERSION".
           05 line 3 column 1 value "SHIFT CODE               : ".
           05 line 3 column 28 pic x(1)
               using sh-shift-code of ws-new-shift.
           05 line 4 column 1 value "EFFECTIVE FROM (YYYYMMDD): ".
           05 line 4 column 28 pic 9(8)
               using sh-eff-from of ws-new-shift.
           05 line 5 column 1 value "EFFECTIVE TO (0 = OPEN)  : ".
           05 line 5 column 28 pic 9(8)
               using sh-eff-to of ws-new-shift.
           05 line 6 column 1 value "DESCRIPTION              : ".
           05 line 6 column 28 pic x(20)
               using sh-shift-desc of ws-new-shift.
           05 line 7 column 1 value "WINDOW START (HHMM)      : ".
           05 line 7 column 28 pic 9(4)
               using sh-start-time of ws-new-shift.
           05 line 8 column 1 value "WINDOW END (HHMM)        : ".
           05 line 8 column 28 pic 9(4)
               using sh-end-time of ws-new-shift.

       01 scr-dest-entry.
           05 blank screen.
           05 line 1 column 1
               value "REFERENCE MAINTENANCE - KEY DESTTBL VERSION".
           05 line 3 column 1 value "DEST CODE                : ".
           05 line 3 column 28 pic x(2)
               using dt-dest-code of ws-new-dest.
           05 line 4 column 1 value "EFFECTIVE FROM (YYYYMMDD): ".
           05 line 4 column 28 pic 9(8)
               using dt-eff-from of ws-new-dest.
           05 line 5 column 1 value "EFFECTIVE TO (0 = OPEN)  : ".
           05 line 5 column 28 pic 9(8)
               using dt-eff-to of ws-new-dest.
           05 line 6 column 1 value "DESCRIPTION              : ".
           05 line 6 column 28 pic x(20)
               using dt-dest-desc of ws-new-dest.
           05 line 7 column 1 value "OUTPUT ASSIGNMENT        : ".
           05 line 7 column 28 pic x(8)
               using dt-dest-assign of ws-new-dest.
           05 line 8 column 1 value "ROUTING GROUP            : ".
           05 line 8 column 28 pic x(1)
               using dt-route-group of ws-new-dest.
           05 line 9 column 1 value "LANGUAGE (BLANK = BASE)  : ".
           05 line 9 column 28 pic x(2)
               using dt-lang-code of ws-new-dest.

       01 scr-continue.
           05 line 12 column 1
               value "KEY ANOTHER VERSION? (Y/N) : ".
           05 line 12 column 30 pic x using ws-continue-flag.

       01 scr-shift-review.
           05 blank screen.
           05 line 1 column 1
               value "REFERENCE MAINTENANCE - REVIEW SHIFTTBL VERSION".
           05 line 3 column 1 value "SHIFT CODE : ".
           05 line 3 column 14 pic x(1)
               from sh-shift-code of ws-pend-shift.
           05 line 4 column 1 value "KEYED BY   : ".
           05 line 4 column 14 pic x(8)
               from sh-entered-by of ws-pend-shift.
           05 line 4 column 25 value "ON: ".
           05 line 4 column 29 pic 9(8)
               from sh-entered-date of ws-pend-shift.
           05 line 6 column 1 value "PROPOSED   : FROM ".
           05 line 6 column 19 pic 9(8)
               from sh-eff-from of ws-pend-shift.
           05 line 6 column 28 value "TO ".
           05 line 6 column 31 pic 9(8)
               from sh-eff-to of ws-pend-shift.
           05 line 7 column 14 pic x(20)
               from sh-shift-desc of ws-pend-shift.
           05 line 7 column 35 pic 9(4)
               from sh-start-time of ws-pend-shift.
           05 line 7 column 39 value "-".
           05 line 7 column 40 pic 9(4)
               from sh-end-time of ws-pend-shift.
           05 line 9 column 1 value "IN FORCE   : FROM ".
           05 line 9 column 19 pic 9(8)
               from sh-eff-from of ws-prior-shift.
           05 line 9 column 28 value "TO ".
           05 line 9 column 31 pic 9(8)
               from sh-eff-to of ws-prior-shift.
           05 line 10 column 14 pic x(20)
               from sh-shift-desc of ws-prior-shift.
           05 line 10 column 35 pic 9(4)
               from sh-start-time of ws-prior-shift.
           05 line 10 column 39 value "-".
           05 line 10 column 40 pic 9(4)
               from sh-end-time of ws-prior-shift.
           05 line 11 column 14 pic x(50) from ws-prior-note.
           05 line 12 column 14 pic x(50) from ws-next-note.
           05 line 14 column 1
               value "A = APPROVE, R = REJECT, OTHER = SKIP : ".
           05 line 14 column 42 pic x(1) using ws-decision.

       01 scr-dest-review.
           05 blank screen.
           05 line 1 column 1
               value "REFERENCE MAINTENANCE - REVIEW DESTTBL VERSION".
           05 line 3 column 1 value "DEST CODE  : ".
           05 line 3 column 14 pic x(2)
               from dt-dest-code of ws-pend-dest.
           05 line 4 column 1 value "KEYED BY   : ".
           05 line 4 column 14 pic x(8)
               from dt-entered-by of ws-pend-dest.
           05 line 4 column 25 value "ON: ".
           05 line 4 column 29 pic 9(8)
               from dt-entered-date of ws-pend-dest.
           05 line 6 column 1 value "PROPOSED   : FROM ".
           05 line 6 column 19 pic 9(8)
               from dt-eff-from of ws-pend-dest.
           05 line 6 column 28 value "TO ".
           05 line 6 column 31 pic 9(8)
               from dt-eff-to of ws-pend-dest.
           05 line 7 column 14 pic x(20)
               from dt-dest-desc of ws-pend-dest.
           05 line 7 column 35 pic x(8)
               from dt-dest-assign of ws-pend-dest.
           05 line 7 column 44 value "GROUP ".
           05 line 7 column 50 pic x(1)
               from dt-route-group of ws-pend-dest.
           05 line 7 column 52 value "LANG ".
           05 line 7 column 57 pic x(2)
               from dt-lang-code of ws-pend-dest.
           05 line 9 column 1 value "IN FORCE   : FROM ".
           05 line 9 column 19 pic 9(8)
               from dt-eff-from of ws-prior-dest.
           05 line 9 column 28 value "TO ".
           05 line 9 column 31 pic 9(8)
               from dt-eff-to of ws-prior-dest.
           05 line 10 column 14 pic x(20)
               from dt-dest-desc of ws-prior-dest.
           05 line 10 column 35 pic x(8)
               from dt-dest-assign of ws-prior-dest.
           05 line 10 column 44 value "GROUP ".
           05 line 10 column 50 pic x(1)
               from dt-route-group of ws-prior-dest.
           05 line 10 column 52 value "LANG ".
           05 line 10 column 57 pic x(2)
               from dt-lang-code of ws-prior-dest.
           05 line 11 column 14 pic x(50) from ws-prior-note.
           05 line 12 column 14 pic x(50) from ws-next-note.
           05 line 14 column 1
               value "A = APPROVE, R = REJECT, OTHER = SKIP : ".
           05 line 14 column 42 pic x(1) using ws-decision.

       procedure division.

       0000-main-process.
           accept ws-today from date yyyymmdd

           open i-o shifttbl
           if ws-shifttbl-status not = "00"
               display "REFMAINT: OPEN SHIFTTBL FAILED, STATUS="
                   ws-shifttbl-status
               move 16 to return-code
               goback
           end-if

           open i-o desttbl
           if ws-desttbl-status not = "00"
               display "REFMAINT: OPEN DESTTBL FAILED, STATUS="
                   ws-desttbl-status
               move 16 to return-code
               close shifttbl
               goback
           end-if

           open input opersec
           if ws-opersec-status not = "00"
               display "REFMAINT: OPEN OPERSEC FAILED, STATUS="
                   ws-opersec-status
               move 16 to return-code
               close shifttbl
               close desttbl
               goback
           end-if

           perform 0100-sign-on
               until ws-signon-ok or ws-signon-refused

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

           close shifttbl
           close desttbl
           close opersec
           goback.

      *    Every version records who keyed it and who approved it,
      *    so only an ID on the OPERSEC security file may sign on.
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
                   if ws-signon-attempts not < ws-max-attempts
                       set ws-signon-refused to true
                   end-if
               when other
                   display "REFMAINT: READ OPERSEC FAILED, STATUS="
                       ws-opersec-status
                   move "Y" to ws-update-failed-switch
                   set ws-signon-refused to true
           end-evaluate.

       0200-process-function.
           move spaces to ws-function
           display scr-function
           accept scr-function
           evaluate true
               when ws-function-shift
                   move "Y" to ws-continue-flag
                   perform 1000-key-shift-version
                       until not ws-continue
               when ws-function-dest
                   move "Y" to ws-continue-flag
                   perform 2000-key-dest-version
                       until not ws-continue
               when ws-function-approve
                   if ws-supervisor
                       perform 5000-review-pending
                   else
                       display "APPROVAL REQUIRES SUPERVISOR LEVEL"
                   end-if
               when ws-function-exit
                   continue
               when other
                   display "UNKNOWN FUNCTION - S, D, A OR X"
           end-evaluate.

      *    A new version is keyed ahead of the date it takes effect
      *    and lands on SHIFTTBL as pending (status P), which every
      *    reader ignores - a second operator must approve it before
      *    any run date can pick it up.
       1000-key-shift-version.
           initialize ws-new-shift
           display scr-shift-entry
           accept scr-shift-entry
           perform 1100-edit-shift-version
           if ws-version-valid
               perform 1200-write-shift-version
           else
               display ws-edit-message " - VERSION NOT RECORDED"
           end-if
           perform 4000-prompt-continue.

       1100-edit-shift-version.
           move spaces to ws-edit-message
           if sh-shift-code of ws-new-shift = space
               move "SHIFT CODE REQUIRED" to ws-edit-message
           end-if

           if ws-version-valid
               move sh-eff-from of ws-new-shift to ws-edit-from
               move sh-eff-to of ws-new-shift to ws-edit-to
               perform 3000-validate-eff-dates
               move ws-edit-to to sh-eff-to of ws-new-shift
           end-if

           if ws-version-valid
               and sh-shift-desc of ws-new-shift = spaces
               move "DESCRIPTION REQUIRED" to ws-edit-message
           end-if

           if ws-version-valid
               move sh-start-time of ws-new-shift to ws-edit-time
               perform 3200-validate-edit-time
               if not ws-time-valid
                   move "WINDOW START MUST BE HHMM, 0000-2359"
                       to ws-edit-message
               end-if
           end-if

           if ws-version-valid
               move sh-end-time of ws-new-shift to ws-edit-time
               perform 3200-validate-edit-time
               if not ws-time-valid
                   move "WINDOW END MUST BE HHMM, 0000-2359"
                       to ws-edit-message
               end-if
           end-if.

       1200-write-shift-version.
           set sh-ver-pending of ws-new-shift to true
           move ws-operator-id to sh-entered-by of ws-new-shift
           move ws-today to sh-entered-date of ws-new-shift
           move spaces to sh-approved-by of ws-new-shift
           move zero to sh-approved-date of ws-new-shift
           write shifttbl-record from ws-new-shift
           evaluate ws-shifttbl-status
               when "00"
                   display "VERSION RECORDED - AWAITING APPROVAL BY "
                       "A SECOND OPERATOR"
               when "22"
                   display "A VERSION OF THAT SHIFT ALREADY TAKES "
                       "EFFECT ON THAT DATE - VERSION NOT RECORDED"
               when other
                   display "REFMAINT: WRITE SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-update-failed-switch
           end-evaluate.

       2000-key-dest-version.
           initialize ws-new-dest
           display scr-dest-entry
           accept scr-dest-entry
           perform 2100-edit-dest-version
           if ws-version-valid
               perform 2200-write-dest-version
           else
               display ws-edit-message " - VERSION NOT RECORDED"
           end-if
           perform 4000-prompt-continue.

      *    A blank routing group is allowed - the destination then
      *    belongs to no group and receives nothing, the same as
      *    before routing groups were assigned.
       2100-edit-dest-version.
           move spaces to ws-edit-message
           if dt-dest-code of ws-new-dest = spaces
               move "DESTINATION CODE REQUIRED" to ws-edit-message
           end-if

           if ws-version-valid
               move dt-eff-from of ws-new-dest to ws-edit-from
               move dt-eff-to of ws-new-dest to ws-edit-to
               perform 3000-validate-eff-dates
               move ws-edit-to to dt-eff-to of ws-new-dest
           end-if

           if ws-version-valid
               and dt-dest-desc of ws-new-dest = spaces
               move "DESCRIPTION REQUIRED" to ws-edit-message
           end-if

           if ws-version-valid
               and dt-dest-assign of ws-new-dest = spaces
               move "OUTPUT ASSIGNMENT REQUIRED" to ws-edit-message
           end-if.

       2200-write-dest-version.
           set dt-ver-pending of ws-new-dest to true
           move ws-operator-id to dt-entered-by of ws-new-dest
           move ws-today to dt-entered-date of ws-new-dest
           move spaces to dt-approved-by of ws-new-dest
           move zero to dt-approved-date of ws-new-dest
           write desttbl-record from ws-new-dest
           evaluate ws-desttbl-status
               when "00"
                   display "VERSION RECORDED - AWAITING APPROVAL BY "
                       "A SECOND OPERATOR"
               when "22"
                   display "A VERSION OF THAT DESTINATION ALREADY "
                       "TAKES EFFECT ON THAT DATE - VERSION NOT "
                       "RECORDED"
               when other
                   display "REFMAINT: WRITE DESTTBL FAILED, STATUS="
                       ws-desttbl-status
                   move "Y" to ws-update-failed-switch
           end-evaluate.

      *    A version must take effect after today - tonight's and
      *    earlier runs are never changed under an operator's feet -
      *    and a zero effective-to date means open-ended.
       3000-validate-eff-dates.
           move ws-edit-from to ws-edit-date
           perform 3100-validate-edit-date
           if not ws-date-valid
               move "EFFECTIVE-FROM DATE INVALID" to ws-edit-message
           else
               if ws-edit-from not > ws-today
                   move "EFFECTIVE-FROM MUST BE LATER THAN TODAY"
                       to ws-edit-message
               end-if
           end-if

           if ws-version-valid
               if ws-edit-to = zero
                   move ws-open-ended-date to ws-edit-to
               else
                   move ws-edit-to to ws-edit-date
                   perform 3100-validate-edit-date
                   if not ws-date-valid
                       and ws-edit-to not = ws-open-ended-date
                       move "EFFECTIVE-TO DATE INVALID"
                           to ws-edit-message
                   else
                       if ws-edit-to < ws-edit-from
                           move "EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM"
                               to ws-edit-message
                       end-if
                   end-if
               end-if
           end-if.

       3100-validate-edit-date.
           move "N" to ws-date-valid-switch
           if ws-edit-mm not < 01 and ws-edit-mm not > 12
               move ws-days-in-month(ws-edit-mm) to ws-max-day
               if ws-edit-mm = 02
                   and function mod(ws-edit-yyyy 4) = zero
                   and (function mod(ws-edit-yyyy 100) not = zero
                       or function mod(ws-edit-yyyy 400) = zero)
                   move 29 to ws-max-day
               end-if
               if ws-edit-dd not < 01 and ws-edit-dd not > ws-max-day
                   move "Y" to ws-date-valid-switch
               end-if
           end-if.

       3200-validate-edit-time.
           move "N" to ws-time-valid-switch
           if ws-edit-hh not > 23 and ws-edit-mi not > 59
               move "Y" to ws-time-valid-switch
           end-if.

       4000-prompt-continue.
           move "Y" to ws-continue-flag
           display scr-continue
           accept scr-continue.

      *    Walk both tables from the top and put each pending version
      *    in front of the reviewer. The operator who keyed a version
      *    may not approve it, and a version whose effective date has
      *    already arrived can only be rejected and keyed again.
       5000-review-pending.
           move zero to ws-pending-count
           perform 5100-review-shift-versions
           perform 6100-review-dest-versions
           if ws-pending-count = zero
               display "NO VERSIONS PENDING"
           end-if.

       5100-review-shift-versions.
           move "N" to ws-pending-eof-switch
           move low-values to sh-key of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   perform 5110-next-shift-version
                       until ws-pending-eof
               when "23"
                   set ws-pending-eof to true
               when other
                   display "REFMAINT: START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-update-failed-switch
                   set ws-pending-eof to true
           end-evaluate.

       5110-next-shift-version.
           read shifttbl next record into ws-pend-shift
           evaluate ws-shifttbl-status
               when "00"
                   if sh-ver-pending of ws-pend-shift
                       add 1 to ws-pending-count
                       perform 5120-decide-shift-version
                   end-if
               when "10"
                   set ws-pending-eof to true
               when other
                   display "REFMAINT: READ SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-update-failed-switch
                   set ws-pending-eof to true
           end-evaluate.

       5120-decide-shift-version.
           perform 5130-find-shift-neighbours
           perform 7000-build-review-notes
           move spaces to ws-decision
           display scr-shift-review
           accept scr-shift-review
           evaluate true
               when ws-decision-approve
                   if sh-entered-by of ws-pend-shift = ws-operator-id
                       display "YOU KEYED THIS VERSION - A DIFFERENT "
                           "OPERATOR MUST APPROVE IT - SKIPPED"
                   else
                       if sh-eff-from of ws-pend-shift not > ws-today
                           display "EFFECTIVE DATE REACHED - REJECT "
                               "IT AND KEY A LATER DATE - SKIPPED"
                       else
                           perform 5150-approve-shift-version
                       end-if
                   end-if
               when ws-decision-reject
                   perform 5180-reject-shift-version
               when other
                   continue
           end-evaluate
           perform 5190-reposition-shift.

      *    Browse the code's versions in effective-date order for the
      *    approved one covering the pending version's first day and
      *    the first approved one starting after it.
       5130-find-shift-neighbours.
           move "N" to ws-prior-found-switch
           move "N" to ws-next-found-switch
           move "N" to ws-version-end-switch
           initialize ws-prior-shift
           move sh-shift-code of ws-pend-shift
               to sh-shift-code of shifttbl-record
           move zero to sh-eff-from of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   perform 5140-check-shift-neighbour
                       until ws-version-end
               when "23"
                   continue
               when other
                   display "REFMAINT: START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-update-failed-switch
           end-evaluate.

       5140-check-shift-neighbour.
           read shifttbl next record
           evaluate ws-shifttbl-status
               when "00"
                   if sh-shift-code of shifttbl-record
                       not = sh-shift-code of ws-pend-shift
                       set ws-version-end to true
                   else
                       if sh-ver-approved of shifttbl-record
                           if sh-eff-from of shifttbl-record
                               < sh-eff-from of ws-pend-shift
                               if sh-eff-to of shifttbl-record
                                   not < sh-eff-from of ws-pend-shift
                                   move "Y" to ws-prior-found-switch
                                   move shifttbl-record
                                       to ws-prior-shift
                               end-if
                           else
                               move "Y" to ws-next-found-switch
                               move sh-eff-from of shifttbl-record
                                   to ws-next-from
                               set ws-version-end to true
                           end-if
                       end-if
                   end-if
               when "10"
                   set ws-version-end to true
               when other
                   display "REFMAINT: READ SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-update-failed-switch
                   set ws-version-end to true
           end-evaluate.

      *    Approval keeps a code's approved versions from ever
      *    overlapping: the version in force on the new one's first
      *    day ends the day before, and the new one ends no later
      *    than the day before the next approved version starts. A
      *    new version with an effective-to date and nothing after it
      *    retires the code from the day after.
       5150-approve-shift-version.
           if ws-prior-found
               perform 5160-end-date-prior-shift
           end-if
           if not ws-update-failed
               perform 5170-release-shift-version
           end-if.

       5160-end-date-prior-shift.
           move sh-key of ws-prior-shift to sh-key of shifttbl-record
           read shifttbl
           if ws-shifttbl-status not = "00"
               display "REFMAINT: READ SHIFTTBL FAILED, STATUS="
                   ws-shifttbl-status
               move "Y" to ws-update-failed-switch
           else
               compute ws-work-integer = function integer-of-date(
                   sh-eff-from of ws-pend-shift) - 1
               compute sh-eff-to of shifttbl-record =
                   function date-of-integer(ws-work-integer)
               rewrite shifttbl-record
               if ws-shifttbl-status not = "00"
                   display "REFMAINT: REWRITE SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-update-failed-switch
               end-if
           end-if.

       5170-release-shift-version.
           move sh-key of ws-pend-shift to sh-key of shifttbl-record
           read shifttbl
           if ws-shifttbl-status not = "00"
               display "REFMAINT: READ SHIFTTBL FAILED, STATUS="
                   ws-shifttbl-status
               move "Y" to ws-update-failed-switch
           else
               set sh-ver-approved of shifttbl-record to true
               move ws-operator-id to sh-approved-by of shifttbl-record
               move ws-today to sh-approved-date of shifttbl-record
               if ws-next-found
                   and sh-eff-to of shifttbl-record not < ws-next-from
                   compute ws-work-integer =
                       function integer-of-date(ws-next-from) - 1
                   compute sh-eff-to of shifttbl-record =
                       function date-of-integer(ws-work-integer)
               end-if
               rewrite shifttbl-record
               if ws-shifttbl-status not = "00"
                   display "REFMAINT: REWRITE SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-update-failed-switch
               else
                   display "VERSION APPROVED - IN FORCE "
                       sh-eff-from of shifttbl-record " TO "
                       sh-eff-to of shifttbl-record
               end-if
           end-if.

       5180-reject-shift-version.
           move sh-key of ws-pend-shift to sh-key of shifttbl-record
           delete shifttbl record
           if ws-shifttbl-status not = "00"
               display "REFMAINT: DELETE SHIFTTBL FAILED, STATUS="
                   ws-shifttbl-status
               move "Y" to ws-update-failed-switch
           else
               display "VERSION REJECTED AND REMOVED"
           end-if.

      *    The neighbour browse, the rewrites and any delete all move
      *    the file position, so the pending browse is re-established
      *    past the version just reviewed.
       5190-reposition-shift.
           move sh-key of ws-pend-shift to sh-key of shifttbl-record
           start shifttbl key is greater than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   continue
               when "23"
                   set ws-pending-eof to true
               when other
                   display "REFMAINT: START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-update-failed-switch
                   set ws-pending-eof to true
           end-evaluate.

       6100-review-dest-versions.
           move "N" to ws-pending-eof-switch
           move low-values to dt-key of desttbl-record
           start desttbl key is not less than dt-key
               of desttbl-record
           evaluate ws-desttbl-status
               when "00"
                   perform 6110-next-dest-version
                       until ws-pending-eof
               when "23"
                   set ws-pending-eof to true
               when other
                   display "REFMAINT: START DESTTBL FAILED, STATUS="
                       ws-desttbl-status
                   move "Y" to ws-update-failed-switch
                   set ws-pending-eof to true
           end-evaluate.

       6110-next-dest-version.
           read desttbl next record into ws-pend-dest
           evaluate ws-desttbl-status
               when "00"
                   if dt-ver-pending of ws-pend-dest
                       add 1 to ws-pending-count
                       perform 6120-decide-dest-version
                   end-if
               when "10"
                   set ws-pending-eof to true
               when other
                   display "REFMAINT: READ DESTTBL FAILED, STATUS="
                       ws-desttbl-status
                   move "Y" to ws-update-failed-switch
                   set ws-pending-eof to true
           end-evaluate.

       6120-decide-dest-version.
           perform 6130-find-dest-neighbours
           perform 7000-build-review-notes
           move spaces to ws-decision
           display scr-dest-review
           accept scr-dest-review
           evaluate true
               when ws-decision-approve
                   if dt-entered-by of ws-pend-dest = ws-operator-id
                       display "YOU KEYED THIS VERSION - A DIFFERENT "
                           "OPERATOR MUST APPROVE IT - SKIPPED"
                   else
                       if dt-eff-from of ws-pend-dest not > ws-today
                           display "EFFECTIVE DATE REACHED - REJECT "
                               "IT AND KEY A LATER DATE - SKIPPED"
                       else
                           perform 6150-approve-dest-version
                       end-if
                   end-if
               when ws-decision-reject
                   perform 6180-reject-dest-version
               when other
                   continue
           end-evaluate
           perform 6190-reposition-dest.

       6130-find-dest-neighbours.
           move "N" to ws-prior-found-switch
           move "N" to ws-next-found-switch
           move "N" to ws-version-end-switch
           initialize ws-prior-dest
           move dt-dest-code of ws-pend-dest
               to dt-dest-code of desttbl-record
           move zero to dt-eff-from of desttbl-record
           start desttbl key is not less than dt-key
               of desttbl-record
           evaluate ws-desttbl-status
               when "00"
                   perform 6140-check-dest-neighbour
                       until ws-version-end
               when "23"
                   continue
               when other
                   display "REFMAINT: START DESTTBL FAILED, STATUS="
                       ws-desttbl-status
                   move "Y" to ws-update-failed-switch
           end-evaluate.

       6140-check-dest-neighbour.
           read desttbl next record
           evaluate ws-desttbl-status
               when "00"
                   if dt-dest-code of desttbl-record
                       not = dt-dest-code of ws-pend-dest
                       set ws-version-end to true
                   else
                       if dt-ver-approved of desttbl-record
                           if dt-eff-from of desttbl-record
                               < dt-eff-from of ws-pend-dest
                               if dt-eff-to of desttbl-record
                                   not < dt-eff-from of ws-pend-dest
                                   move "Y" to ws-prior-found-switch
                                   move desttbl-record
                                       to ws-prior-dest
                               end-if
                           else
                               move "Y" to ws-next-found-switch
                               move dt-eff-from of desttbl-record
                                   to ws-next-from
                               set ws-version-end to true
                           end-if
                       end-if
                   end-if
               when "10"
                   set ws-version-end to true
               when other
                   display "REFMAINT: READ DESTTBL FAILED, STATUS="
                       ws-desttbl-status
                   move "Y" to ws-update-failed-switch
                   set ws-version-end to true
           end-evaluate.

       6150-approve-dest-version.
           if ws-prior-found
               perform 6160-end-date-prior-dest
           end-if
           if not ws-update-failed
               perform 6170-release-dest-version
           end-if.

       6160-end-date-prior-dest.
           move dt-key of ws-prior-dest to dt-key of desttbl-record
           read desttbl
           if ws-desttbl-status not = "00"
               display "REFMAINT: READ DESTTBL FAILED, STATUS="
                   ws-desttbl-status
               move "Y" to ws-update-failed-switch
           else
               compute ws-work-integer = function integer-of-date(
                   dt-eff-from of ws-pend-dest) - 1
               compute dt-eff-to of desttbl-record =
                   function date-of-integer(ws-work-integer)
               rewrite desttbl-record
               if ws-desttbl-status not = "00"
                   display "REFMAINT: REWRITE DESTTBL FAILED, STATUS="
                       ws-desttbl-status
                   move "Y" to ws-update-failed-switch
               end-if
           end-if.

       6170-release-dest-version.
           move dt-key of ws-pend-dest to dt-key of desttbl-record
           read desttbl
           if ws-desttbl-status not = "00"
               display "REFMAINT: READ DESTTBL FAILED, STATUS="
                   ws-desttbl-status
               move "Y" to ws-update-failed-switch
           else
               set dt-ver-approved of desttbl-record to true
               move ws-operator-id to dt-approved-by of desttbl-record
               move ws-today to dt-approved-date of desttbl-record
               if ws-next-found
                   and dt-eff-to of desttbl-record not < ws-next-from
                   compute ws-work-integer =
                       function integer-of-date(ws-next-from) - 1
                   compute dt-eff-to of desttbl-record =
                       function date-of-integer(ws-work-integer)
               end-if
               rewrite desttbl-record
               if ws-desttbl-status not = "00"
                   display "REFMAINT: REWRITE DESTTBL FAILED, STATUS="
                       ws-desttbl-status
                   move "Y" to ws-update-failed-switch
               else
                   display "VERSION APPROVED - IN FORCE "
                       dt-eff-from of desttbl-record " TO "
                       dt-eff-to of desttbl-record
               end-if
           end-if.

       6180-reject-dest-version.
           move dt-key of ws-pend-dest to dt-key of desttbl-record
           delete desttbl record
           if ws-desttbl-status not = "00"
               display "REFMAINT: DELETE DESTTBL FAILED, STATUS="
                   ws-desttbl-status
               move "Y" to ws-update-failed-switch
           else
               display "VERSION REJECTED AND REMOVED"
           end-if.

       6190-reposition-dest.
           move dt-key of ws-pend-dest to dt-key of desttbl-record
           start desttbl key is greater than dt-key
               of desttbl-record
           evaluate ws-desttbl-status
               when "00"
                   continue
               when "23"
                   set ws-pending-eof to true
               when other
                   display "REFMAINT: START DESTTBL FAILED, STATUS="
                       ws-desttbl-status
                   move "Y" to ws-update-failed-switch
                   set ws-pending-eof to true
           end-evaluate.

      *    Tell the reviewer what the approval will do to the
      *    versions either side of the pending one.
       7000-build-review-notes.
           if ws-prior-found
               move "APPROVAL ENDS THE VERSION ABOVE THE DAY BEFORE"
                   to ws-prior-note
           else
               move "NO APPROVED VERSION IN FORCE ON THAT DATE"
                   to ws-prior-note
           end-if
           move spaces to ws-next-note
           if ws-next-found
               string "NEXT VERSION STARTS " ws-next-from
                   " - THIS ONE ENDS BY THEN" delimited by size
                   into ws-next-note
           end-if.

       end program RefMaint.
