
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
               file status is ws-greetnrp-status.

           select msglib assign to "MSGLIB"
               organization is indexed
               access mode is random
               record key is ml-key of msglib-record
               file status is ws-msglib-status.

       data division.
       file section.
       fd  bulletin.
           copy bulrec
               replacing leading ==bulrec== by ==bulletin-record==.

       fd  shifttbl.
           copy shiftrec
               replacing leading ==destrec== by ==desttbl-record==.

       fd  destout.
           copy dlvrec
               replacing leading ==dlvrec== by ==destout-record==.

       fd  auditlog.
           copy auditrec
       fd  greetnow-rpt.
       01 greetnow-record pic x(80).

       fd  msglib.
           copy msgrec
               replacing leading ==msgrec== by ==msglib-record==.

       working-storage section.
           copy msgref
               replacing leading ==msgref== by ==ws-msgref==.


       01 ws-bulletin-status pic x(2) value "00".
       01 ws-shifttbl-status pic x(2) value "00".
       01 ws-desttbl-status pic x(2) value "00".
       01 ws-destout-status pic x(2) value "00".
       01 ws-auditlog-status pic x(2) value "00".
       01 ws-greetnrp-status pic x(2) value "00".
       01 ws-msglib-status pic x(2) value "00".

       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).
               10 ws-bl-shift-code    pic x(1) occurs 8 times.
           05 ws-bl-message-text      pic x(35).
           05 ws-bl-route-code        pic x(1).
           05 ws-bl-escal-job-name    pic x(8).
           05 ws-bl-escal-run-date    pic x(8).
           05 ws-bl-escal-run-time    pic x(8).
           05 ws-bl-escal-tier        pic x(1).
           05 filler                  pic x(10).
       01 ws-shift-sub pic 9(1).
       01 ws-audit-priority pic x(1).

      *    An escalation card's rows are filed under the original
      *    broadcast's run date, marked "E" and tied back to the
      *    original's job name and run time; a hand-keyed bulletin's
      *    rows are the run's own, marked "I".
       01 ws-audit-action pic x(1).
       01 ws-audit-run-date pic 9(8).
       01 ws-audit-orig-job-name pic x(8).
       01 ws-audit-orig-run-time pic 9(8).
       01 ws-audit-escal-tier pic 9(1).

      *    Set once any target shift of the card has been sent, so
      *    an escalation is counted only when it went out.
       01 ws-card-sent-switch pic x value "N".
           88 ws-card-sent value "Y".

       01 ws-reject-reason pic x(30).
           88 ws-bulletin-ok value spaces.

       01 ws-card-count pic 9(7) value zero.
       01 ws-reject-count pic 9(7) value zero.
       01 ws-broadcast-count pic 9(7) value zero.
       01 ws-escalation-count pic 9(7) value zero.
       01 ws-delivery-count pic 9(7) value zero.

      *    Substitution support, the same tokens the nightly
       01 ws-day-number pic 9(1).
       01 ws-day-text pic x(9).

      *    The card's template once any MSGLIB catalog reference has
      *    been resolved at edit time - the text the shifts expand -
      *    and the catalog ID it came from (spaces for a literal), so
      *    the fan-out can send a destination the entry's version in
      *    its own language.
       01 ws-template-text pic x(35).
       01 ws-card-msg-id pic x(8) value spaces.
       01 ws-msglib-open-switch pic x value "N".
           88 ws-msglib-is-open value "Y".

       01 ws-shift-desc pic x(20).
       01 ws-broadcast-text pic x(35).
       01 ws-expanded-text pic x(35).
       01 ws-dest-text pic x(35).
       01 ws-expand-work.
           05 ws-expand-input   pic x(41).
           05 ws-exp-in-sub     pic 9(2).
               10 ws-dest-code          pic x(2).
               10 ws-dest-assign        pic x(8).
               10 ws-dest-group         pic x(1).
               10 ws-dest-lang          pic x(2).
       01 ws-dest-count pic 9(3) value zero.
       01 ws-dest-sub pic 9(3).
       01 ws-desttbl-eof-switch pic x value "N".
           88 ws-desttbl-eof value "Y".

      *    The SHIFTTBL version in force today for the shift in hand.
       01 ws-shift-found-switch pic x value "N".
           88 ws-shift-found value "Y".
       01 ws-version-end-switch pic x value "N".
           88 ws-version-end value "Y".
       01 ws-delivered-switch pic x value "N".
           88 ws-delivered value "Y".
       01 ws-audit-dest-code pic x(2) value spaces.
       01 ws-audit-lang-code pic x(2) value spaces.

       01 ws-abend-message pic x(60).

           05 filler           pic x(1)  value spaces.
           05 wt-delivery-count pic zzz,zz9.

       01 ws-report-escal-total.
           05 filler           pic x(21) value "ESCALATION CARDS   : ".
           05 filler           pic x(1)  value spaces.
           05 wt-escalation-count pic zzz,zz9.

       01 ws-report-reject-total.
           05 filler           pic x(21) value "REJECTS            : ".
           05 filler           pic x(1)  value spaces.
               perform 9999-abend
           end-if

      *    Status 35 (no catalog defined) only matters to a card that
      *    names a catalog message - that card is rejected below.
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

           move ws-run-date to wh-run-date
           move ws-run-time to wh-run-time
           move ws-report-header to greetnow-record
           perform 8000-write-report-record.

      *    Only the destination versions in force today are loaded.
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

      *    One card per bulletin: a priority, up to eight target
      *    shift codes, the template text, an optional routing
      *    group and, on a HELLOESC escalation card, the link to the
      *    original broadcast. Every failing edit is reported and
      *    counted; the valid shifts of a card still broadcast even
      *    when another shift on the same card is rejected, because
      *    an urgent bulletin must not wait for a corrected
      *    resubmission.
       3000-process-bulletin.
           read bulletin into ws-bulletin
           evaluate ws-bulletin-status
               if ws-bl-message-text = spaces
                   move "BULLETIN TEXT MISSING" to ws-reject-reason
               end-if
           end-if

           if ws-bulletin-ok
               perform 3150-edit-escalation-link
           end-if

           if ws-bulletin-ok
               move ws-bl-message-text to ws-template-text
               perform 3200-resolve-catalog-ref
           end-if.

      *    A HELLOESC escalation card names the original broadcast
      *    it follows up; the link must be complete or the re-
      *    broadcast could not be traced back, so a partial one
      *    rejects the card.
       3150-edit-escalation-link.
           move "I" to ws-audit-action
           move ws-run-date to ws-audit-run-date
           move spaces to ws-audit-orig-job-name
           move zero to ws-audit-orig-run-time
           move zero to ws-audit-escal-tier
           if ws-bl-escal-job-name not = spaces
               or ws-bl-escal-run-date not = spaces
               or ws-bl-escal-run-time not = spaces
               or ws-bl-escal-tier not = space
               if ws-bl-escal-job-name = spaces
                   or ws-bl-escal-run-date not numeric
                   or ws-bl-escal-run-date = zero
                   or ws-bl-escal-run-time not numeric
                   or ws-bl-escal-tier not numeric
                   or ws-bl-escal-tier = zero
                   move "ESCALATION LINK INVALID" to ws-reject-reason
               else
                   move "E" to ws-audit-action
                   move ws-bl-escal-run-date to ws-audit-run-date
                   move ws-bl-escal-job-name to ws-audit-orig-job-name
                   move ws-bl-escal-run-time to ws-audit-orig-run-time
                   move ws-bl-escal-tier to ws-audit-escal-tier
               end-if
           end-if.

      *    A card naming a MSGLIB catalog message ("@" plus the 8-byte
      *    ID) broadcasts the entry's current approved text, resolved
      *    here - before any token is expanded - so the expansion
      *    works on the catalog text. An urgent bulletin must say
      *    exactly what was meant, so an ID that does not resolve
      *    rejects the card rather than broadcasting the reference.
       3200-resolve-catalog-ref.
           move spaces to ws-card-msg-id
           move ws-template-text to ws-msgref
           if mr-catalog-ref of ws-msgref
               if mr-msg-id of ws-msgref = spaces
                   or mr-ref-rest of ws-msgref not = spaces
                   move "CATALOG REFERENCE INVALID" to ws-reject-reason
               else
                   if ws-msglib-is-open
                       move mr-msg-id of ws-msgref
                           to ml-msg-id of msglib-record
                       move spaces to ml-lang-code of msglib-record
                       read msglib
                       evaluate ws-msglib-status
                           when "00"
                               move ml-message-text of msglib-record
                                   to ws-template-text
                               move mr-msg-id of ws-msgref
                                   to ws-card-msg-id
                           when "23"
                               move "MESSAGE ID NOT ON MSGLIB"
                                   to ws-reject-reason
                           when other
                               string "READ MSGLIB FAILED, STATUS="
                                   ws-msglib-status delimited by size
                                   into ws-abend-message
                               perform 9999-abend
                       end-evaluate
                   else
                       move "MESSAGE ID NOT ON MSGLIB"
                           to ws-reject-reason
                   end-if
               end-if
           end-if.

       3300-broadcast-bulletin.
           move "N" to ws-card-sent-switch
           move zero to ws-shift-sub
           perform 3400-broadcast-one-shift
               until ws-shift-sub not < 8
           if ws-card-sent and ws-audit-action = "E"
               add 1 to ws-escalation-count
           end-if.

      *    Each target shift is validated against SHIFTTBL before
      *    anything goes out - a bulletin cannot be aimed at a shift
       3400-broadcast-one-shift.
           add 1 to ws-shift-sub
           if ws-bl-shift-code(ws-shift-sub) not = space
               perform 3410-find-shift-version
               if ws-shift-found
                   perform 3500-send-to-shift
               else
                   add 1 to ws-reject-count
                   move ws-bl-shift-code(ws-shift-sub)
                       to wr-shift-code
                   move "SHIFT CODE NOT ON SHIFTTBL"
                       to wr-reject-reason
                   move ws-report-reject-detail to greetnow-record
                   perform 8000-write-report-record
               end-if
           end-if.

      *    The versions of the code are read in effective-date order
      *    until one in force today turns up or they run out.
       3410-find-shift-version.
           move "N" to ws-shift-found-switch
           move "N" to ws-version-end-switch
           move ws-bl-shift-code(ws-shift-sub)
               to sh-shift-code of shifttbl-record
           move zero to sh-eff-from of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   perform 3420-check-shift-version
                       until ws-version-end
               when "23"
                   continue
               when other
                   string "START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3420-check-shift-version.
           read shifttbl next record
           evaluate ws-shifttbl-status
               when "00"
                   if sh-shift-code of shifttbl-record
                       not = ws-bl-shift-code(ws-shift-sub)
                       or sh-eff-from of shifttbl-record > ws-run-date
                       set ws-version-end to true
                   else
                       if sh-ver-approved of shifttbl-record
                           and sh-eff-to of shifttbl-record
                           not < ws-run-date
                           move "Y" to ws-shift-found-switch
                           move sh-shift-desc of shifttbl-record
                               to ws-shift-desc
                       end-if
                   end-if
               when "10"
                   set ws-version-end to true
               when other
                   string "READ SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3500-send-to-shift.
           compute ws-next-count = ws-broadcast-count + 1
           move ws-template-text to ws-expand-input
           perform 3600-expand-message
           move ws-expanded-text to ws-broadcast-text
           display ws-broadcast-text
           add 1 to ws-broadcast-count
           move "Y" to ws-card-sent-switch

           move ws-bl-shift-code(ws-shift-sub) to wd-shift-code
           move ws-audit-priority to wd-priority

      *    The same token expansion the nightly broadcast performs:
      *    &SHIFT, &COUNT, &DATE and &DAY, longest token first, the
      *    result truncated at the 35-byte message length. The
      *    caller loads WS-EXPAND-INPUT - the card's template, or a
      *    destination's language version of it.
       3600-expand-message.
           move spaces to ws-expanded-text
           move 1 to ws-exp-in-sub
           move 1 to ws-exp-out-sub
           perform 3610-expand-one-token
                   perform 3620-append-token-value
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
       3630-append-token-char.
           add 1 to ws-exp-val-sub
           move ws-token-value(ws-exp-val-sub:1)
               to ws-expanded-text(ws-exp-out-sub:1)
           add 1 to ws-exp-out-sub.

      *    Fan the bulletin out exactly the way HELLOWLD fans a
      *    routed greeting: one DESTOUT record and one AUDITLOG row
      *    per destination in the group, or a single console-only
      *    audit row when the route code is blank or matches no
      *    destination. A bulletin has no GREETCTL key to carry
      *    GREETLNG variants, so a destination's language is served
      *    from the catalog: a card naming a MSGLIB entry goes to
      *    each destination in the entry's version for its language
      *    where the catalog holds one, the base text otherwise.
       4400-deliver-to-destinations.
           move "N" to ws-delivered-switch
           if ws-bl-route-code not = spaces
           end-if
           if not ws-delivered
               move spaces to ws-audit-dest-code
               move spaces to ws-audit-lang-code
               move ws-broadcast-text to ws-dest-text
               perform 4500-write-audit-record
           end-if.

           if ws-dest-group(ws-dest-sub) = ws-bl-route-code
               move "Y" to ws-delivered-switch
               add 1 to ws-delivery-count
               move ws-broadcast-text to ws-dest-text
               move spaces to ws-audit-lang-code
               if ws-dest-lang(ws-dest-sub) not = spaces
                   and ws-card-msg-id not = spaces
                   perform 4420-pick-language-version
               end-if
               move ws-dest-assign(ws-dest-sub) to do-dest-assign
               move ws-dest-code(ws-dest-sub) to do-dest-code
               move ws-bl-shift-code(ws-shift-sub) to do-shift-code
               move ws-dest-text to do-message-text
               move "GREETNOW" to do-job-name
               move ws-audit-run-date to do-run-date
               move ws-run-time to do-run-time
               write destout-record
               if ws-destout-status not = "00"
                   string "WRITE DESTOUT FAILED, STATUS="
               perform 4500-write-audit-record
           end-if.

       4420-pick-language-version.
           move ws-card-msg-id to ml-msg-id of msglib-record
           move ws-dest-lang(ws-dest-sub)
               to ml-lang-code of msglib-record
           read msglib
           evaluate ws-msglib-status
               when "00"
                   move ml-message-text of msglib-record
                       to ws-expand-input
                   perform 3600-expand-message
                   move ws-expanded-text to ws-dest-text
                   move ws-dest-lang(ws-dest-sub) to ws-audit-lang-code
               when "23"
                   continue
               when other
                   string "READ MSGLIB FAILED, STATUS="
                       ws-msglib-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    The bulletin joins the same AUDITLOG trail the nightly
      *    broadcasts use, marked "I" so reconciliation, the match
      *    report and the dashboard extract see the complete day
      *    without mistaking a bulletin for a scheduled greeting -
      *    or "E", with its link, for an escalation re-broadcast.
       4500-write-audit-record.
           move "GREETNOW" to au-job-name of auditlog-record
           move ws-audit-run-date to au-run-date of auditlog-record
           move ws-run-time to au-run-time of auditlog-record
           move ws-bl-shift-code(ws-shift-sub)
               to au-shift-code of auditlog-record
           move ws-dest-text
               to au-message-text of auditlog-record
           move return-code to au-return-code of auditlog-record
           move ws-auditlog-status to au-file-status of auditlog-record
           move "N" to au-default-flag of auditlog-record
           move ws-audit-action to au-action-flag of auditlog-record
           move ws-audit-dest-code to au-dest-code of auditlog-record
           move ws-audit-priority to au-priority of auditlog-record
           move ws-audit-lang-code to au-lang-code of auditlog-record
           move ws-audit-orig-job-name
               to au-orig-job-name of auditlog-record
           move ws-audit-orig-run-time
               to au-orig-run-time of auditlog-record
           move ws-audit-escal-tier to au-escal-tier of auditlog-record
           write auditlog-record
           if ws-auditlog-status not = "00"
               string "WRITE AUDITLOG FAILED, STATUS="
           move ws-report-delivery-total to greetnow-record
           perform 8000-write-report-record

           move ws-escalation-count to wt-escalation-count
           move ws-report-escal-total to greetnow-record
           perform 8000-write-report-record

           move ws-reject-count to wt-reject-count
           move ws-report-reject-total to greetnow-record
           perform 8000-write-report-record
           close destout
           close auditlog
           close greetnow-rpt
           if ws-msglib-is-open
               close msglib
           end-if

           if ws-reject-count not = zero
               move 4 to return-code
