
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

           select greetgen-rpt assign to "GREETGRP"
               organization is sequential
               file status is ws-greetgrp-status.

           select msglib assign to "MSGLIB"
               organization is indexed
               access mode is random
               record key is ml-key of msglib-record
               file status is ws-msglib-status.

           select greetjrn assign to "GREETJRN"
               organization is sequential
               file status is ws-greetjrn-status.

       data division.
       file section.
       fd  patterns.
       fd  greetgen-rpt.
       01 greetgen-record pic x(80).

       fd  msglib.
           copy msgrec
               replacing leading ==msgrec== by ==msglib-record==.

       fd  greetjrn.
           copy jrnlrec
               replacing leading ==jrnlrec== by ==greetjrn-record==.

       working-storage section.
           copy patrec
               replacing leading ==patrec== by ==ws-patrec==.

           copy msgref
               replacing leading ==msgref== by ==ws-msgref==.

       01 ws-patterns-status pic x(2) value "00".
       01 ws-greetctl-status pic x(2) value "00".
       01 ws-shifttbl-status pic x(2) value "00".
       01 ws-desttbl-status pic x(2) value "00".
       01 ws-greetgrp-status pic x(2) value "00".
       01 ws-msglib-status pic x(2) value "00".
       01 ws-greetjrn-status pic x(2) value "00".

      *    The DESTTBL routing groups, loaded once at open time so
      *    each rule's route code validates against the table
      *    without rereading the file - the same gate GREETLOD
      *    applies, so the generator cannot mass-produce records
      *    routed into a group nothing listens to. Only approved
      *    versions are loaded, each with its effective range, so a
      *    generated date is only routed into a group that is in
      *    force on that date.
       01 ws-route-table.
           05 ws-route-entry occurs 60 times.
               10 ws-route-group        pic x(1).
               10 ws-route-eff-from     pic 9(8).
               10 ws-route-eff-to       pic 9(8).
       01 ws-route-count pic 9(3) value zero.
       01 ws-route-sub pic 9(3).
       01 ws-desttbl-eof-switch pic x value "N".
       01 ws-route-found-switch pic x value "N".
           88 ws-route-found value "Y".

      *    The approved SHIFTTBL versions, loaded the same way: a
      *    rule's shift must have a version on file, and each date
      *    generated from it needs the version in force that date.
       01 ws-shift-table.
           05 ws-shift-entry occurs 60 times.
               10 ws-shift-code         pic x(1).
               10 ws-shift-eff-from     pic 9(8).
               10 ws-shift-eff-to       pic 9(8).
       01 ws-shift-count pic 9(3) value zero.
       01 ws-shift-sub pic 9(3).
       01 ws-shifttbl-eof-switch pic x value "N".
           88 ws-shifttbl-eof value "Y".
       01 ws-shift-found-switch pic x value "N".
           88 ws-shift-found value "Y".

      *    The codes and date the reference checks run against - a
      *    zero date accepts any approved version (the rule edits),
      *    otherwise the version must be in force on that date.
       01 ws-check-shift-code pic x(1).
       01 ws-check-route-code pic x(1).
       01 ws-ref-check-date pic 9(8).
       01 ws-version-reason pic x(9).
           88 ws-versions-in-force value spaces.

       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).
       01 ws-change-date pic 9(8).
       01 ws-change-time pic 9(8).

      *    How many run dates ahead the generator covers, starting
      *    with the run date itself (so a morning run still fills
       01 ws-rejected-count pic 9(7) value zero.
       01 ws-generated-count pic 9(7) value zero.
       01 ws-skipped-count pic 9(7) value zero.
       01 ws-not-in-force-count pic 9(7) value zero.

       01 ws-abend-message pic x(60).

           05 filler           pic x(1)  value spaces.
           05 wt-skipped-count pic zzz,zz9.

       01 ws-report-version-total.
           05 filler           pic x(21) value "SKIPPED - REF DATA : ".
           05 filler           pic x(1)  value spaces.
           05 wt-not-in-force-count pic zzz,zz9.

       linkage section.
       01 parm-data.
           05 parm-length pic s9(4) comp.
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           perform 2200-load-shift-table
           close shifttbl

           open input desttbl
           if ws-desttbl-status not = "00"
           perform 2100-load-route-table
           close desttbl

           open input msglib
           if ws-msglib-status not = "00"
               string "OPEN MSGLIB FAILED, STATUS=" ws-msglib-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open extend greetjrn
           if ws-greetjrn-status not = "00"
               string "OPEN GREETJRN FAILED, STATUS=" ws-greetjrn-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output greetgen-rpt
           if ws-greetgrp-status not = "00"
               string "OPEN GREETGRP FAILED, STATUS=" ws-greetgrp-status
           perform 8000-write-report-record.

       2100-load-route-table.
           move low-values to dt-key of desttbl-record
           start desttbl key is not less than dt-key
               of desttbl-record
           evaluate ws-desttbl-status
               when "00"
           read desttbl next record
           evaluate ws-desttbl-status
               when "00"
                   if dt-ver-approved of desttbl-record
                       perform 2120-add-route-entry
                   end-if
               when "10"
                   set ws-desttbl-eof to true
               when other
                   perform 9999-abend
           end-evaluate.

       2120-add-route-entry.
           if ws-route-count = 60
               move "DESTINATION TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-route-count
           move dt-route-group of desttbl-record
               to ws-route-group(ws-route-count)
           move dt-eff-from of desttbl-record
               to ws-route-eff-from(ws-route-count)
           move dt-eff-to of desttbl-record
               to ws-route-eff-to(ws-route-count).

       2200-load-shift-table.
           move low-values to sh-key of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   perform 2210-load-shift-entry until ws-shifttbl-eof
               when "23"
                   set ws-shifttbl-eof to true
               when other
                   string "START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2210-load-shift-entry.
           read shifttbl next record
           evaluate ws-shifttbl-status
               when "00"
                   if sh-ver-approved of shifttbl-record
                       perform 2220-add-shift-entry
                   end-if
               when "10"
                   set ws-shifttbl-eof to true
               when other
                   string "READ SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2220-add-shift-entry.
           if ws-shift-count = 60
               move "SHIFT TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-shift-count
           move sh-shift-code of shifttbl-record
               to ws-shift-code(ws-shift-count)
           move sh-eff-from of shifttbl-record
               to ws-shift-eff-from(ws-shift-count)
           move sh-eff-to of shifttbl-record
               to ws-shift-eff-to(ws-shift-count).

       3000-load-pattern.
           read patterns into ws-patrec
           evaluate ws-patterns-status
           end-evaluate.

      *    A rule must carry a recognised frequency code, a shift
      *    code on the SHIFTTBL reference file, (when routed) a
      *    routing group some DESTTBL destination belongs to, and
      *    (when it names a MSGLIB catalog message) a message ID on
      *    the catalog, before it is allowed to generate anything -
      *    the first failing edit wins. The generated records carry
      *    the reference itself, so a later catalog change reaches
      *    every date the rule filled.
       3100-edit-pattern.
           move spaces to ws-reject-reason
           evaluate true
                   move "INVALID FREQUENCY CODE" to ws-reject-reason
           end-evaluate

           move zero to ws-ref-check-date
           if ws-pattern-ok
               move pa-shift-code of ws-patrec to ws-check-shift-code
               perform 3130-validate-shift-code
               if not ws-shift-found
                   move "SHIFT CODE NOT ON SHIFTTBL"
                       to ws-reject-reason
               end-if
           end-if

           if ws-pattern-ok
               and pa-route-code of ws-patrec not = spaces
               move pa-route-code of ws-patrec to ws-check-route-code
               perform 3150-validate-route-code
               if not ws-route-found
                   move "ROUTE CODE NOT ON DESTTBL" to ws-reject-reason
               end-if
           end-if

           if ws-pattern-ok
               move pa-message-text of ws-patrec to ws-msgref
               if mr-catalog-ref of ws-msgref
                   perform 3170-validate-catalog-ref
               end-if
           end-if.

       3130-validate-shift-code.
           move "N" to ws-shift-found-switch
           move zero to ws-shift-sub
           perform 3140-check-shift-entry
               until ws-shift-found
               or ws-shift-sub not < ws-shift-count.

       3140-check-shift-entry.
           add 1 to ws-shift-sub
           if ws-shift-code(ws-shift-sub) = ws-check-shift-code
               if ws-ref-check-date = zero
                   or (ws-shift-eff-from(ws-shift-sub)
                           not > ws-ref-check-date
                       and ws-shift-eff-to(ws-shift-sub)
                           not < ws-ref-check-date)
                   move "Y" to ws-shift-found-switch
               end-if
           end-if.

       3150-validate-route-code.
           move zero to ws-route-sub
           perform 3160-check-route-entry
               until ws-route-found
               or ws-route-sub not < ws-route-count.

       3160-check-route-entry.
           add 1 to ws-route-sub
           if ws-route-group(ws-route-sub) = ws-check-route-code
               if ws-ref-check-date = zero
                   or (ws-route-eff-from(ws-route-sub)
                           not > ws-ref-check-date
                       and ws-route-eff-to(ws-route-sub)
                           not < ws-ref-check-date)
                   move "Y" to ws-route-found-switch
               end-if
           end-if.

       3170-validate-catalog-ref.
           if mr-msg-id of ws-msgref = spaces
               or mr-ref-rest of ws-msgref not = spaces
               move "CATALOG REFERENCE INVALID" to ws-reject-reason
           else
               move mr-msg-id of ws-msgref to ml-msg-id of msglib-record
               move spaces to ml-lang-code of msglib-record
               read msglib
               evaluate ws-msglib-status
                   when "00"
                       continue
                   when "23"
                       move "MESSAGE ID NOT ON MSGLIB"
                           to ws-reject-reason
                   when other
                       string "READ MSGLIB FAILED, STATUS="
                           ws-msglib-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
               end-evaluate
           end-if.

       3200-store-pattern.
           add 1 to ws-pat-sub
           perform 4200-test-pattern-date
           if ws-pattern-applies
               perform 4250-check-versions-in-force
               if ws-versions-in-force
                   perform 4300-write-generated-record
               else
                   perform 4350-report-not-in-force
               end-if
           end-if.

       4200-test-pattern-date.
                   end-if
           end-evaluate.

      *    The rule's shift, and its routing group when routed, must
      *    each have an approved version in force on the date being
      *    generated - a shift or group retired (or not yet begun)
      *    by then gets no record for that date.
       4250-check-versions-in-force.
           move spaces to ws-version-reason
           move ws-gen-date to ws-ref-check-date
           move ws-pat-shift-code(ws-pat-sub) to ws-check-shift-code
           perform 3130-validate-shift-code
           if not ws-shift-found
               move "NO SHIFT " to ws-version-reason
           else
               if ws-pat-route-code(ws-pat-sub) not = spaces
                   move ws-pat-route-code(ws-pat-sub)
                       to ws-check-route-code
                   perform 3150-validate-route-code
                   if not ws-route-found
                       move "NO ROUTE " to ws-version-reason
                   end-if
               end-if
           end-if.

       4350-report-not-in-force.
           add 1 to ws-not-in-force-count
           move ws-version-reason to wd-disposition
           move ws-gen-date to wd-gen-date
           move ws-pat-shift-code(ws-pat-sub) to wd-shift-code
           move ws-pat-message-text(ws-pat-sub) to wd-message-text
           move ws-report-detail to greetgen-record
           perform 8000-write-report-record.

      *    A dated record already on file wins over the pattern - a
      *    hand-keyed or bulk-loaded greeting is never overwritten,
      *    and the skip is reported so the operators can see why a
               when "00"
                   add 1 to ws-generated-count
                   move "GENERATED" to wd-disposition
                   perform 4400-write-journal-record
               when "22"
                   add 1 to ws-skipped-count
                   move "SKIPPED  " to wd-disposition
           move ws-report-detail to greetgen-record
           perform 8000-write-report-record.

      *    Each generated record is journalled as an ADDED row under
      *    the generator's name, so a restored backup can be rolled
      *    forward over the run; skipped dates changed nothing and
      *    are not journalled.
       4400-write-journal-record.
           accept ws-change-date from date yyyymmdd
           accept ws-change-time from time
           move gr-run-date of greetctl-record
               to jr-run-date of greetjrn-record
           move gr-shift-code of greetctl-record
               to jr-shift-code of greetjrn-record
           move spaces to jr-before-text of greetjrn-record
           move gr-message-text of greetctl-record
               to jr-after-text of greetjrn-record
           move spaces to jr-operator-id of greetjrn-record
           move ws-change-date to jr-change-date of greetjrn-record
           move ws-change-time to jr-change-time of greetjrn-record
           move "ADDED   " to jr-action of greetjrn-record
           move spaces to jr-msg-id of greetjrn-record
           move spaces to jr-lang-code of greetjrn-record
           move "GREETGEN" to jr-source-program of greetjrn-record
           move gr-route-code of greetctl-record
               to jr-route-code of greetjrn-record
           write greetjrn-record
           if ws-greetjrn-status not = "00"
               string "WRITE GREETJRN FAILED, STATUS="
                   ws-greetjrn-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       5000-terminate.
           move ws-loaded-count to wt-loaded-count
           move ws-report-pattern-total to greetgen-record
           move ws-report-skip-total to greetgen-record
           perform 8000-write-report-record

           move ws-not-in-force-count to wt-not-in-force-count
           move ws-report-version-total to greetgen-record
           perform 8000-write-report-record

           close patterns
           close greetctl
           close greetgen-rpt
           close msglib
           close greetjrn

           if ws-rejected-count not = zero
               move 4 to return-code
