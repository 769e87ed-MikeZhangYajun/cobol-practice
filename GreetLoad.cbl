
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

           select greetload-rpt assign to "GREETLRP"
               organization is sequential
               file status is ws-greetrej-status.

           select msglib assign to "MSGLIB"
               organization is indexed
               access mode is random
               record key is ml-key of msglib-record
               file status is ws-msglib-status.

           select greetlng assign to "GREETLNG"
               organization is indexed
               access mode is dynamic
               record key is lv-key of greetlng-record
               file status is ws-greetlng-status.

           select greetjrn assign to "GREETJRN"
               organization is sequential
               file status is ws-greetjrn-status.

       data division.
       file section.
       fd  greettrn.
           copy greettrn
               replacing leading ==greettrn== by ==greetrej-record==.

       fd  msglib.
           copy msgrec
               replacing leading ==msgrec== by ==msglib-record==.

       fd  greetlng.
           copy langrec
               replacing leading ==langrec== by ==greetlng-record==.

       fd  greetjrn.
           copy jrnlrec
               replacing leading ==jrnlrec== by ==greetjrn-record==.

       working-storage section.
           copy greettrn
               replacing leading ==greettrn== by ==ws-greettrn==.

           copy msgref
               replacing leading ==msgref== by ==ws-msgref==.

       01 ws-greettrn-status pic x(2) value "00".
       01 ws-greetctl-status pic x(2) value "00".
       01 ws-shifttbl-status pic x(2) value "00".
       01 ws-desttbl-status pic x(2) value "00".
       01 ws-greetlrp-status pic x(2) value "00".
       01 ws-greetrej-status pic x(2) value "00".
       01 ws-msglib-status pic x(2) value "00".
       01 ws-greetlng-status pic x(2) value "00".
       01 ws-greetjrn-status pic x(2) value "00".

      *    The DESTTBL routing groups, loaded once at open time so
      *    each transaction's route code validates against the table
      *    without rereading the file. Every approved destination
      *    version is kept with its effective range: the group must
      *    have a member in force on the greeting's run date.
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

      *    The run date a transaction's shift and route codes are
      *    checked against - today's for a 00000000 standing default,
      *    which applies from now on.
       01 ws-ref-check-date pic 9(8).
       01 ws-version-end-switch pic x value "N".
           88 ws-version-end value "Y".
       01 ws-shift-found-switch pic x value "N".
           88 ws-shift-found value "Y".

      *    Set when the variants of a deleted greeting have all been
      *    deleted with it.
       01 ws-variant-end-switch pic x value "N".
           88 ws-variant-end value "Y".

       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).

      *    Every GREETCTL add, change and delete is journalled to
      *    GREETJRN with its before/after images and route code, so
      *    a restored backup can be rolled forward over the load.
       01 ws-jrnl-action pic x(8).
       01 ws-jrnl-before pic x(35).
       01 ws-jrnl-after pic x(35).
       01 ws-jrnl-route pic x(1).
       01 ws-change-date pic 9(8).
       01 ws-change-time pic 9(8).

       01 ws-read-count pic 9(7) value zero.
       01 ws-applied-count pic 9(7) value zero.
       01 ws-reject-count pic 9(7) value zero.
           05 filler                 pic x(1)  value spaces.
           05 wd-shift-code          pic x(1).
           05 filler                 pic x(1)  value spaces.
           05 wd-lang-code           pic x(2).
           05 filler                 pic x(1)  value spaces.
           05 wd-disposition         pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-reject-reason       pic x(30).
           perform 2100-load-route-table
           close desttbl

           open input msglib
           if ws-msglib-status not = "00"
               string "OPEN MSGLIB FAILED, STATUS=" ws-msglib-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open i-o greetlng
           if ws-greetlng-status not = "00"
               string "OPEN GREETLNG FAILED, STATUS=" ws-greetlng-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open extend greetjrn
           if ws-greetjrn-status not = "00"
               string "OPEN GREETJRN FAILED, STATUS=" ws-greetjrn-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output greetload-rpt
           if ws-greetlrp-status not = "00"
               string "OPEN GREETLRP FAILED, STATUS=" ws-greetlrp-status
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
                       if ws-route-count = 60
                           move "DESTINATION TABLE FULL"
                               to ws-abend-message
                           perform 9999-abend
                       end-if
                       add 1 to ws-route-count
                       move dt-route-group of desttbl-record
                           to ws-route-group(ws-route-count)
                       move dt-eff-from of desttbl-record
                           to ws-route-eff-from(ws-route-count)
                       move dt-eff-to of desttbl-record
                           to ws-route-eff-to(ws-route-count)
                   end-if
               when "10"
                   set ws-desttbl-eof to true
               when other
           perform 3200-validate-transaction

           if ws-transaction-ok
               and tr-lang-code of ws-greettrn = spaces
               evaluate true
                   when tr-action-add of ws-greettrn
                       perform 3300-add-record
               end-evaluate
           end-if

           if ws-transaction-ok
               and tr-lang-code of ws-greettrn not = spaces
               evaluate true
                   when tr-action-add of ws-greettrn
                       perform 3600-add-variant
                   when tr-action-change of ws-greettrn
                       perform 3700-change-variant
                   when tr-action-delete of ws-greettrn
                       perform 3800-delete-variant
               end-evaluate
           end-if

           if ws-transaction-ok
               add 1 to ws-applied-count
               evaluate true
           move tr-action-code of ws-greettrn to wd-action-code
           move tr-run-date of ws-greettrn to wd-run-date
           move tr-shift-code of ws-greettrn to wd-shift-code
           move tr-lang-code of ws-greettrn to wd-lang-code
           move ws-reject-reason to wd-reject-reason
           move ws-report-detail to greetload-record
           perform 8000-write-report-record.
      *    must still be removable.
           if ws-transaction-ok
               and not tr-action-delete of ws-greettrn
               if tr-run-date of ws-greettrn = zero
                   move ws-run-date to ws-ref-check-date
               else
                   move tr-run-date of ws-greettrn to ws-ref-check-date
               end-if
               perform 3220-validate-shift-code
           end-if

           if ws-transaction-ok
               and not tr-action-delete of ws-greettrn
               and tr-route-code of ws-greettrn not = spaces
               and tr-lang-code of ws-greettrn = spaces
               perform 3230-validate-route-code
           end-if

      *    A language variant is only ever delivered in place of its
      *    greeting, so one may only be added or changed while the
      *    greeting itself is on GREETCTL.
           if ws-transaction-ok
               and not tr-action-delete of ws-greettrn
               and tr-lang-code of ws-greettrn not = spaces
               perform 3260-validate-base-greeting
           end-if

      *    Text naming a MSGLIB catalog message must name one that
      *    exists, so the night never has to broadcast a reference.
           if ws-transaction-ok
               and not tr-action-delete of ws-greettrn
               move tr-message-text of ws-greettrn to ws-msgref
               if mr-catalog-ref of ws-msgref
                   perform 3250-validate-catalog-ref
               end-if
           end-if.

      *    The reserved date 00000000 is the standing per-shift

      *    Only shift codes on the SHIFTTBL reference file may be
      *    loaded, so GREETCTL can no longer accumulate codes no
      *    shift uses. The code must have a version in force on the
      *    greeting's run date.
       3220-validate-shift-code.
           move "N" to ws-shift-found-switch
           move "N" to ws-version-end-switch
           move tr-shift-code of ws-greettrn
               to sh-shift-code of shifttbl-record
           move zero to sh-eff-from of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   perform 3225-check-shift-version
                       until ws-version-end
               when "23"
                   continue
               when other
                   string "START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate
           if not ws-shift-found
               move "SHIFT CODE NOT ON SHIFTTBL" to ws-reject-reason
           end-if.

       3225-check-shift-version.
           read shifttbl next record
           evaluate ws-shifttbl-status
               when "00"
                   if sh-shift-code of shifttbl-record
                       not = tr-shift-code of ws-greettrn
                       or sh-eff-from of shifttbl-record
                       > ws-ref-check-date
                       set ws-version-end to true
                   else
                       if sh-ver-approved of shifttbl-record
                           and sh-eff-to of shifttbl-record
                           not < ws-ref-check-date
                           move "Y" to ws-shift-found-switch
                       end-if
                   end-if
               when "10"
                   set ws-version-end to true
               when other
                   string "READ SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
           add 1 to ws-route-sub
           if ws-route-group(ws-route-sub)
               = tr-route-code of ws-greettrn
               and ws-route-eff-from(ws-route-sub)
               not > ws-ref-check-date
               and ws-route-eff-to(ws-route-sub)
               not < ws-ref-check-date
               move "Y" to ws-route-found-switch
           end-if.

       3250-validate-catalog-ref.
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

       3260-validate-base-greeting.
           move tr-run-date of ws-greettrn
               to gr-run-date of greetctl-record
           move tr-shift-code of ws-greettrn
               to gr-shift-code of greetctl-record
           read greetctl key is gr-key of greetctl-record
           evaluate ws-greetctl-status
               when "00"
                   continue
               when "23"
                   move "VARIANT - NO BASE GREETING" to ws-reject-reason
               when other
                   string "READ GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3300-add-record.
           move tr-run-date of ws-greettrn
               to gr-run-date of greetctl-record
           write greetctl-record
           evaluate ws-greetctl-status
               when "00"
                   move "ADDED   " to ws-jrnl-action
                   move spaces to ws-jrnl-before
                   move gr-message-text of greetctl-record
                       to ws-jrnl-after
                   move gr-route-code of greetctl-record
                       to ws-jrnl-route
                   perform 3950-write-journal-record
               when "22"
                   move "DUPLICATE ADD - KEY EXISTS" to ws-reject-reason
               when other
           read greetctl key is gr-key of greetctl-record
           evaluate ws-greetctl-status
               when "00"
                   move gr-message-text of greetctl-record
                       to ws-jrnl-before
                   move tr-message-text of ws-greettrn
                       to gr-message-text of greetctl-record
                   move tr-route-code of ws-greettrn
                           into ws-abend-message
                       perform 9999-abend
                   end-if
                   move "CHANGED " to ws-jrnl-action
                   move gr-message-text of greetctl-record
                       to ws-jrnl-after
                   move gr-route-code of greetctl-record
                       to ws-jrnl-route
                   perform 3950-write-journal-record
               when "23"
                   move "CHANGE - KEY NOT FOUND" to ws-reject-reason
               when other
                   perform 9999-abend
           end-evaluate.

      *    The record is read before it is deleted so the journal
      *    row carries the text and route code that went. Its
      *    language variants go with it - left behind, a later add
      *    of the same date and shift would bring the old
      *    translations back unreviewed.
       3500-delete-record.
           move tr-run-date of ws-greettrn
               to gr-run-date of greetctl-record
           move tr-shift-code of ws-greettrn
               to gr-shift-code of greetctl-record
           read greetctl key is gr-key of greetctl-record
           evaluate ws-greetctl-status
               when "00"
                   move gr-message-text of greetctl-record
                       to ws-jrnl-before
                   move gr-route-code of greetctl-record
                       to ws-jrnl-route
                   delete greetctl record
                   if ws-greetctl-status not = "00"
                       string "DELETE GREETCTL FAILED, STATUS="
                           ws-greetctl-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
                   end-if
                   move "DELETED " to ws-jrnl-action
                   move spaces to ws-jrnl-after
                   perform 3950-write-journal-record
                   perform 3550-delete-key-variants
               when "23"
                   move "DELETE - KEY NOT FOUND" to ws-reject-reason
               when other
                   string "READ GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    Every GREETLNG key starting with the deleted greeting's
      *    date and shift, whatever the language.
       3550-delete-key-variants.
           move "N" to ws-variant-end-switch
           move gr-run-date of greetctl-record
               to lv-run-date of greetlng-record
           move gr-shift-code of greetctl-record
               to lv-shift-code of greetlng-record
           move low-values to lv-lang-code of greetlng-record
           start greetlng key is not less than lv-key
               of greetlng-record
           evaluate ws-greetlng-status
               when "00"
                   perform 3560-delete-one-variant
                       until ws-variant-end
               when "23"
                   continue
               when other
                   string "START GREETLNG FAILED, STATUS="
                       ws-greetlng-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3560-delete-one-variant.
           read greetlng next record
           evaluate ws-greetlng-status
               when "00"
                   if lv-run-date of greetlng-record
                           not = gr-run-date of greetctl-record
                       or lv-shift-code of greetlng-record
                           not = gr-shift-code of greetctl-record
                       set ws-variant-end to true
                   else
                       delete greetlng record
                       if ws-greetlng-status not = "00"
                           string "DELETE GREETLNG FAILED, STATUS="
                               ws-greetlng-status delimited by size
                               into ws-abend-message
                           perform 9999-abend
                       end-if
                   end-if
               when "10"
                   set ws-variant-end to true
               when other
                   string "READ GREETLNG FAILED, STATUS="
                       ws-greetlng-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    Language variants on GREETLNG, keyed by the greeting's
      *    key plus the language code. The add/change/delete rules
      *    are the same as for the greeting itself.
       3600-add-variant.
           perform 3900-build-variant-key
           move tr-message-text of ws-greettrn
               to lv-message-text of greetlng-record
           write greetlng-record
           evaluate ws-greetlng-status
               when "00"
                   continue
               when "22"
                   move "DUPLICATE ADD - KEY EXISTS" to ws-reject-reason
               when other
                   string "WRITE GREETLNG FAILED, STATUS="
                       ws-greetlng-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3700-change-variant.
           perform 3900-build-variant-key
           read greetlng
           evaluate ws-greetlng-status
               when "00"
                   move tr-message-text of ws-greettrn
                       to lv-message-text of greetlng-record
                   rewrite greetlng-record
                   if ws-greetlng-status not = "00"
                       string "REWRITE GREETLNG FAILED, STATUS="
                           ws-greetlng-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
                   end-if
               when "23"
                   move "CHANGE - KEY NOT FOUND" to ws-reject-reason
               when other
                   string "READ GREETLNG FAILED, STATUS="
                       ws-greetlng-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3800-delete-variant.
           perform 3900-build-variant-key
           delete greetlng record
           evaluate ws-greetlng-status
               when "00"
                   continue
               when "23"
                   move "DELETE - KEY NOT FOUND" to ws-reject-reason
               when other
                   string "DELETE GREETLNG FAILED, STATUS="
                       ws-greetlng-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3900-build-variant-key.
           move tr-run-date of ws-greettrn
               to lv-run-date of greetlng-record
           move tr-shift-code of ws-greettrn
               to lv-shift-code of greetlng-record
           move tr-lang-code of ws-greettrn
               to lv-lang-code of greetlng-record.

      *    A batch update has no signed-on operator: the row names
      *    the program instead, in the source-program field.
       3950-write-journal-record.
           accept ws-change-date from date yyyymmdd
           accept ws-change-time from time
           move gr-run-date of greetctl-record
               to jr-run-date of greetjrn-record
           move gr-shift-code of greetctl-record
               to jr-shift-code of greetjrn-record
           move ws-jrnl-before to jr-before-text of greetjrn-record
           move ws-jrnl-after to jr-after-text of greetjrn-record
           move spaces to jr-operator-id of greetjrn-record
           move ws-change-date to jr-change-date of greetjrn-record
           move ws-change-time to jr-change-time of greetjrn-record
           move ws-jrnl-action to jr-action of greetjrn-record
           move spaces to jr-msg-id of greetjrn-record
           move spaces to jr-lang-code of greetjrn-record
           move "GREETLOD" to jr-source-program of greetjrn-record
           move ws-jrnl-route to jr-route-code of greetjrn-record
           write greetjrn-record
           if ws-greetjrn-status not = "00"
               string "WRITE GREETJRN FAILED, STATUS="
                   ws-greetjrn-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       4000-write-totals.
           move ws-read-count to wt-read-count
           move ws-report-read-total to greetload-record
           close shifttbl
           close greetload-rpt
           close greetrej
           close msglib
           close greetlng
           close greetjrn

           if ws-reject-count not = zero
               move 4 to return-code
