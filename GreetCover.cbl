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

           select greetlng assign to "GREETLNG"
               organization is indexed
               access mode is random
               record key is lv-key of greetlng-record
               file status is ws-greetlng-status.

           select msglib assign to "MSGLIB"
               organization is indexed
               access mode is random
               record key is ml-key of msglib-record
               file status is ws-msglib-status.

           select greetcov-rpt assign to "GREETCOV"
               organization is line sequential
               file status is ws-greetcov-status.
           copy shiftrec
               replacing leading ==shiftrec== by ==shifttbl-record==.

       fd  desttbl.
           copy destrec
               replacing leading ==destrec== by ==desttbl-record==.

       fd  greetlng.
           copy langrec
               replacing leading ==langrec== by ==greetlng-record==.

       fd  msglib.
           copy msgrec
               replacing leading ==msgrec== by ==msglib-record==.

       fd  greetcov-rpt.
       01 greetcov-record pic x(80).

       working-storage section.
           copy msgref
               replacing leading ==msgref== by ==ws-msgref==.

       01 ws-greetctl-status pic x(2) value "00".
       01 ws-shifttbl-status pic x(2) value "00".
       01 ws-desttbl-status pic x(2) value "00".
       01 ws-greetlng-status pic x(2) value "00".
       01 ws-msglib-status pic x(2) value "00".
       01 ws-greetcov-status pic x(2) value "00".

       01 ws-run-date pic 9(8).
      *    Every shift on the SHIFTTBL reference file, loaded whole
      *    at initialize time - coverage is judged against the full
      *    shift roster, not just the shifts that happen to have
      *    records, which is the whole point of the report. Every
      *    approved version is loaded with its effective range, and
      *    a covered date only counts the versions in force on it.
       01 ws-shift-table.
           05 ws-shift-entry occurs 50 times.
               10 ws-shift-code         pic x(1).
               10 ws-shift-desc         pic x(20).
               10 ws-shift-eff-from     pic 9(8).
               10 ws-shift-eff-to       pic 9(8).
       01 ws-shift-count pic 9(3) value zero.
       01 ws-shift-sub pic 9(3).
       01 ws-shifttbl-eof-switch pic x value "N".

       01 ws-default-date pic 9(8) value zero.

      *    The DESTTBL destinations that display a language other
      *    than the base one, loaded once: a covered slot routed to
      *    one of them must have a GREETLNG variant, or name a MSGLIB
      *    entry with a version in the language, or that board falls
      *    back to the base text. Status 35 on GREETLNG or MSGLIB
      *    means none is defined yet - every such slot is flagged.
      *    Approved versions only, each checked against the covered
      *    date it is in force on.
       01 ws-lang-dest-table.
           05 ws-lang-dest-entry occurs 40 times.
               10 ws-lang-dest-code     pic x(2).
               10 ws-lang-dest-group    pic x(1).
               10 ws-lang-dest-lang     pic x(2).
               10 ws-lang-dest-eff-from pic 9(8).
               10 ws-lang-dest-eff-to   pic 9(8).
       01 ws-lang-dest-count pic 9(3) value zero.
       01 ws-lang-dest-sub pic 9(3).
       01 ws-desttbl-eof-switch pic x value "N".
           88 ws-desttbl-eof value "Y".
       01 ws-greetlng-open-switch pic x value "N".
           88 ws-greetlng-is-open value "Y".
       01 ws-msglib-open-switch pic x value "N".
           88 ws-msglib-is-open value "Y".
       01 ws-slot-found-switch pic x value "N".
           88 ws-slot-found value "Y".
       01 ws-variant-found-switch pic x value "N".
           88 ws-variant-found value "Y".
       01 ws-variant-gap-count pic 9(7) value zero.

       01 ws-slot-count pic 9(7) value zero.
       01 ws-dated-count pic 9(7) value zero.
       01 ws-default-count pic 9(7) value zero.
       01 ws-report-none.
           05 filler pic x(30) value "  (NONE - SCHEDULE IS COVERED)".

       01 ws-report-variant-hdr.
           05 filler pic x(35)
               value "ROUTED DESTINATION WITH NO VARIANT ".
           05 filler pic x(26) value "IN ITS LANGUAGE (BASE TEXT".
           05 filler pic x(2)  value "):".

       01 ws-report-variant-detail.
           05 filler                 pic x(2)  value spaces.
           05 wv-check-date          pic 9(8).
           05 filler                 pic x(2)  value spaces.
           05 filler                 pic x(7)  value "SHIFT: ".
           05 wv-shift-code          pic x(1).
           05 filler                 pic x(2)  value spaces.
           05 filler                 pic x(6)  value "DEST: ".
           05 wv-dest-code           pic x(2).
           05 filler                 pic x(2)  value spaces.
           05 filler                 pic x(6)  value "LANG: ".
           05 wv-lang-code           pic x(2).
           05 filler                 pic x(2)  value spaces.
           05 wv-default-flag        pic x(9).

       01 ws-report-variant-none.
           05 filler pic x(33)
               value "  (NONE - EVERY LANGUAGE COVERED)".

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           move zero to ws-day-offset
           perform 3000-check-one-date
               until ws-day-offset not < ws-days-covered
           perform 3500-write-variant-header
           move zero to ws-day-offset
           perform 3600-check-variants-one-date
               until ws-day-offset not < ws-days-covered
           perform 4000-write-summary
           perform 5000-terminate
           goback.
               perform 9999-abend
           end-if

           open input desttbl
           if ws-desttbl-status not = "00"
               string "OPEN DESTTBL FAILED, STATUS=" ws-desttbl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           perform 1100-load-lang-dest-table
           close desttbl

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

           open output greetcov-rpt
           if ws-greetcov-status not = "00"
               string "OPEN GREETCOV FAILED, STATUS=" ws-greetcov-status
           move ws-report-gap-hdr to greetcov-record
           perform 8000-write-report-record.

       1100-load-lang-dest-table.
           move low-values to dt-key of desttbl-record
           start desttbl key is not less than dt-key
               of desttbl-record
           evaluate ws-desttbl-status
               when "00"
                   perform 1110-load-lang-dest-entry
                       until ws-desttbl-eof
               when "23"
                   set ws-desttbl-eof to true
               when other
                   string "START DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       1110-load-lang-dest-entry.
           read desttbl next record
           evaluate ws-desttbl-status
               when "00"
                   if dt-lang-code of desttbl-record not = spaces
                       and dt-ver-approved of desttbl-record
                       if ws-lang-dest-count = 40
                           move "DESTINATION TABLE FULL"
                               to ws-abend-message
                           perform 9999-abend
                       end-if
                       add 1 to ws-lang-dest-count
                       move dt-dest-code of desttbl-record
                           to ws-lang-dest-code(ws-lang-dest-count)
                       move dt-route-group of desttbl-record
                           to ws-lang-dest-group(ws-lang-dest-count)
                       move dt-lang-code of desttbl-record
                           to ws-lang-dest-lang(ws-lang-dest-count)
                       move dt-eff-from of desttbl-record
                           to ws-lang-dest-eff-from(ws-lang-dest-count)
                       move dt-eff-to of desttbl-record
                           to ws-lang-dest-eff-to(ws-lang-dest-count)
                   end-if
               when "10"
                   set ws-desttbl-eof to true
               when other
                   string "READ DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2000-load-shift-table.
           move low-values to sh-key of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
           read shifttbl next record
           evaluate ws-shifttbl-status
               when "00"
                   if sh-ver-approved of shifttbl-record
                       perform 2110-add-shift-entry
                   end-if
               when "10"
                   set ws-shifttbl-eof to true
               when other
                   perform 9999-abend
           end-evaluate.

       2110-add-shift-entry.
           if ws-shift-count = 50
               move "SHIFT TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-shift-count
           move sh-shift-code of shifttbl-record
               to ws-shift-code(ws-shift-count)
           move sh-shift-desc of shifttbl-record
               to ws-shift-desc(ws-shift-count)
           move sh-eff-from of shifttbl-record
               to ws-shift-eff-from(ws-shift-count)
           move sh-eff-to of shifttbl-record
               to ws-shift-eff-to(ws-shift-count).

       3000-check-one-date.
           compute ws-check-integer =
               function integer-of-date(ws-run-date) + ws-day-offset
      *    One date/shift slot is covered by a dated record, failing
      *    that by the shift's standing default under the reserved
      *    date 00000000, and failing both it is a gap the operators
      *    still have time to fill with GREETLOD or GREETGEN. A
      *    shift version not in force on the date is no slot at all.
       3100-check-one-slot.
           add 1 to ws-shift-sub
           if ws-shift-eff-from(ws-shift-sub) not > ws-check-date
               and ws-shift-eff-to(ws-shift-sub) not < ws-check-date
               perform 3110-check-slot-records
           end-if.

       3110-check-slot-records.
           add 1 to ws-slot-count

           move ws-check-date to gr-run-date of greetctl-record
                   perform 9999-abend
           end-evaluate.

       3500-write-variant-header.
           if ws-gap-count = zero
               move ws-report-none to greetcov-record
               perform 8000-write-report-record
           end-if
           move ws-report-variant-hdr to greetcov-record
           perform 8000-write-report-record.

      *    Second pass over the same dates: find the record that will
      *    actually broadcast in each slot - dated, else the default -
      *    and check every language-displaying destination in its
      *    routing group for a variant. A gap slot has nothing to
      *    route and was reported above.
       3600-check-variants-one-date.
           compute ws-check-integer =
               function integer-of-date(ws-run-date) + ws-day-offset
           compute ws-check-date =
               function date-of-integer(ws-check-integer)
           move zero to ws-shift-sub
           perform 3700-check-slot-variants
               until ws-shift-sub not < ws-shift-count
           add 1 to ws-day-offset.

       3700-check-slot-variants.
           add 1 to ws-shift-sub
           if ws-shift-eff-from(ws-shift-sub) not > ws-check-date
               and ws-shift-eff-to(ws-shift-sub) not < ws-check-date
               perform 3710-check-slot-routing
           end-if.

       3710-check-slot-routing.
           move ws-check-date to gr-run-date of greetctl-record
           perform 3750-read-slot-record
           if not ws-slot-found
               move ws-default-date to gr-run-date of greetctl-record
               perform 3750-read-slot-record
           end-if
           if ws-slot-found
               and gr-route-code of greetctl-record not = spaces
               move zero to ws-lang-dest-sub
               perform 3800-check-one-lang-dest
                   until ws-lang-dest-sub not < ws-lang-dest-count
           end-if.

       3750-read-slot-record.
           move ws-shift-code(ws-shift-sub)
               to gr-shift-code of greetctl-record
           read greetctl
           evaluate ws-greetctl-status
               when "00"
                   move "Y" to ws-slot-found-switch
               when "23"
                   move "N" to ws-slot-found-switch
               when other
                   string "READ GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3800-check-one-lang-dest.
           add 1 to ws-lang-dest-sub
           if ws-lang-dest-group(ws-lang-dest-sub)
               = gr-route-code of greetctl-record
               and ws-lang-dest-eff-from(ws-lang-dest-sub)
                   not > ws-check-date
               and ws-lang-dest-eff-to(ws-lang-dest-sub)
                   not < ws-check-date
               move "N" to ws-variant-found-switch
               perform 3810-check-greetlng-variant
               if not ws-variant-found
                   perform 3820-check-catalog-version
               end-if
               if not ws-variant-found
                   add 1 to ws-variant-gap-count
                   move ws-check-date to wv-check-date
                   move ws-shift-code(ws-shift-sub) to wv-shift-code
                   move ws-lang-dest-code(ws-lang-dest-sub)
                       to wv-dest-code
                   move ws-lang-dest-lang(ws-lang-dest-sub)
                       to wv-lang-code
                   if gr-run-date of greetctl-record = ws-default-date
                       move "*DEFAULT*" to wv-default-flag
                   else
                       move spaces to wv-default-flag
                   end-if
                   move ws-report-variant-detail to greetcov-record
                   perform 8000-write-report-record
               end-if
           end-if.

       3810-check-greetlng-variant.
           if ws-greetlng-is-open
               move gr-run-date of greetctl-record
                   to lv-run-date of greetlng-record
               move gr-shift-code of greetctl-record
                   to lv-shift-code of greetlng-record
               move ws-lang-dest-lang(ws-lang-dest-sub)
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
                       perform 9999-abend
               end-evaluate
           end-if.

       3820-check-catalog-version.
           move gr-message-text of greetctl-record to ws-msgref
           if mr-catalog-ref of ws-msgref and ws-msglib-is-open
               move mr-msg-id of ws-msgref to ml-msg-id of msglib-record
               move ws-lang-dest-lang(ws-lang-dest-sub)
                   to ml-lang-code of msglib-record
               read msglib
               evaluate ws-msglib-status
                   when "00"
                       move "Y" to ws-variant-found-switch
                   when "23"
                       continue
                   when other
                       string "READ MSGLIB FAILED, STATUS="
                           ws-msglib-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
               end-evaluate
           end-if.

       4000-write-summary.
           if ws-variant-gap-count = zero
               move ws-report-variant-none to greetcov-record
               perform 8000-write-report-record
           end-if

           move "DATE/SHIFT SLOTS CHECKED :" to wg-total-label
           move ws-slot-count to wg-total-count
           perform 8100-write-total-line
           move "GAPS - NO COVERAGE       :" to wg-total-label
           move ws-gap-count to wg-total-count
           perform 8100-write-total-line
           move "MISSING LANGUAGE VARIANTS:" to wg-total-label
           move ws-variant-gap-count to wg-total-count
           perform 8100-write-total-line.

       5000-terminate.
           close greetctl
           close shifttbl
           close greetcov-rpt
           if ws-greetlng-is-open
               close greetlng
           end-if
           if ws-msglib-is-open
               close msglib
           end-if

      *    A gap is the exception this report exists to surface -
      *    RC=4 lets the scheduler alert the operators while there
      *    is still time to fill it before the nightly window. A
      *    board about to fall back to the base text is the same
      *    kind of exception.
           if ws-gap-count not = zero
               or ws-variant-gap-count not = zero
               move 4 to return-code
           end-if.

