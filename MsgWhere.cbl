       program-id. MsgWhere as "MSGWHERE".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select msglib assign to "MSGLIB"
               organization is indexed
               access mode is random
               record key is ml-key of msglib-record
               file status is ws-msglib-status.

           select greetctl assign to "GREETCTL"
               organization is indexed
               access mode is dynamic
               record key is gr-key of greetctl-record
               file status is ws-greetctl-status.

           select greetlng assign to "GREETLNG"
               organization is indexed
               access mode is dynamic
               record key is lv-key of greetlng-record
               file status is ws-greetlng-status.

           select greetpnd assign to "GREETPND"
               organization is indexed
               access mode is dynamic
               record key is pn-key of greetpnd-record
               file status is ws-greetpnd-status.

           select patterns assign to "PATTERNS"
               organization is sequential
               file status is ws-patterns-status.

           select holiday assign to "HOLIDAY"
               organization is indexed
               access mode is dynamic
               record key is ho-holiday-date of holiday-record
               file status is ws-holiday-status.

           select msgpnd assign to "MSGPND"
               organization is indexed
               access mode is dynamic
               record key is mp-key of msgpnd-record
               file status is ws-msgpnd-status.

           select msgwhere-rpt assign to "MSGWHRP"
               organization is line sequential
               file status is ws-msgwhere-status.

       data division.
       file section.
       fd  msglib.
           copy msgrec
               replacing leading ==msgrec== by ==msglib-record==.

       fd  greetctl.
           copy greetrec
               replacing leading ==greetrec== by ==greetctl-record==.

       fd  greetlng.
           copy langrec
               replacing leading ==langrec== by ==greetlng-record==.

       fd  greetpnd.
           copy pendrec
               replacing leading ==pendrec== by ==greetpnd-record==.

       fd  patterns.
           copy patrec
               replacing leading ==patrec== by ==patterns-record==.

       fd  holiday.
           copy holidrec
               replacing leading ==holidrec== by ==holiday-record==.

       fd  msgpnd.
           copy msgpend
               replacing leading ==msgpend== by ==msgpnd-record==.

       fd  msgwhere-rpt.
       01 msgwhere-record pic x(80).

       working-storage section.
           copy msgref
               replacing leading ==msgref== by ==ws-msgref==.

       01 ws-msglib-status pic x(2) value "00".
       01 ws-greetctl-status pic x(2) value "00".
       01 ws-greetlng-status pic x(2) value "00".
       01 ws-greetpnd-status pic x(2) value "00".
       01 ws-patterns-status pic x(2) value "00".
       01 ws-holiday-status pic x(2) value "00".
       01 ws-msgpnd-status pic x(2) value "00".
       01 ws-msgwhere-status pic x(2) value "00".

       01 ws-run-date pic 9(8).

      *    The one catalog entry asked about, or spaces to list
      *    every reference to every entry.
       01 ws-select-id pic x(8) value spaces.

      *    GREETLNG is optional - until the first language variant
      *    is loaded the cluster may not exist.
       01 ws-greetlng-open-switch pic x value "N".
           88 ws-greetlng-is-open value "Y".

       01 ws-eof-switch pic x value "N".
           88 ws-eof value "Y".

      *    Set for each text examined: the text names a catalog
      *    entry, and (when a single entry was asked about) it is
      *    that entry.
       01 ws-ref-wanted-switch pic x value "N".
           88 ws-ref-wanted value "Y".

      *    Source name, date, shift and language of the reference
      *    being reported, filled in by the paragraph that found it.
       01 ws-ref-source pic x(8).
       01 ws-ref-date pic x(8).
       01 ws-ref-shift pic x(1).
       01 ws-ref-lang pic x(2).

       01 ws-last-dated-date pic 9(8) value zero.

       01 ws-default-count pic 9(7) value zero.
       01 ws-dated-count pic 9(7) value zero.
       01 ws-variant-count pic 9(7) value zero.
       01 ws-date-count pic 9(7) value zero.
       01 ws-pending-count pic 9(7) value zero.
       01 ws-pattern-count pic 9(7) value zero.
       01 ws-holiday-count pic 9(7) value zero.
       01 ws-msgpnd-count pic 9(7) value zero.
       01 ws-unknown-count pic 9(7) value zero.

       01 ws-abend-message pic x(60).

       01 ws-report-title.
           05 filler         pic x(36)
               value "MSGLIB WHERE-USED - DATES FROM      ".
           05 wt-run-date    pic 9(8).
           05 filler         pic x(14) value "  MESSAGE ID: ".
           05 wt-select-id   pic x(8).

       01 ws-report-col-hdr.
           05 filler pic x(40)
               value "  SOURCE    DATE      SH  MSG ID   LG  C".
           05 filler pic x(11) value "ATALOG TEXT".

       01 ws-report-detail.
           05 filler                 pic x(2)  value spaces.
           05 wd-ref-source          pic x(8).
           05 filler                 pic x(2)  value spaces.
           05 wd-ref-date            pic x(8).
           05 filler                 pic x(2)  value spaces.
           05 wd-ref-shift           pic x(1).
           05 filler                 pic x(3)  value spaces.
           05 wd-msg-id              pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-lang-code           pic x(2).
           05 filler                 pic x(1)  value spaces.
           05 wd-catalog-text        pic x(35).

       01 ws-report-none.
           05 filler pic x(30) value "  (NONE - NO REFERENCES FOUND)".

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       linkage section.
       01 parm-data.
           05 parm-length pic s9(4) comp.
           05 parm-text   pic x(8).

       procedure division using parm-data.

       0000-main-process.
           perform 1000-initialize
           perform 3000-scan-defaults
           perform 3200-scan-dated-records
           perform 3250-scan-language-variants
           perform 3400-scan-pending-changes
           perform 3600-scan-patterns
           perform 3800-scan-holidays
           perform 4000-scan-catalog-pending
           perform 4500-write-summary
           perform 5000-terminate
           goback.

      *    Dates are reported from the system date forward - a
      *    reworded catalog entry reaches every one of them. An
      *    optional PARM='XXXXXXXX' narrows the report to one
      *    message ID; without it every reference is listed.
       1000-initialize.
           accept ws-run-date from date yyyymmdd
           if parm-length not = zero
               if parm-length > 8 or parm-text = spaces
                   move "PARM MESSAGE ID INVALID" to ws-abend-message
                   perform 9999-abend
               end-if
               move parm-text(1:parm-length) to ws-select-id
           end-if

           open input msglib
           if ws-msglib-status not = "00"
               string "OPEN MSGLIB FAILED, STATUS=" ws-msglib-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input greetctl
           if ws-greetctl-status not = "00"
               string "OPEN GREETCTL FAILED, STATUS=" ws-greetctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

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

           open input greetpnd
           if ws-greetpnd-status not = "00"
               string "OPEN GREETPND FAILED, STATUS=" ws-greetpnd-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input patterns
           if ws-patterns-status not = "00"
               string "OPEN PATTERNS FAILED, STATUS=" ws-patterns-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input holiday
           if ws-holiday-status not = "00"
               string "OPEN HOLIDAY FAILED, STATUS=" ws-holiday-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input msgpnd
           if ws-msgpnd-status not = "00"
               string "OPEN MSGPND FAILED, STATUS=" ws-msgpnd-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output msgwhere-rpt
           if ws-msgwhere-status not = "00"
               string "OPEN MSGWHRP FAILED, STATUS=" ws-msgwhere-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           move ws-run-date to wt-run-date
           if ws-select-id = spaces
               move "(ALL)" to wt-select-id
           else
               move ws-select-id to wt-select-id
           end-if
           move ws-report-title to msgwhere-record
           perform 8000-write-report-record

           move ws-report-col-hdr to msgwhere-record
           perform 8000-write-report-record.

      *    The standing defaults sit under the reserved date
      *    00000000 at the front of the file - each one is heard on
      *    every future date that has no dated record of its own.
       3000-scan-defaults.
           move "N" to ws-eof-switch
           move low-values to gr-key of greetctl-record
           start greetctl key is not less than gr-key
               of greetctl-record
           evaluate ws-greetctl-status
               when "00"
                   perform 3100-check-one-default until ws-eof
               when "23"
                   set ws-eof to true
               when other
                   string "START GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3100-check-one-default.
           read greetctl next record
           evaluate ws-greetctl-status
               when "00"
                   if gr-run-date of greetctl-record not = zero
                       set ws-eof to true
                   else
                       move gr-message-text of greetctl-record
                           to ws-msgref
                       perform 7000-check-reference
                       if ws-ref-wanted
                           add 1 to ws-default-count
                           move spaces to ws-ref-lang
                           move "DEFAULT " to ws-ref-source
                           move "00000000" to ws-ref-date
                           move gr-shift-code of greetctl-record
                               to ws-ref-shift
                           perform 7100-write-reference
                       end-if
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    Dated records from the run date on, in date order, so
      *    distinct affected dates can be counted on the change of
      *    date.
       3200-scan-dated-records.
           move "N" to ws-eof-switch
           move ws-run-date to gr-run-date of greetctl-record
           move low-values to gr-shift-code of greetctl-record
           start greetctl key is not less than gr-key
               of greetctl-record
           evaluate ws-greetctl-status
               when "00"
                   perform 3300-check-one-dated until ws-eof
               when "23"
                   set ws-eof to true
               when other
                   string "START GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3300-check-one-dated.
           read greetctl next record
           evaluate ws-greetctl-status
               when "00"
                   move gr-message-text of greetctl-record to ws-msgref
                   perform 7000-check-reference
                   if ws-ref-wanted
                       add 1 to ws-dated-count
                       if gr-run-date of greetctl-record
                           not = ws-last-dated-date
                           add 1 to ws-date-count
                           move gr-run-date of greetctl-record
                               to ws-last-dated-date
                       end-if
                       move spaces to ws-ref-lang
                       move "GREETCTL" to ws-ref-source
                       move gr-run-date of greetctl-record
                           to ws-ref-date
                       move gr-shift-code of greetctl-record
                           to ws-ref-shift
                       perform 7100-write-reference
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    Language variants reach their date and shift as surely as
      *    the GREETCTL record they translate. The standing
      *    defaults' variants sit under 00000000 at the front of the
      *    file, so the whole file is read and those dated before the
      *    run date passed over.
       3250-scan-language-variants.
           if ws-greetlng-is-open
               move "N" to ws-eof-switch
               move low-values to lv-key of greetlng-record
               start greetlng key is not less than lv-key
                   of greetlng-record
               evaluate ws-greetlng-status
                   when "00"
                       perform 3260-check-one-variant until ws-eof
                   when "23"
                       set ws-eof to true
                   when other
                       string "START GREETLNG FAILED, STATUS="
                           ws-greetlng-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
               end-evaluate
           end-if.

       3260-check-one-variant.
           read greetlng next record
           evaluate ws-greetlng-status
               when "00"
                   if lv-run-date of greetlng-record = zero
                       or lv-run-date of greetlng-record
                           not < ws-run-date
                       move lv-message-text of greetlng-record
                           to ws-msgref
                       perform 7000-check-reference
                       if ws-ref-wanted
                           add 1 to ws-variant-count
                           move "GREETLNG" to ws-ref-source
                           move lv-run-date of greetlng-record
                               to ws-ref-date
                           move lv-shift-code of greetlng-record
                               to ws-ref-shift
                           move lv-lang-code of greetlng-record
                               to ws-ref-lang
                           perform 7100-write-reference
                       end-if
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ GREETLNG FAILED, STATUS="
                       ws-greetlng-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    A GREETCTL change still awaiting approval that would put
      *    a catalog reference on a date - it is not heard yet, but
      *    it will be once approved.
       3400-scan-pending-changes.
           move "N" to ws-eof-switch
           move low-values to pn-key of greetpnd-record
           start greetpnd key is not less than pn-key
               of greetpnd-record
           evaluate ws-greetpnd-status
               when "00"
                   perform 3500-check-one-pending until ws-eof
               when "23"
                   set ws-eof to true
               when other
                   string "START GREETPND FAILED, STATUS="
                       ws-greetpnd-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3500-check-one-pending.
           read greetpnd next record
           evaluate ws-greetpnd-status
               when "00"
                   if pn-run-date of greetpnd-record = zero
                       or pn-run-date of greetpnd-record
                           not < ws-run-date
                       move pn-new-text of greetpnd-record
                           to ws-msgref
                       perform 7000-check-reference
                       if ws-ref-wanted
                           add 1 to ws-pending-count
                           move spaces to ws-ref-lang
                           move "GREETPND" to ws-ref-source
                           move pn-run-date of greetpnd-record
                               to ws-ref-date
                           move pn-shift-code of greetpnd-record
                               to ws-ref-shift
                           perform 7100-write-reference
                       end-if
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ GREETPND FAILED, STATUS="
                       ws-greetpnd-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    A pattern rule carries no date of its own - it reaches
      *    every date GREETGEN generates from it from now on.
       3600-scan-patterns.
           move "N" to ws-eof-switch
           perform 3700-check-one-pattern until ws-eof.

       3700-check-one-pattern.
           read patterns
           evaluate ws-patterns-status
               when "00"
                   move pa-message-text of patterns-record to ws-msgref
                   perform 7000-check-reference
                   if ws-ref-wanted
                       add 1 to ws-pattern-count
                       move spaces to ws-ref-lang
                       move "PATTERNS" to ws-ref-source
                       move spaces to ws-ref-date
                       move pa-freq-code of patterns-record
                           to ws-ref-date(1:1)
                       move pa-shift-code of patterns-record
                           to ws-ref-shift
                       perform 7100-write-reference
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ PATTERNS FAILED, STATUS="
                       ws-patterns-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    A holiday text replaces every greeting on its date, for
      *    every shift.
       3800-scan-holidays.
           move "N" to ws-eof-switch
           move ws-run-date to ho-holiday-date of holiday-record
           start holiday key is not less than ho-holiday-date
               of holiday-record
           evaluate ws-holiday-status
               when "00"
                   perform 3900-check-one-holiday until ws-eof
               when "23"
                   set ws-eof to true
               when other
                   string "START HOLIDAY FAILED, STATUS="
                       ws-holiday-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3900-check-one-holiday.
           read holiday next record
           evaluate ws-holiday-status
               when "00"
                   move ho-holiday-text of holiday-record to ws-msgref
                   perform 7000-check-reference
                   if ws-ref-wanted
                       add 1 to ws-holiday-count
                       move spaces to ws-ref-lang
                       move "HOLIDAY " to ws-ref-source
                       move ho-holiday-date of holiday-record
                           to ws-ref-date
                       move "*" to ws-ref-shift
                       perform 7100-write-reference
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ HOLIDAY FAILED, STATUS="
                       ws-holiday-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    Catalog changes keyed but not yet approved - the reader
      *    of this report is usually deciding whether to approve
      *    one, so the proposed text is shown in place of the
      *    current one.
       4000-scan-catalog-pending.
           move "N" to ws-eof-switch
           move low-values to mp-key of msgpnd-record
           start msgpnd key is not less than mp-key
               of msgpnd-record
           evaluate ws-msgpnd-status
               when "00"
                   perform 4100-check-one-msgpnd until ws-eof
               when "23"
                   set ws-eof to true
               when other
                   string "START MSGPND FAILED, STATUS="
                       ws-msgpnd-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       4100-check-one-msgpnd.
           read msgpnd next record
           evaluate ws-msgpnd-status
               when "00"
                   if ws-select-id = spaces
                       or mp-msg-id of msgpnd-record = ws-select-id
                       add 1 to ws-msgpnd-count
                       move "MSGPND  " to wd-ref-source
                       move mp-entered-date of msgpnd-record
                           to wd-ref-date
                       move space to wd-ref-shift
                       move mp-msg-id of msgpnd-record to wd-msg-id
                       move mp-lang-code of msgpnd-record
                           to wd-lang-code
                       move mp-new-text of msgpnd-record
                           to wd-catalog-text
                       move ws-report-detail to msgwhere-record
                       perform 8000-write-report-record
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ MSGPND FAILED, STATUS="
                       ws-msgpnd-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       4500-write-summary.
           if ws-default-count = zero and ws-dated-count = zero
               and ws-variant-count = zero
               and ws-pending-count = zero and ws-pattern-count = zero
               and ws-holiday-count = zero and ws-msgpnd-count = zero
               move ws-report-none to msgwhere-record
               perform 8000-write-report-record
           end-if

           move "STANDING DEFAULTS        :" to wg-total-label
           move ws-default-count to wg-total-count
           perform 8100-write-total-line
           move "DATED GREETCTL RECORDS   :" to wg-total-label
           move ws-dated-count to wg-total-count
           perform 8100-write-total-line
           move "LANGUAGE VARIANTS        :" to wg-total-label
           move ws-variant-count to wg-total-count
           perform 8100-write-total-line
           move "DISTINCT DATES AFFECTED  :" to wg-total-label
           move ws-date-count to wg-total-count
           perform 8100-write-total-line
           move "PENDING GREETCTL CHANGES :" to wg-total-label
           move ws-pending-count to wg-total-count
           perform 8100-write-total-line
           move "PATTERN RULES            :" to wg-total-label
           move ws-pattern-count to wg-total-count
           perform 8100-write-total-line
           move "HOLIDAY DATES            :" to wg-total-label
           move ws-holiday-count to wg-total-count
           perform 8100-write-total-line
           move "PENDING CATALOG CHANGES  :" to wg-total-label
           move ws-msgpnd-count to wg-total-count
           perform 8100-write-total-line
           move "UNKNOWN MESSAGE IDS      :" to wg-total-label
           move ws-unknown-count to wg-total-count
           perform 8100-write-total-line.

       5000-terminate.
           close msglib
           close greetctl
           if ws-greetlng-is-open
               close greetlng
           end-if
           close greetpnd
           close patterns
           close holiday
           close msgpnd
           close msgwhere-rpt

      *    A reference to an ID not on the catalog will go out as
      *    an unresolved message - RC=4 so it is fixed before the
      *    date arrives.
           if ws-unknown-count not = zero
               move 4 to return-code
           end-if.

      *    Is the text in WS-MSGREF a catalog reference this run is
      *    reporting on?
       7000-check-reference.
           move "N" to ws-ref-wanted-switch
           if mr-catalog-ref of ws-msgref
               if ws-select-id = spaces
                   or mr-msg-id of ws-msgref = ws-select-id
                   move "Y" to ws-ref-wanted-switch
               end-if
           end-if.

      *    One detail line per reference, showing the text the
      *    catalog will supply - or flagging an ID the catalog does
      *    not hold. A language variant is given the entry's version
      *    in its language when there is one and the base entry
      *    otherwise, as HELLOWLD resolves it.
       7100-write-reference.
           move ws-ref-source to wd-ref-source
           move ws-ref-date to wd-ref-date
           move ws-ref-shift to wd-ref-shift
           move mr-msg-id of ws-msgref to wd-msg-id
           move ws-ref-lang to wd-lang-code
           move mr-msg-id of ws-msgref to ml-msg-id of msglib-record
           move ws-ref-lang to ml-lang-code of msglib-record
           read msglib
           evaluate ws-msglib-status
               when "00"
                   move ml-message-text of msglib-record
                       to wd-catalog-text
               when "23"
                   if ws-ref-lang = spaces
                       add 1 to ws-unknown-count
                       move "*** NOT ON MSGLIB ***" to wd-catalog-text
                   else
                       perform 7150-read-base-entry
                   end-if
               when other
                   string "READ MSGLIB FAILED, STATUS="
                       ws-msglib-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate
           move ws-report-detail to msgwhere-record
           perform 8000-write-report-record.

       7150-read-base-entry.
           move mr-msg-id of ws-msgref to ml-msg-id of msglib-record
           move spaces to ml-lang-code of msglib-record
           read msglib
           evaluate ws-msglib-status
               when "00"
                   move ml-message-text of msglib-record
                       to wd-catalog-text
               when "23"
                   add 1 to ws-unknown-count
                   move "*** NOT ON MSGLIB ***" to wd-catalog-text
               when other
                   string "READ MSGLIB FAILED, STATUS="
                       ws-msglib-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       8000-write-report-record.
           write msgwhere-record
           if ws-msgwhere-status not = "00"
               string "WRITE MSGWHRP FAILED, STATUS="
                   ws-msgwhere-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       8100-write-total-line.
           move ws-report-total-line to msgwhere-record
           perform 8000-write-report-record.

       9999-abend.
           display "MSGWHERE ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program MsgWhere.
