       program-id. RefChange as "REFCHG".

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

           select refchg-rpt assign to "REFCHG"
               organization is line sequential
               file status is ws-refchg-status.

       data division.
       file section.
       fd  shifttbl.
           copy shiftrec
               replacing leading ==shiftrec== by ==shifttbl-record==.

       fd  desttbl.
           copy destrec
               replacing leading ==destrec== by ==desttbl-record==.

       fd  refchg-rpt.
       01 refchg-record pic x(80).

       working-storage section.
       01 ws-shifttbl-status pic x(2) value "00".
       01 ws-desttbl-status pic x(2) value "00".
       01 ws-refchg-status pic x(2) value "00".

      *    The report covers the N days after today - versions taking
      *    effect, or ending with nothing to follow them, on any of
      *    those dates. N defaults to 30; PARM='NN' changes it.
       01 ws-day-limit pic 9(2) value 30.
       01 ws-today pic 9(8).
       01 ws-today-integer pic 9(8).
       01 ws-window-start pic 9(8).
       01 ws-window-end pic 9(8).
       01 ws-work-integer pic 9(8).
       01 ws-open-ended-date pic 9(8) value 99999999.

       01 ws-shifttbl-eof-switch pic x value "N".
           88 ws-shifttbl-eof value "Y".
       01 ws-desttbl-eof-switch pic x value "N".
           88 ws-desttbl-eof value "Y".

      *    Both tables' versions are read into one common shape, so
      *    a single set of paragraphs judges the change either way.
       01 ws-cur-version.
           05 cv-table               pic x(8).
           05 cv-code                pic x(2).
           05 cv-eff-from            pic 9(8).
           05 cv-eff-to              pic 9(8).
           05 cv-ver-status          pic x(1).
               88 cv-ver-pending     value "P".
               88 cv-ver-approved    value "A".
           05 cv-entered-by          pic x(8).
           05 cv-approved-by         pic x(8).
           05 cv-values              pic x(60).

      *    The last approved version of the current code, read in
      *    effective-date order - the one a later version replaces.
       01 ws-prior-version.
           05 pv-table               pic x(8).
           05 pv-code                pic x(2).
           05 pv-eff-from            pic 9(8).
           05 pv-eff-to              pic 9(8).
           05 pv-ver-status          pic x(1).
           05 pv-entered-by          pic x(8).
           05 pv-approved-by         pic x(8).
           05 pv-values              pic x(60).
       01 ws-prior-found-switch pic x value "N".
           88 ws-prior-found value "Y".

      *    An approved version ending inside the window is held until
      *    the code's next approved version is seen: one starting the
      *    day after is a handover (reported as that version's
      *    change), anything else leaves the code with no version in
      *    force from that day.
       01 ws-retire-version.
           05 rv-table               pic x(8).
           05 rv-code                pic x(2).
           05 rv-eff-from            pic 9(8).
           05 rv-eff-to              pic 9(8).
           05 rv-ver-status          pic x(1).
           05 rv-entered-by          pic x(8).
           05 rv-approved-by         pic x(8).
           05 rv-values              pic x(60).
       01 ws-retire-held-switch pic x value "N".
           88 ws-retire-held value "Y".
       01 ws-retire-date pic 9(8).

       01 ws-last-key.
           05 ws-last-table          pic x(8).
           05 ws-last-code           pic x(2).

       01 ws-shift-values.
           05 wv-shift-desc          pic x(20).
           05 filler                 pic x(8)  value " WINDOW ".
           05 wv-start-time          pic 9(4).
           05 filler                 pic x(1)  value "-".
           05 wv-end-time            pic 9(4).

       01 ws-dest-values.
           05 wv-dest-desc           pic x(20).
           05 filler                 pic x(8)  value " ASSIGN ".
           05 wv-dest-assign         pic x(8).
           05 filler                 pic x(7)  value " GROUP ".
           05 wv-route-group         pic x(1).
           05 filler                 pic x(6)  value " LANG ".
           05 wv-lang-code           pic x(2).

       01 ws-approved-due-count pic 9(7) value zero.
       01 ws-pending-due-count pic 9(7) value zero.
       01 ws-retire-due-count pic 9(7) value zero.
       01 ws-lapsed-count pic 9(7) value zero.

       01 ws-report-title.
           05 filler         pic x(32)
               value "REFERENCE TABLE CHANGES DUE FROM".
           05 filler         pic x(1)  value spaces.
           05 wt-window-start pic 9(8).
           05 filler         pic x(4)  value " TO ".
           05 wt-window-end  pic 9(8).

       01 ws-report-column-hdr.
           05 filler pic x(30)
               value "TABLE    CODE FROM     UNTIL  ".
           05 filler pic x(30)
               value "  CHANGE   STATUS   KEYED BY A".
           05 filler pic x(9)
               value "PPROVED  ".

       01 ws-report-detail.
           05 wd-table               pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-code                pic x(2).
           05 filler                 pic x(3)  value spaces.
           05 wd-eff-date            pic 9(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-until-date          pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-change              pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-status              pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-entered-by          pic x(8).
           05 filler                 pic x(1)  value spaces.
           05 wd-approved-by         pic x(8).

       01 ws-report-value-line.
           05 filler                 pic x(4)  value spaces.
           05 wl-value-label         pic x(5).
           05 wl-values              pic x(60).

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       01 ws-abend-message pic x(60).

       linkage section.
       01 parm-data.
           05 parm-length pic s9(4) comp.
           05 parm-text   pic x(2).

       procedure division using parm-data.

       0000-main-process.
           perform 1000-initialize
           perform 2000-scan-shifttbl
           perform 3000-scan-desttbl
           perform 5000-write-totals
           perform 6000-terminate
           goback.

       1000-initialize.
           if parm-length not = zero
               if parm-length = 1 and parm-text(1:1) numeric
                   move parm-text(1:1) to ws-day-limit
               else
                   if parm-length = 2 and parm-text numeric
                       move parm-text to ws-day-limit
                   else
                       move "PARM DAY COUNT INVALID" to ws-abend-message
                       perform 9999-abend
                   end-if
               end-if
               if ws-day-limit = zero
                   move "PARM DAY COUNT INVALID" to ws-abend-message
                   perform 9999-abend
               end-if
           end-if

           accept ws-today from date yyyymmdd
           compute ws-today-integer = function integer-of-date(ws-today)
           compute ws-window-start =
               function date-of-integer(ws-today-integer + 1)
           compute ws-window-end =
               function date-of-integer(ws-today-integer + ws-day-limit)

           open input shifttbl
           if ws-shifttbl-status not = "00"
               string "OPEN SHIFTTBL FAILED, STATUS=" ws-shifttbl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input desttbl
           if ws-desttbl-status not = "00"
               string "OPEN DESTTBL FAILED, STATUS=" ws-desttbl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open output refchg-rpt
           if ws-refchg-status not = "00"
               string "OPEN REFCHG FAILED, STATUS=" ws-refchg-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           move ws-window-start to wt-window-start
           move ws-window-end to wt-window-end
           move ws-report-title to refchg-record
           perform 8000-write-report-record
           move ws-report-column-hdr to refchg-record
           perform 8000-write-report-record.

       2000-scan-shifttbl.
           move low-values to ws-last-key
           move low-values to sh-key of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   perform 2100-read-shift-version
                       until ws-shifttbl-eof
               when "23"
                   set ws-shifttbl-eof to true
               when other
                   string "START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate
           perform 4900-end-of-code.

       2100-read-shift-version.
           read shifttbl next record
           evaluate ws-shifttbl-status
               when "00"
                   move "SHIFTTBL" to cv-table
                   move sh-shift-code of shifttbl-record to cv-code
                   move sh-eff-from of shifttbl-record to cv-eff-from
                   move sh-eff-to of shifttbl-record to cv-eff-to
                   move sh-ver-status of shifttbl-record
                       to cv-ver-status
                   move sh-entered-by of shifttbl-record
                       to cv-entered-by
                   move sh-approved-by of shifttbl-record
                       to cv-approved-by
                   move sh-shift-desc of shifttbl-record
                       to wv-shift-desc
                   move sh-start-time of shifttbl-record
                       to wv-start-time
                   move sh-end-time of shifttbl-record to wv-end-time
                   move ws-shift-values to cv-values
                   perform 4000-judge-version
               when "10"
                   set ws-shifttbl-eof to true
               when other
                   string "READ SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3000-scan-desttbl.
           move low-values to ws-last-key
           move low-values to dt-key of desttbl-record
           start desttbl key is not less than dt-key
               of desttbl-record
           evaluate ws-desttbl-status
               when "00"
                   perform 3100-read-dest-version
                       until ws-desttbl-eof
               when "23"
                   set ws-desttbl-eof to true
               when other
                   string "START DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate
           perform 4900-end-of-code.

       3100-read-dest-version.
           read desttbl next record
           evaluate ws-desttbl-status
               when "00"
                   move "DESTTBL" to cv-table
                   move dt-dest-code of desttbl-record to cv-code
                   move dt-eff-from of desttbl-record to cv-eff-from
                   move dt-eff-to of desttbl-record to cv-eff-to
                   move dt-ver-status of desttbl-record
                       to cv-ver-status
                   move dt-entered-by of desttbl-record
                       to cv-entered-by
                   move dt-approved-by of desttbl-record
                       to cv-approved-by
                   move dt-dest-desc of desttbl-record to wv-dest-desc
                   move dt-dest-assign of desttbl-record
                       to wv-dest-assign
                   move dt-route-group of desttbl-record
                       to wv-route-group
                   move dt-lang-code of desttbl-record to wv-lang-code
                   move ws-dest-values to cv-values
                   perform 4000-judge-version
               when "10"
                   set ws-desttbl-eof to true
               when other
                   string "READ DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    A pending version taking effect inside the window still
      *    needs a second operator's approval before its date, and
      *    one whose date has already come can never take effect -
      *    it must be rejected and keyed again. Approved versions are
      *    reported when they start, or end with no successor,
      *    inside the window.
       4000-judge-version.
           if cv-table not = ws-last-table
               or cv-code not = ws-last-code
               perform 4900-end-of-code
               move "N" to ws-prior-found-switch
               move cv-table to ws-last-table
               move cv-code to ws-last-code
           end-if

           evaluate true
               when cv-ver-pending
                   if cv-eff-from not > ws-today
                       perform 4200-report-lapsed
                   else
                       if cv-eff-from not > ws-window-end
                           add 1 to ws-pending-due-count
                           perform 4100-report-start
                       end-if
                   end-if
               when cv-ver-approved
                   if ws-retire-held
                       if cv-eff-from not = ws-retire-date
                           perform 4300-report-retire
                       end-if
                       move "N" to ws-retire-held-switch
                   end-if
                   if cv-eff-from > ws-today
                       and cv-eff-from not > ws-window-end
                       add 1 to ws-approved-due-count
                       perform 4100-report-start
                   end-if
                   if cv-eff-to not = ws-open-ended-date
                       and cv-eff-to not < ws-today
                       and cv-eff-to < ws-window-end
                       move ws-cur-version to ws-retire-version
                       compute ws-work-integer =
                           function integer-of-date(cv-eff-to) + 1
                       compute ws-retire-date =
                           function date-of-integer(ws-work-integer)
                       move "Y" to ws-retire-held-switch
                   end-if
                   move ws-cur-version to ws-prior-version
                   move "Y" to ws-prior-found-switch
               when other
                   continue
           end-evaluate.

      *    The version it replaces is the last approved one still in
      *    force the day before (or, for a pending version, on the
      *    day itself) - failing that, the code is new from then.
       4100-report-start.
           perform 4400-format-detail
           move cv-eff-from to wd-eff-date
           move cv-eff-to to wd-until-date
           compute ws-work-integer =
               function integer-of-date(cv-eff-from) - 1
           if ws-prior-found
               and pv-eff-to not < function date-of-integer(
                   ws-work-integer)
               move "CHANGE" to wd-change
           else
               move "NEW" to wd-change
           end-if
           move ws-report-detail to refchg-record
           perform 8000-write-report-record

           move "NEW: " to wl-value-label
           move cv-values to wl-values
           perform 8200-write-value-line
           move "WAS: " to wl-value-label
           if wd-change = "CHANGE"
               move pv-values to wl-values
           else
               move "(NO VERSION IN FORCE)" to wl-values
           end-if
           perform 8200-write-value-line.

       4200-report-lapsed.
           add 1 to ws-lapsed-count
           perform 4400-format-detail
           move cv-eff-from to wd-eff-date
           move cv-eff-to to wd-until-date
           move "LAPSED" to wd-change
           move ws-report-detail to refchg-record
           perform 8000-write-report-record
           move "NEW: " to wl-value-label
           move cv-values to wl-values
           perform 8200-write-value-line.

       4300-report-retire.
           add 1 to ws-retire-due-count
           move rv-table to wd-table
           move rv-code to wd-code
           move rv-entered-by to wd-entered-by
           move rv-approved-by to wd-approved-by
           move "APPROVED" to wd-status
           move ws-retire-date to wd-eff-date
           move spaces to wd-until-date
           move "RETIRE" to wd-change
           move ws-report-detail to refchg-record
           perform 8000-write-report-record
           move "NEW: " to wl-value-label
           move "(NO VERSION IN FORCE)" to wl-values
           perform 8200-write-value-line
           move "WAS: " to wl-value-label
           move rv-values to wl-values
           perform 8200-write-value-line.

       4400-format-detail.
           move cv-table to wd-table
           move cv-code to wd-code
           move cv-entered-by to wd-entered-by
           move cv-approved-by to wd-approved-by
           if cv-ver-pending
               move "PENDING" to wd-status
           else
               move "APPROVED" to wd-status
           end-if.

       4900-end-of-code.
           if ws-retire-held
               perform 4300-report-retire
               move "N" to ws-retire-held-switch
           end-if.

       5000-write-totals.
           move spaces to refchg-record
           perform 8000-write-report-record
           move "APPROVED CHANGES DUE     :" to wg-total-label
           move ws-approved-due-count to wg-total-count
           perform 8100-write-total-line
           move "PENDING CHANGES DUE      :" to wg-total-label
           move ws-pending-due-count to wg-total-count
           perform 8100-write-total-line
           move "RETIREMENTS DUE          :" to wg-total-label
           move ws-retire-due-count to wg-total-count
           perform 8100-write-total-line
           move "PENDING, DATE PASSED     :" to wg-total-label
           move ws-lapsed-count to wg-total-count
           perform 8100-write-total-line.

       6000-terminate.
           close shifttbl
           close desttbl
           close refchg-rpt

      *    A pending version due in the window must be approved (or
      *    rejected) before its date, and a lapsed one cleared away.
           if ws-pending-due-count not = zero
               or ws-lapsed-count not = zero
               move 4 to return-code
           end-if.

       8000-write-report-record.
           write refchg-record
           if ws-refchg-status not = "00"
               string "WRITE REFCHG FAILED, STATUS="
                   ws-refchg-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       8100-write-total-line.
           move ws-report-total-line to refchg-record
           perform 8000-write-report-record.

       8200-write-value-line.
           move ws-report-value-line to refchg-record
           perform 8000-write-report-record.

       9999-abend.
           display "REFCHG ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program RefChange.
