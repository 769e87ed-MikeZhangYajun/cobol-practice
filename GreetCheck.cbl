       program-id. GreetCheck as "GREETCHK".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select greetctl assign to "GREETCTL"
               organization is indexed
               access mode is dynamic
               record key is gr-key of greetctl-record
               file status is ws-greetctl-status.

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

           select holiday assign to "HOLIDAY"
               organization is indexed
               access mode is random
               record key is ho-holiday-date of holiday-record
               file status is ws-holiday-status.

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

           select greetpnd assign to "GREETPND"
               organization is indexed
               access mode is dynamic
               record key is pn-key of greetpnd-record
               file status is ws-greetpnd-status.

           select greetchk-rpt assign to "GREETCHK"
               organization is line sequential
               file status is ws-greetchk-status.

       data division.
       file section.
       fd  greetctl.
           copy greetrec
               replacing leading ==greetrec== by ==greetctl-record==.

       fd  shifttbl.
           copy shiftrec
               replacing leading ==shiftrec== by ==shifttbl-record==.

       fd  desttbl.
           copy destrec
               replacing leading ==destrec== by ==desttbl-record==.

       fd  holiday.
           copy holidrec
               replacing leading ==holidrec== by ==holiday-record==.

       fd  msglib.
           copy msgrec
               replacing leading ==msgrec== by ==msglib-record==.

       fd  greetlng.
           copy langrec
               replacing leading ==langrec== by ==greetlng-record==.

       fd  greetpnd.
           copy pendrec
               replacing leading ==pendrec== by ==greetpnd-record==.

       fd  greetchk-rpt.
       01 greetchk-record pic x(80).

       working-storage section.
           copy greetrec
               replacing leading ==greetrec== by ==ws-greetrec==.

           copy msgref
               replacing leading ==msgref== by ==ws-msgref==.

       01 ws-greetctl-status pic x(2) value "00".
       01 ws-shifttbl-status pic x(2) value "00".
       01 ws-desttbl-status pic x(2) value "00".
       01 ws-holiday-status pic x(2) value "00".
       01 ws-msglib-status pic x(2) value "00".
       01 ws-greetlng-status pic x(2) value "00".
       01 ws-greetpnd-status pic x(2) value "00".
       01 ws-greetchk-status pic x(2) value "00".

      *    The run date checked and the time HELLOWLD is scheduled to
      *    read GREETCTL for it. The date defaults to the system date
      *    (the night still to come, as GREETCOV takes it) and the
      *    time to the nightly window's usual submission; the PARM
      *    overrides either when the schedule is different.
       01 ws-run-date pic 9(8).
       01 ws-sched-hhmm pic 9(4) value 2300.

       01 ws-parm-value pic x(13).
       01 ws-parm-date-part.
           05 ws-parm-date-8    pic x(8).
           05 ws-parm-date-rest pic x(5).
       01 ws-parm-time-part.
           05 ws-parm-time-4    pic x(4).
           05 ws-parm-time-rest pic x(9).
       01 ws-parm-time-split.
           05 ws-parm-hh        pic 9(2).
           05 ws-parm-mm        pic 9(2).
       01 ws-parm-date-valid-switch pic x value "N".
           88 ws-parm-date-valid value "Y".

       01 ws-edit-date.
           05 ws-edit-yyyy pic 9(4).
           05 ws-edit-mm   pic 9(2).
           05 ws-edit-dd   pic 9(2).
       01 ws-month-days-table.
           05 filler pic x(24) value "312831303130313130313031".
       01 ws-month-days redefines ws-month-days-table.
           05 ws-days-in-month pic 9(2) occurs 12 times.
       01 ws-max-day pic 9(2).

      *    Every shift on SHIFTTBL with its window - the approved
      *    version in force on the run date - loaded whole, and
      *    whether tonight's selection holds a greeting for it - a
      *    shift with none is silent all night, because HELLOWLD only
      *    falls back to the standing defaults when the run date has
      *    no record at all.
       01 ws-shift-table.
           05 ws-shift-entry occurs 50 times.
               10 ws-shift-code         pic x(1).
               10 ws-shift-desc         pic x(20).
               10 ws-shift-start        pic 9(4).
               10 ws-shift-end          pic 9(4).
               10 ws-shift-seen         pic x(1).
       01 ws-shift-count pic 9(3) value zero.
       01 ws-shift-sub pic 9(3).
       01 ws-shift-found-sub pic 9(3).
       01 ws-shifttbl-eof-switch pic x value "N".
           88 ws-shifttbl-eof value "Y".
       01 ws-shift-desc-text pic x(20).
       01 ws-window-open-switch pic x value "N".
           88 ws-window-open value "Y".

      *    The DESTTBL reference file, loaded whole as HELLOWLD loads
      *    it; status 35 leaves the table empty.
       01 ws-dest-table.
           05 ws-dest-entry occurs 20 times.
               10 ws-dest-code          pic x(2).
               10 ws-dest-group         pic x(1).
               10 ws-dest-lang          pic x(2).
       01 ws-dest-count pic 9(3) value zero.
       01 ws-dest-sub pic 9(3).
       01 ws-group-member-count pic 9(3).
       01 ws-desttbl-eof-switch pic x value "N".
           88 ws-desttbl-eof value "Y".

       01 ws-holiday-mode pic x value "N".
           88 ws-holiday-suppress value "S".
           88 ws-holiday-swap     value "T".
           88 ws-holiday-none     value "N".
       01 ws-holiday-text pic x(35) value spaces.

       01 ws-msglib-open-switch pic x value "N".
           88 ws-msglib-is-open value "Y".
       01 ws-greetlng-open-switch pic x value "N".
           88 ws-greetlng-is-open value "Y".
       01 ws-greetpnd-open-switch pic x value "N".
           88 ws-greetpnd-is-open value "Y".
       01 ws-variant-found-switch pic x value "N".
           88 ws-variant-found value "Y".
       01 ws-resolve-lang-code pic x(2) value spaces.

      *    The selection HELLOWLD will make: the run date's records,
      *    or the standing defaults under 00000000 when it has none.
       01 ws-select-date pic 9(8).
       01 ws-default-date pic 9(8) value zero.
       01 ws-default-switch pic x value "N".
           88 ws-default-mode value "Y".
       01 ws-eof-switch pic x value "N".
           88 ws-eof value "Y".
       01 ws-pending-date pic 9(8).
       01 ws-pending-eof-switch pic x value "N".
           88 ws-pending-eof value "Y".

      *    Token expansion, done the way HELLOWLD does it but into a
      *    work area wide enough to hold the untruncated result, so
      *    a text that would lose its tail at 35 bytes is measured
      *    rather than silently cut. &COUNT takes the number the
      *    record would get with nothing released ahead of it.
       01 ws-template-text pic x(35).
       01 ws-check-text pic x(120).
       01 ws-expand-work.
           05 ws-expand-input   pic x(41).
           05 ws-exp-in-sub     pic 9(3).
           05 ws-exp-out-sub    pic 9(3).
           05 ws-exp-val-sub    pic 9(3).
           05 ws-token-value    pic x(20).
           05 ws-token-length   pic 9(3).
       01 ws-text-length pic 9(3).
       01 ws-next-count pic 9(7).
       01 ws-count-edited pic zzzzzz9.
       01 ws-run-date-split.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm   pic 9(2).
           05 ws-run-dd   pic 9(2).
       01 ws-date-text pic x(10).
       01 ws-day-names-table.
           05 filler pic x(27) value "MONDAY   TUESDAY  WEDNESDAY".
           05 filler pic x(27) value "THURSDAY FRIDAY   SATURDAY ".
           05 filler pic x(9)  value "SUNDAY   ".
       01 ws-day-names redefines ws-day-names-table.
           05 ws-day-name pic x(9) occurs 7 times.
       01 ws-day-number pic 9(1).
       01 ws-day-text pic x(9).

      *    Findings: E = HELLOWLD would hold, truncate, misroute or
      *    fail to resolve the greeting - the scheduler holds the
      *    nightly window on the RC 8 this sets; W = worth fixing
      *    before tonight but the window may run (RC 4); I = for
      *    information only.
       01 ws-finding-sev pic x(1).
           88 ws-finding-error   value "E".
           88 ws-finding-warning value "W".
       01 ws-finding-shift pic x(1).
       01 ws-finding-dest pic x(2).
       01 ws-finding-text pic x(58).
       01 ws-length-edited pic zz9.
       01 ws-record-count pic 9(7) value zero.
       01 ws-error-count pic 9(7) value zero.
       01 ws-warning-count pic 9(7) value zero.
       01 ws-info-count pic 9(7) value zero.
       01 ws-pending-count pic 9(7) value zero.
       01 ws-silent-count pic 9(7) value zero.

       01 ws-abend-message pic x(60).

       01 ws-report-title.
           05 filler         pic x(38)
               value "GREETCHK PRE-FLIGHT CHECK - RUN DATE ".
           05 wt-run-date    pic 9(8).
           05 filler         pic x(20) value " - SCHEDULED TIME ".
           05 wt-sched-hhmm  pic 9(4).

       01 ws-report-selection.
           05 filler         pic x(11) value "SELECTION: ".
           05 ws-selection-text pic x(60).

       01 ws-report-holiday.
           05 filler         pic x(9)  value "HOLIDAY: ".
           05 wy-holiday-text pic x(60).

       01 ws-report-record-hdr.
           05 filler pic x(41)
               value "RECORDS HELLOWLD WILL READ, WITH FINDINGS".
           05 filler pic x(28)
               value " (SEV E=HOLD W=WARN I=INFO):".

       01 ws-report-record-line.
           05 filler                 pic x(7)  value "SHIFT: ".
           05 wr-shift-code          pic x(1).
           05 filler                 pic x(1)  value spaces.
           05 wr-shift-desc          pic x(20).
           05 filler                 pic x(1)  value spaces.
           05 filler                 pic x(5)  value "MSG: ".
           05 wr-message-text        pic x(35).
           05 wr-route-code          pic x(1).
           05 wr-default-flag        pic x(9).

       01 ws-report-finding.
           05 filler                 pic x(4)  value spaces.
           05 wf-severity            pic x(1).
           05 filler                 pic x(2)  value spaces.
           05 wf-shift-code          pic x(1).
           05 filler                 pic x(2)  value spaces.
           05 wf-dest-code           pic x(2).
           05 filler                 pic x(2)  value spaces.
           05 wf-finding-text        pic x(58).

       01 ws-report-shift-hdr.
           05 filler pic x(44)
               value "SHIFTS WITH NO GREETING IN TONIGHT'S SELECTI".
           05 filler pic x(3)  value "ON:".

       01 ws-report-pending-hdr.
           05 filler pic x(44)
               value "CHANGES STILL UNAPPROVED ON GREETPND FOR THE".
           05 filler pic x(15) value " SELECTED DATE:".

       01 ws-report-none.
           05 filler pic x(10) value "    (NONE)".

       01 ws-report-total-line.
           05 wg-total-label         pic x(26).
           05 filler                 pic x(1)  value spaces.
           05 wg-total-count         pic zzz,zz9.

       linkage section.
       01 parm-data.
           05 parm-length pic s9(4) comp.
           05 parm-text   pic x(13).

       procedure division using parm-data.

       0000-main-process.
           perform 1000-initialize
           perform 2000-open-files
           perform 3000-select-records
           perform 3100-check-next-record until ws-eof
           perform 4000-check-silent-shifts
           perform 4500-check-pending-changes
           perform 5000-terminate
           goback.

       1000-initialize.
           accept ws-run-date from date yyyymmdd
           perform 1100-process-parm

           move ws-run-date to ws-run-date-split
           string ws-run-mm "/" ws-run-dd "/" ws-run-yyyy
               delimited by size into ws-date-text
           compute ws-day-number = function mod(
               function integer-of-date(ws-run-date) - 1 7) + 1
           move ws-day-name(ws-day-number) to ws-day-text.

      *    Optional PARM: 'YYYYMMDD,HHMM' - either part may be left
      *    empty (',0130' checks tonight for a 01:30 submission). A
      *    bad PARM abends rather than passing the wrong night.
       1100-process-parm.
           if parm-length = zero
               continue
           else
               if parm-length > 13
                   move "PARM LONGER THAN 13 CHARACTERS"
                       to ws-abend-message
                   perform 9999-abend
               end-if
               move spaces to ws-parm-value
               move parm-text(1:parm-length) to ws-parm-value
               move spaces to ws-parm-date-part
               move spaces to ws-parm-time-part
               unstring ws-parm-value delimited by ","
                   into ws-parm-date-part ws-parm-time-part

               if ws-parm-date-part not = spaces
                   move "N" to ws-parm-date-valid-switch
                   if ws-parm-date-rest = spaces
                       and ws-parm-date-8 numeric
                       perform 1200-edit-parm-date
                   end-if
                   if ws-parm-date-valid
                       move ws-parm-date-8 to ws-run-date
                   else
                       string "PARM RUN DATE INVALID: "
                           ws-parm-date-part delimited by size
                           into ws-abend-message
                       perform 9999-abend
                   end-if
               end-if

               if ws-parm-time-part not = spaces
                   if ws-parm-time-rest = spaces
                       and ws-parm-time-4 numeric
                       move ws-parm-time-4 to ws-parm-time-split
                   else
                       move 99 to ws-parm-hh
                   end-if
                   if ws-parm-hh > 23 or ws-parm-mm > 59
                       string "PARM SCHEDULED TIME INVALID: "
                           ws-parm-time-part delimited by size
                           into ws-abend-message
                       perform 9999-abend
                   end-if
                   move ws-parm-time-split to ws-sched-hhmm
               end-if
           end-if.

       1200-edit-parm-date.
           move ws-parm-date-8 to ws-edit-date
           if ws-edit-yyyy < 1601
               or ws-edit-mm < 01 or ws-edit-mm > 12
               continue
           else
               move ws-days-in-month(ws-edit-mm) to ws-max-day
               if ws-edit-mm = 02
                   and function mod(ws-edit-yyyy 4) = zero
                   and (function mod(ws-edit-yyyy 100) not = zero
                       or function mod(ws-edit-yyyy 400) = zero)
                   move 29 to ws-max-day
               end-if
               if ws-edit-dd not < 01 and ws-edit-dd not > ws-max-day
                   move "Y" to ws-parm-date-valid-switch
               end-if
           end-if.

      *    GREETCTL and SHIFTTBL must be there, as for HELLOWLD. The
      *    other files are opened on HELLOWLD's own terms - status 35
      *    means none defined, and the check then judges the night
      *    exactly as HELLOWLD would run it without them.
       2000-open-files.
           open input greetctl
           if ws-greetctl-status not = "00"
               string "OPEN GREETCTL FAILED, STATUS=" ws-greetctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           open input shifttbl
           if ws-shifttbl-status not = "00"
               string "OPEN SHIFTTBL FAILED, STATUS=" ws-shifttbl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           perform 2300-load-shift-table
           close shifttbl

           open input desttbl
           evaluate ws-desttbl-status
               when "00"
                   perform 2100-load-dest-table
                   close desttbl
               when "35"
                   continue
               when other
                   string "OPEN DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
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
           evaluate ws-greetpnd-status
               when "00"
                   move "Y" to ws-greetpnd-open-switch
               when "35"
                   continue
               when other
                   string "OPEN GREETPND FAILED, STATUS="
                       ws-greetpnd-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate

           perform 2200-check-holiday

           open output greetchk-rpt
           if ws-greetchk-status not = "00"
               string "OPEN GREETCHK FAILED, STATUS=" ws-greetchk-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if

           move ws-run-date to wt-run-date
           move ws-sched-hhmm to wt-sched-hhmm
           move ws-report-title to greetchk-record
           perform 8000-write-report-record

           if not ws-holiday-none
               if ws-holiday-suppress
                   move "CALENDAR TEXT BLANK - BROADCASTS SUPPRESSED"
                       to wy-holiday-text
               else
                   move spaces to wy-holiday-text
                   string "TEXT SWAPPED IN FOR EVERY GREETING: "
                       ws-holiday-text delimited by size
                       into wy-holiday-text
               end-if
               move ws-report-holiday to greetchk-record
               perform 8000-write-report-record
           end-if.

       2100-load-dest-table.
           move low-values to dt-key of desttbl-record
           start desttbl key is not less than dt-key
               of desttbl-record
           evaluate ws-desttbl-status
               when "00"
                   perform 2110-load-dest-entry until ws-desttbl-eof
               when "23"
                   set ws-desttbl-eof to true
               when other
                   string "START DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2110-load-dest-entry.
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
                   string "READ DESTTBL FAILED, STATUS="
                       ws-desttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    Only the approved version in force on the run date is
      *    loaded - the same one HELLOWLD will route by tonight.
       2120-add-dest-entry.
           if ws-dest-count = 20
               move "DESTINATION TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-dest-count
           move dt-dest-code of desttbl-record
               to ws-dest-code(ws-dest-count)
           move dt-route-group of desttbl-record
               to ws-dest-group(ws-dest-count)
           move dt-lang-code of desttbl-record
               to ws-dest-lang(ws-dest-count).

       2200-check-holiday.
           open input holiday
           evaluate ws-holiday-status
               when "00"
                   move ws-run-date
                       to ho-holiday-date of holiday-record
                   read holiday
                   evaluate ws-holiday-status
                       when "00"
                           if ho-holiday-text of holiday-record
                               = spaces
                               set ws-holiday-suppress to true
                           else
                               set ws-holiday-swap to true
                               move ho-holiday-text of holiday-record
                                   to ws-holiday-text
                           end-if
                       when "23"
                           set ws-holiday-none to true
                       when other
                           string "READ HOLIDAY FAILED, STATUS="
                               ws-holiday-status delimited by size
                               into ws-abend-message
                           perform 9999-abend
                   end-evaluate
                   close holiday
               when "35"
                   set ws-holiday-none to true
               when other
                   string "OPEN HOLIDAY FAILED, STATUS="
                       ws-holiday-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2300-load-shift-table.
           move low-values to sh-key of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   perform 2310-load-shift-entry until ws-shifttbl-eof
               when "23"
                   set ws-shifttbl-eof to true
               when other
                   string "START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2310-load-shift-entry.
           read shifttbl next record
           evaluate ws-shifttbl-status
               when "00"
                   if sh-ver-approved of shifttbl-record
                       and sh-eff-from of shifttbl-record
                           not > ws-run-date
                       and sh-eff-to of shifttbl-record
                           not < ws-run-date
                       perform 2320-add-shift-entry
                   end-if
               when "10"
                   set ws-shifttbl-eof to true
               when other
                   string "READ SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       2320-add-shift-entry.
           if ws-shift-count = 50
               move "SHIFT TABLE FULL" to ws-abend-message
               perform 9999-abend
           end-if
           add 1 to ws-shift-count
           move sh-shift-code of shifttbl-record
               to ws-shift-code(ws-shift-count)
           move sh-shift-desc of shifttbl-record
               to ws-shift-desc(ws-shift-count)
           move sh-start-time of shifttbl-record
               to ws-shift-start(ws-shift-count)
           move sh-end-time of shifttbl-record
               to ws-shift-end(ws-shift-count)
           move "N" to ws-shift-seen(ws-shift-count).

      *    Make HELLOWLD's selection: the run date's records if it
      *    has any, the standing defaults otherwise.
       3000-select-records.
           move ws-run-date to ws-select-date
           perform 3010-position-at-select-date
           if not ws-eof
               perform 3020-peek-first-record
           end-if
           if ws-eof
               set ws-default-mode to true
               move ws-default-date to ws-select-date
               move "N" to ws-eof-switch
               perform 3010-position-at-select-date
               if not ws-eof
                   perform 3020-peek-first-record
               end-if
           end-if

           evaluate true
               when ws-eof
                   move "NONE - NO DATED RECORD AND NO DEFAULT"
                       to ws-selection-text
               when ws-default-mode
                   move "STANDING DEFAULTS (00000000) - NO DATED RECORD"
                       to ws-selection-text
               when other
                   move "THE RUN DATE'S OWN RECORDS"
                       to ws-selection-text
           end-evaluate
           move ws-report-selection to greetchk-record
           perform 8000-write-report-record
           if ws-eof and not ws-holiday-suppress
               move "E" to ws-finding-sev
               move space to ws-finding-shift
               move spaces to ws-finding-dest
               move "HELLOWLD WILL END RC 4 WITH NOTHING BROADCAST"
                   to ws-finding-text
               perform 7000-write-finding
           end-if

           move ws-report-record-hdr to greetchk-record
           perform 8000-write-report-record
           if not ws-eof
               perform 3010-position-at-select-date
           end-if.

       3010-position-at-select-date.
           move ws-select-date to gr-run-date of greetctl-record
           move low-values to gr-shift-code of greetctl-record
           start greetctl key is not less than gr-key
               of greetctl-record
           evaluate ws-greetctl-status
               when "00"
                   continue
               when "23"
                   set ws-eof to true
               when other
                   string "START GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3020-peek-first-record.
           read greetctl next record into ws-greetrec
           evaluate ws-greetctl-status
               when "00"
                   if gr-run-date of ws-greetrec not = ws-select-date
                       set ws-eof to true
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       3100-check-next-record.
           read greetctl next record into ws-greetrec
           evaluate ws-greetctl-status
               when "00"
                   if gr-run-date of ws-greetrec not = ws-select-date
                       set ws-eof to true
                   else
                       perform 3200-check-record
                   end-if
               when "10"
                   set ws-eof to true
               when other
                   string "READ GREETCTL FAILED, STATUS="
                       ws-greetctl-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

      *    Walk one record through HELLOWLD's path: shift lookup,
      *    holiday, window at the scheduled time, text resolution and
      *    expansion, routing, and each routed destination's language
      *    version.
       3200-check-record.
           add 1 to ws-record-count
           move ws-record-count to ws-next-count
           move gr-shift-code of ws-greetrec to ws-finding-shift
           perform 3210-find-shift

           move gr-shift-code of ws-greetrec to wr-shift-code
           move ws-shift-desc-text to wr-shift-desc
           move gr-message-text of ws-greetrec to wr-message-text
           move gr-route-code of ws-greetrec to wr-route-code
           if ws-default-mode
               move " *DEFAULT" to wr-default-flag
           else
               move spaces to wr-default-flag
           end-if
           move ws-report-record-line to greetchk-record
           perform 8000-write-report-record

           move spaces to ws-finding-dest
           if ws-shift-found-sub = zero
               move "W" to ws-finding-sev
               move "SHIFT NOT ON SHIFTTBL - NO WINDOW, SENT AT ONCE"
                   to ws-finding-text
               perform 7000-write-finding
           end-if

           if ws-holiday-suppress
               move "I" to ws-finding-sev
               move "HOLIDAY - WILL BE SUPPRESSED (AUDITLOG S ROW)"
                   to ws-finding-text
               perform 7000-write-finding
           else
               perform 3220-check-shift-window
               if ws-holiday-swap
                   move ws-holiday-text to ws-template-text
               else
                   move gr-message-text of ws-greetrec
                       to ws-template-text
               end-if
               move spaces to ws-resolve-lang-code
               perform 3300-check-text
               if gr-route-code of ws-greetrec not = spaces
                   perform 3250-check-route-group
               end-if
           end-if.

       3210-find-shift.
           move zero to ws-shift-found-sub
           move zero to ws-shift-sub
           perform 3215-match-shift-entry
               until ws-shift-sub not < ws-shift-count
               or ws-shift-found-sub not = zero
           if ws-shift-found-sub = zero
               move spaces to ws-shift-desc-text
               string "(UNKNOWN SHIFT " gr-shift-code of ws-greetrec
                   ")" delimited by size into ws-shift-desc-text
           else
               move ws-shift-desc(ws-shift-found-sub)
                   to ws-shift-desc-text
               move "Y" to ws-shift-seen(ws-shift-found-sub)
           end-if.

       3215-match-shift-entry.
           add 1 to ws-shift-sub
           if ws-shift-code(ws-shift-sub) = gr-shift-code of ws-greetrec
               move ws-shift-sub to ws-shift-found-sub
           end-if.

      *    The same window test as HELLOWLD's 4130-check-shift-window,
      *    made at the scheduled time instead of the clock. A closed
      *    window means the greeting sits on the deferred file, which
      *    is what this check exists to catch in daylight.
       3220-check-shift-window.
           if ws-shift-found-sub = zero
               move "Y" to ws-window-open-switch
           else
               move ws-shift-found-sub to ws-shift-sub
               if ws-shift-start(ws-shift-sub)
                   not > ws-shift-end(ws-shift-sub)
                   if ws-sched-hhmm not < ws-shift-start(ws-shift-sub)
                       and ws-sched-hhmm
                           not > ws-shift-end(ws-shift-sub)
                       move "Y" to ws-window-open-switch
                   else
                       move "N" to ws-window-open-switch
                   end-if
               else
                   if ws-sched-hhmm not < ws-shift-start(ws-shift-sub)
                       or ws-sched-hhmm
                           not > ws-shift-end(ws-shift-sub)
                       move "Y" to ws-window-open-switch
                   else
                       move "N" to ws-window-open-switch
                   end-if
               end-if
               if not ws-window-open
                   move "E" to ws-finding-sev
                   move spaces to ws-finding-text
                   string "WINDOW " ws-shift-start(ws-shift-sub) "-"
                       ws-shift-end(ws-shift-sub) " CLOSED AT "
                       ws-sched-hhmm " - WILL BE HELD"
                       delimited by size into ws-finding-text
                   perform 7000-write-finding
               end-if
           end-if.

      *    A route group with no DESTTBL member sends the greeting to
      *    the console alone - the boards the record was routed to
      *    get nothing. Each member that displays a language has its
      *    version of the text checked as HELLOWLD would pick it.
       3250-check-route-group.
           move zero to ws-group-member-count
           move zero to ws-dest-sub
           perform 3260-check-one-destination
               until ws-dest-sub not < ws-dest-count
           if ws-group-member-count = zero
               move "E" to ws-finding-sev
               move spaces to ws-finding-dest
               move spaces to ws-finding-text
               string "ROUTE GROUP " gr-route-code of ws-greetrec
                   " HAS NO DESTTBL MEMBER - CONSOLE ONLY"
                   delimited by size into ws-finding-text
               perform 7000-write-finding
           end-if.

       3260-check-one-destination.
           add 1 to ws-dest-sub
           if ws-dest-group(ws-dest-sub) = gr-route-code of ws-greetrec
               add 1 to ws-group-member-count
               if ws-dest-lang(ws-dest-sub) not = spaces
                   perform 3270-check-language-version
               end-if
           end-if.

      *    HELLOWLD's 4420-pick-language-variant order: the GREETLNG
      *    variant (not on a holiday swap), else the catalog entry's
      *    version in the language. The base text was checked above.
       3270-check-language-version.
           move "N" to ws-variant-found-switch
           move ws-dest-code(ws-dest-sub) to ws-finding-dest
           move ws-dest-lang(ws-dest-sub) to ws-resolve-lang-code
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
                       move lv-message-text of greetlng-record
                           to ws-template-text
                   when "23"
                       continue
                   when other
                       string "READ GREETLNG FAILED, STATUS="
                           ws-greetlng-status delimited by size
                           into ws-abend-message
                       perform 9999-abend
               end-evaluate
           end-if

           if not ws-variant-found
               if ws-holiday-swap
                   move ws-holiday-text to ws-template-text
               else
                   move gr-message-text of ws-greetrec
                       to ws-template-text
               end-if
               move ws-template-text to ws-msgref
               if mr-catalog-ref of ws-msgref and ws-msglib-is-open
                   move mr-msg-id of ws-msgref
                       to ml-msg-id of msglib-record
                   move ws-resolve-lang-code
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
               end-if
           end-if

           if ws-variant-found
               perform 3300-check-text
           end-if
           move spaces to ws-finding-dest
           move spaces to ws-resolve-lang-code.

      *    Check one template as HELLOWLD will send it: resolve a
      *    catalog reference (in WS-RESOLVE-LANG-CODE, falling back
      *    to the base entry), expand the tokens, flag any "&" word
      *    HELLOWLD does not recognise, and measure the result.
       3300-check-text.
           if ws-template-text = spaces
               move "W" to ws-finding-sev
               move "MESSAGE TEXT IS BLANK - A BLANK LINE WILL GO OUT"
                   to ws-finding-text
               perform 7000-write-finding
           else
               perform 3310-resolve-catalog-ref
               perform 3320-expand-template
               compute ws-text-length = function length(
                   function trim(ws-check-text trailing))
               if ws-text-length > 35
                   move ws-text-length to ws-length-edited
                   move "E" to ws-finding-sev
                   move spaces to ws-finding-text
                   string "EXPANDS TO " function trim(ws-length-edited)
                       " BYTES - TRUNCATED AT 35: "
                       ws-check-text(1:14)
                       delimited by size into ws-finding-text
                   perform 7000-write-finding
               end-if
           end-if.

       3310-resolve-catalog-ref.
           move ws-template-text to ws-msgref
           if mr-catalog-ref of ws-msgref
               if ws-msglib-is-open
                   move mr-msg-id of ws-msgref
                       to ml-msg-id of msglib-record
                   move ws-resolve-lang-code
                       to ml-lang-code of msglib-record
                   read msglib
                   if ws-msglib-status = "23"
                       and ws-resolve-lang-code not = spaces
                       move spaces to ml-lang-code of msglib-record
                       read msglib
                   end-if
                   evaluate ws-msglib-status
                       when "00"
                           move ml-message-text of msglib-record
                               to ws-template-text
                       when "23"
                           perform 3315-write-unresolved-finding
                       when other
                           string "READ MSGLIB FAILED, STATUS="
                               ws-msglib-status delimited by size
                               into ws-abend-message
                           perform 9999-abend
                   end-evaluate
               else
                   perform 3315-write-unresolved-finding
               end-if
           end-if.

       3315-write-unresolved-finding.
           move "E" to ws-finding-sev
           move spaces to ws-finding-text
           string "CATALOG ENTRY " mr-msg-id of ws-msgref
               " NOT ON MSGLIB - GOES OUT AS KEYED"
               delimited by size into ws-finding-text
           perform 7000-write-finding.

       3320-expand-template.
           move ws-template-text to ws-expand-input
           move spaces to ws-check-text
           move 1 to ws-exp-in-sub
           move 1 to ws-exp-out-sub
           perform 3330-expand-one-token
               until ws-exp-in-sub > 35 or ws-exp-out-sub > 120.

       3330-expand-one-token.
           evaluate true
               when ws-expand-input(ws-exp-in-sub:6) = "&SHIFT"
                   move ws-shift-desc-text to ws-token-value
                   perform 3340-append-token-value
                   add 6 to ws-exp-in-sub
               when ws-expand-input(ws-exp-in-sub:6) = "&COUNT"
                   move ws-next-count to ws-count-edited
                   move function trim(ws-count-edited)
                       to ws-token-value
                   perform 3340-append-token-value
                   add 6 to ws-exp-in-sub
               when ws-expand-input(ws-exp-in-sub:5) = "&DATE"
                   move ws-date-text to ws-token-value
                   perform 3340-append-token-value
                   add 5 to ws-exp-in-sub
               when ws-expand-input(ws-exp-in-sub:4) = "&DAY"
                   move ws-day-text to ws-token-value
                   perform 3340-append-token-value
                   add 4 to ws-exp-in-sub
               when other
                   if ws-expand-input(ws-exp-in-sub:1) = "&"
                       and ws-expand-input(ws-exp-in-sub + 1:1)
                           not = space
                       and ws-expand-input(ws-exp-in-sub + 1:1)
                           alphabetic
                       move "W" to ws-finding-sev
                       move spaces to ws-finding-text
                       string "UNKNOWN TOKEN "
                           ws-expand-input(ws-exp-in-sub:7)
                           " - COPIED THROUGH AS KEYED"
                           delimited by size into ws-finding-text
                       perform 7000-write-finding
                   end-if
                   move ws-expand-input(ws-exp-in-sub:1)
                       to ws-check-text(ws-exp-out-sub:1)
                   add 1 to ws-exp-in-sub
                   add 1 to ws-exp-out-sub
           end-evaluate.

       3340-append-token-value.
           compute ws-token-length =
               function length(function trim(ws-token-value trailing))
           move zero to ws-exp-val-sub
           perform 3350-append-token-char
               until ws-exp-val-sub not < ws-token-length
               or ws-exp-out-sub > 120.

       3350-append-token-char.
           add 1 to ws-exp-val-sub
           move ws-token-value(ws-exp-val-sub:1)
               to ws-check-text(ws-exp-out-sub:1)
           add 1 to ws-exp-out-sub.

      *    With a dated selection HELLOWLD never reaches the
      *    defaults, so a shift missing from the run date is silent
      *    all night even though it has a standing default; with the
      *    defaults selected, a shift with no default is silent too.
       4000-check-silent-shifts.
           move ws-report-shift-hdr to greetchk-record
           perform 8000-write-report-record
           if not ws-holiday-suppress and ws-record-count not = zero
               move zero to ws-shift-sub
               perform 4100-check-one-shift
                   until ws-shift-sub not < ws-shift-count
           end-if
           if ws-silent-count = zero
               move ws-report-none to greetchk-record
               perform 8000-write-report-record
           end-if.

       4100-check-one-shift.
           add 1 to ws-shift-sub
           if ws-shift-seen(ws-shift-sub) = "N"
               add 1 to ws-silent-count
               move "W" to ws-finding-sev
               move ws-shift-code(ws-shift-sub) to ws-finding-shift
               move spaces to ws-finding-dest
               move spaces to ws-finding-text
               string ws-shift-desc(ws-shift-sub)
                   " - NO GREETING TONIGHT"
                   delimited by size into ws-finding-text
               perform 7000-write-finding
           end-if.

      *    A change keyed on GREETMNT but not yet approved will not
      *    go out - HELLOWLD broadcasts the last approved text. Both
      *    the run date and, when the defaults are selected, the
      *    default date are scanned.
       4500-check-pending-changes.
           move ws-report-pending-hdr to greetchk-record
           perform 8000-write-report-record
           move zero to ws-pending-count
           if ws-greetpnd-is-open
               move ws-run-date to ws-pending-date
               perform 4600-scan-pending-date
               if ws-default-mode
                   move ws-default-date to ws-pending-date
                   perform 4600-scan-pending-date
               end-if
           end-if
           if ws-pending-count = zero
               move ws-report-none to greetchk-record
               perform 8000-write-report-record
           end-if.

       4600-scan-pending-date.
           move "N" to ws-pending-eof-switch
           move ws-pending-date to pn-run-date of greetpnd-record
           move low-values to pn-shift-code of greetpnd-record
           start greetpnd key is not less than pn-key
               of greetpnd-record
           evaluate ws-greetpnd-status
               when "00"
                   perform 4700-check-one-pending
                       until ws-pending-eof
               when "23"
                   continue
               when other
                   string "START GREETPND FAILED, STATUS="
                       ws-greetpnd-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       4700-check-one-pending.
           read greetpnd next record
           evaluate ws-greetpnd-status
               when "00"
                   if pn-run-date of greetpnd-record
                       not = ws-pending-date
                       set ws-pending-eof to true
                   else
                       add 1 to ws-pending-count
                       move "W" to ws-finding-sev
                       move pn-shift-code of greetpnd-record
                           to ws-finding-shift
                       move spaces to ws-finding-dest
                       move spaces to ws-finding-text
                       string "KEYED BY " pn-entered-by
                           of greetpnd-record " ON "
                           pn-entered-date of greetpnd-record
                           " - NOT APPROVED: "
                           pn-new-text of greetpnd-record(1:12)
                           delimited by size into ws-finding-text
                       perform 7000-write-finding
                   end-if
               when "10"
                   set ws-pending-eof to true
               when other
                   string "READ GREETPND FAILED, STATUS="
                       ws-greetpnd-status delimited by size
                       into ws-abend-message
                   perform 9999-abend
           end-evaluate.

       5000-terminate.
           move "RECORDS CHECKED          :" to wg-total-label
           move ws-record-count to wg-total-count
           perform 8100-write-total-line
           move "FINDINGS - E (HOLD)      :" to wg-total-label
           move ws-error-count to wg-total-count
           perform 8100-write-total-line
           move "FINDINGS - W (WARN)      :" to wg-total-label
           move ws-warning-count to wg-total-count
           perform 8100-write-total-line
           move "FINDINGS - I (INFO)      :" to wg-total-label
           move ws-info-count to wg-total-count
           perform 8100-write-total-line

           close greetctl
           close greetchk-rpt
           if ws-msglib-is-open
               close msglib
           end-if
           if ws-greetlng-is-open
               close greetlng
           end-if
           if ws-greetpnd-is-open
               close greetpnd
           end-if

      *    RC=8 is the scheduler's signal to hold tonight's HELLOWLD
      *    until the errors are fixed and the check rerun clean.
           evaluate true
               when ws-error-count not = zero
                   move 8 to return-code
               when ws-warning-count not = zero
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate.

       7000-write-finding.
           evaluate true
               when ws-finding-error
                   add 1 to ws-error-count
               when ws-finding-warning
                   add 1 to ws-warning-count
               when other
                   add 1 to ws-info-count
           end-evaluate
           move ws-finding-sev to wf-severity
           move ws-finding-shift to wf-shift-code
           move ws-finding-dest to wf-dest-code
           move ws-finding-text to wf-finding-text
           move ws-report-finding to greetchk-record
           perform 8000-write-report-record.

       8000-write-report-record.
           write greetchk-record
           if ws-greetchk-status not = "00"
               string "WRITE GREETCHK FAILED, STATUS="
                   ws-greetchk-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if.

       8100-write-total-line.
           move ws-report-total-line to greetchk-record
           perform 8000-write-report-record.

       9999-abend.
           display "GREETCHK ABEND - " ws-abend-message
           move 16 to return-code
           stop run.

       end program GreetCheck.
