               organization is line sequential
               file status is ws-dashext-status.

           select runctl assign to "RUNCTL"
               organization is indexed
               access mode is random
               record key is ru-key of runctl-record
               file status is ws-runctl-status.

       data division.
       file section.
       fd  auditlog.
       fd  dashext.
       01 dashext-record pic x(80).

       fd  runctl.
           copy runctl
               replacing leading ==runctl== by ==runctl-record==.

       working-storage section.
       01 ws-auditlog-status pic x(2) value "00".
       01 ws-dashext-status pic x(2) value "00".

       01 ws-extract-date pic 9(8).

      *    Run-control support: this step's RUNCTL row for the date
      *    it processes, written at start and rewritten at end - an
      *    abend included - so the morning status report can show
      *    which steps of the night ran and how they ended.
       01 ws-runctl-status pic x(2) value "00".
       01 ws-runctl-program pic x(8) value "AUDITEXT".
       01 ws-runctl-switch pic x value "N".
           88 ws-runctl-started value "Y".
       01 ws-runctl-rc pic 9(4).
       01 ws-runctl-date pic 9(8).
       01 ws-runctl-time pic 9(8).

       01 ws-eof-switch pic x value "N".
           88 ws-eof value "Y".

           perform 3000-extract-record until ws-eof
           perform 4000-write-trailer
           perform 5000-terminate
           perform 5900-record-run-end
           goback.

      *    The extract covers the current run date's AUDITLOG rows -
                   perform 9999-abend
               end-if
           end-if
           perform 1900-record-run-start

           open input auditlog
           if ws-auditlog-status not = "00"
               into dashext-record
           perform 8000-write-extract-record.

       1900-record-run-start.
           open i-o runctl
           if ws-runctl-status not = "00"
               string "OPEN RUNCTL FAILED, STATUS=" ws-runctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           accept ws-runctl-date from date yyyymmdd
           accept ws-runctl-time from time
           move ws-extract-date to ru-run-date of runctl-record
           move ws-runctl-program to ru-program of runctl-record
           read runctl
           evaluate ws-runctl-status
               when "00"
                   add 1 to ru-run-count of runctl-record
                   perform 1910-set-run-start
                   rewrite runctl-record
               when "23"
                   move 1 to ru-run-count of runctl-record
                   perform 1910-set-run-start
                   write runctl-record
               when other
                   continue
           end-evaluate
           if ws-runctl-status not = "00"
               string "RECORD RUNCTL START FAILED, STATUS="
                   ws-runctl-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if
           close runctl
           move "Y" to ws-runctl-switch.

       1910-set-run-start.
           move "S" to ru-step-status of runctl-record
           move ws-runctl-date to ru-start-date of runctl-record
           move ws-runctl-time to ru-start-time of runctl-record
           move zero to ru-end-date of runctl-record
           move zero to ru-end-time of runctl-record
           move zero to ru-return-code of runctl-record
           move spaces to ru-override-by of runctl-record.

       3000-extract-record.
           read auditlog
           evaluate ws-auditlog-status
           close auditlog
           close dashext.

      *    The switch is dropped first, so a RUNCTL failure here
      *    takes the abend path once and does not come back.
       5900-record-run-end.
           move "N" to ws-runctl-switch
           move return-code to ws-runctl-rc
           open i-o runctl
           if ws-runctl-status not = "00"
               string "OPEN RUNCTL FAILED, STATUS=" ws-runctl-status
                   delimited by size into ws-abend-message
               perform 9999-abend
           end-if
           accept ws-runctl-date from date yyyymmdd
           accept ws-runctl-time from time
           move ws-extract-date to ru-run-date of runctl-record
           move ws-runctl-program to ru-program of runctl-record
           read runctl
           if ws-runctl-status = "00"
               move "E" to ru-step-status of runctl-record
               move ws-runctl-date to ru-end-date of runctl-record
               move ws-runctl-time to ru-end-time of runctl-record
               move ws-runctl-rc to ru-return-code of runctl-record
               rewrite runctl-record
           end-if
           if ws-runctl-status not = "00"
               string "RECORD RUNCTL END FAILED, STATUS="
                   ws-runctl-status delimited by size
                   into ws-abend-message
               perform 9999-abend
           end-if
           close runctl
           move ws-runctl-rc to return-code.

       8000-write-extract-record.
           write dashext-record
           if ws-dashext-status not = "00"
       9999-abend.
           display "AUDITEXT ABEND - " ws-abend-message
           move 16 to return-code
           if ws-runctl-started
               perform 5900-record-run-end
           end-if
           stop run.

       end program AuditExtr.
