       file-control.
           select shifttbl assign to "SHIFTTBL"
               organization is indexed
               access mode is dynamic
               record key is sh-key of shifttbl-record
               file status is ws-shifttbl-status.

           select opersec assign to "OPERSEC"

       01 ws-shift-valid-switch pic x value "N".
           88 ws-shift-valid value "Y".
       01 ws-version-end-switch pic x value "N".
           88 ws-version-end value "Y".

       01 ws-continue-flag pic x value "Y".
           88 ws-continue value "Y" "y".
           end-if
           perform 3000-prompt-continue.

      *    The shift must have a SHIFTTBL version in force on the
      *    date being confirmed - the versions of the code are read
      *    in effective-date order until one covers the date.
       1100-validate-shift-code.
           move "N" to ws-shift-valid-switch
           move "N" to ws-version-end-switch
           move ws-ack-shift-code
               to sh-shift-code of shifttbl-record
           move zero to sh-eff-from of shifttbl-record
           start shifttbl key is not less than sh-key
               of shifttbl-record
           evaluate ws-shifttbl-status
               when "00"
                   perform 1110-check-shift-version
                       until ws-version-end
               when "23"
                   continue
               when other
                   display "ACKENTRY: START SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-capture-failed-switch
                   set ws-version-end to true
           end-evaluate
           if not ws-shift-valid and not ws-capture-failed
               display "SHIFT CODE NOT ON SHIFTTBL FOR "
                   ws-ack-date ": " ws-ack-shift-code
           end-if.

       1110-check-shift-version.
           read shifttbl next record
           evaluate ws-shifttbl-status
               when "00"
                   if sh-shift-code of shifttbl-record
                       not = ws-ack-shift-code
                       or sh-eff-from of shifttbl-record > ws-ack-date
                       set ws-version-end to true
                   else
                       if sh-ver-approved of shifttbl-record
                           and sh-eff-to of shifttbl-record
                           not < ws-ack-date
                           move "Y" to ws-shift-valid-switch
                       end-if
                   end-if
               when "10"
                   set ws-version-end to true
               when other
                   display "ACKENTRY: READ SHIFTTBL FAILED, STATUS="
                       ws-shifttbl-status
                   move "Y" to ws-capture-failed-switch
                   set ws-version-end to true
           end-evaluate.

       2000-write-ack-record.
