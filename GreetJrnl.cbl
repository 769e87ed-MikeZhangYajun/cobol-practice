           05 filler                 pic x(1)  value spaces.
           05 wk-action              pic x(8).

      *    A MSGLIB catalog event has no GREETCTL key - its row
      *    identifies the catalog entry instead, on the same columns.
       01 ws-report-msg-key-line.
           05 filler                 pic x(10) value "MSG ID   :".
           05 wm-msg-id              pic x(8).
           05 filler                 pic x(2)  value spaces.
           05 filler                 pic x(6)  value "LANG: ".
           05 wm-lang-code           pic x(2).
           05 filler                 pic x(2)  value spaces.
           05 filler                 pic x(10) value "OPERATOR: ".
           05 wm-operator-id         pic x(8).
           05 filler                 pic x(2)  value spaces.
           05 filler                 pic x(6)  value "TIME: ".
           05 wm-change-time         pic 9(8).
           05 filler                 pic x(1)  value spaces.
           05 wm-action              pic x(8).

       01 ws-report-before-line.
           05 filler                 pic x(10) value "  BEFORE: ".
           05 wb-before-text         pic x(35).

      *    The after line also names the program that journalled
      *    the row and the route code it left on the record.
       01 ws-report-after-line.
           05 filler                 pic x(10) value "  AFTER : ".
           05 wa-after-text          pic x(35).
           05 filler                 pic x(2)  value spaces.
           05 filler                 pic x(7)  value "ROUTE: ".
           05 wa-route-code          pic x(1).
           05 filler                 pic x(2)  value spaces.
           05 filler                 pic x(8)  value "SOURCE: ".
           05 wa-source-program      pic x(8).

       01 ws-report-none.
           05 filler pic x(30) value "  (NO CHANGES THIS DATE)".

       3100-write-change-detail.
           add 1 to ws-change-count
           if jr-msg-id of greetjrn-record = spaces
               move jr-run-date of greetjrn-record to wk-run-date
               move jr-shift-code of greetjrn-record to wk-shift-code
               move jr-operator-id of greetjrn-record
                   to wk-operator-id
               move jr-change-time of greetjrn-record
                   to wk-change-time
               move jr-action of greetjrn-record to wk-action
               move ws-report-key-line to greetjrl-record
           else
               move jr-msg-id of greetjrn-record to wm-msg-id
               move jr-lang-code of greetjrn-record to wm-lang-code
               move jr-operator-id of greetjrn-record
                   to wm-operator-id
               move jr-change-time of greetjrn-record
                   to wm-change-time
               move jr-action of greetjrn-record to wm-action
               move ws-report-msg-key-line to greetjrl-record
           end-if
           perform 8000-write-report-record

           move jr-before-text of greetjrn-record to wb-before-text
           perform 8000-write-report-record

           move jr-after-text of greetjrn-record to wa-after-text
           move jr-route-code of greetjrn-record to wa-route-code
           move jr-source-program of greetjrn-record
               to wa-source-program
           move ws-report-after-line to greetjrl-record
           perform 8000-write-report-record.

