       01 ws-default-count pic 9(7) value zero.
       01 ws-suppressed-count pic 9(7) value zero.
       01 ws-held-count pic 9(7) value zero.
       01 ws-redelivered-count pic 9(7) value zero.
       01 ws-escalation-count pic 9(7) value zero.
       01 ws-paged-count pic 9(7) value zero.

       01 ws-cell-edited pic zzzz9.
       01 ws-cell-pos pic 9(2).
      *    own grand-total lines - a held greeting must not be
      *    booked on day one and booked again when its "R" release
      *    row lands, and a suppressed holiday must not look like
      *    a live broadcasting day. Rows flagged "D" are redeliveries
      *    of a broadcast already in the grid and get their own
      *    line for the same reason, as do "E" escalation re-
      *    broadcasts and "P" escalation pages.
       3100-tally-month-row.
           add 1 to ws-month-count
           evaluate au-action-flag of auditlog-record
                   add 1 to ws-held-count
               when "S"
                   add 1 to ws-suppressed-count
               when "D"
                   add 1 to ws-redelivered-count
               when "E"
                   add 1 to ws-escalation-count
               when "P"
                   add 1 to ws-paged-count
               when other
                   perform 3150-tally-broadcast-row
           end-evaluate
           perform 8100-write-total-line
           move "HELD FOR WINDOW          :" to wg-total-label
           move ws-held-count to wg-total-count
           perform 8100-write-total-line
           move "REDELIVERIES             :" to wg-total-label
           move ws-redelivered-count to wg-total-count
           perform 8100-write-total-line
           move "ESCALATION RE-BROADCASTS :" to wg-total-label
           move ws-escalation-count to wg-total-count
           perform 8100-write-total-line
           move "ESCALATION PAGES         :" to wg-total-label
           move ws-paged-count to wg-total-count
           perform 8100-write-total-line.

       5000-terminate.
