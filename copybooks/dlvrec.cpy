      *================================================================*
      * DLVREC - one record per destination delivery on a DESTOUT      *
      * generation, written by HelloWorld and GreetNow for the board/  *
      * printer router and by Redeliver for a redelivery pass: the     *
      * output assignment, the DESTTBL destination code, the shift     *
      * and the expanded text the router delivers. The trailing        *
      * job name, run date and run time are those of the AUDITLOG row  *
      * that records the delivery; the router echoes them (with the    *
      * destination and shift) on its DLVRET return row so DlvMatch    *
      * can pair delivery, return row and AUDITLOG row exactly.        *
      *================================================================*
       01 dlvrec.
           05 do-dest-assign          pic x(8).
           05 do-dest-code            pic x(2).
           05 do-shift-code           pic x(1).
           05 do-message-text         pic x(35).
           05 do-job-name             pic x(8).
           05 do-run-date             pic 9(8).
           05 do-run-time             pic 9(8).
