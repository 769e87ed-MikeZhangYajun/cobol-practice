      *================================================================*
      * DLVRET - one row per delivery attempt on the DLVRET return     *
      * file sent back by the board/printer router. The key fields     *
      * echo the DESTOUT record (DLVREC) the router worked from - job  *
      * name, run date, run time, destination and shift - followed by  *
      * the outcome and the router's own timestamp for it.             *
      * DR-STATUS: D = delivered (on the board / printed), F = the     *
      *            delivery failed, O = the destination was offline.   *
      * A delivery the router reports more than once is taken at its   *
      * latest timestamp.                                              *
      *================================================================*
       01 dlvret.
           05 dr-job-name             pic x(8).
           05 dr-run-date             pic 9(8).
           05 dr-run-time             pic 9(8).
           05 dr-dest-code            pic x(2).
           05 dr-shift-code           pic x(1).
           05 dr-status               pic x(1).
               88 dr-delivered        value "D".
               88 dr-failed           value "F".
               88 dr-offline          value "O".
           05 dr-status-date          pic 9(8).
           05 dr-status-time          pic 9(8).
