      *================================================================*
      * ESCLIST - one row per high-priority broadcast chain HELLOACK   *
      * found unconfirmed: the date and shift, the original broadcast  *
      * (job name, run time and text), the highest escalation tier     *
      * already re-broadcast and the run time of the latest broadcast  *
      * in the chain (the original's when no tier has gone out yet),   *
      * and whether the ladder has already paged someone. Written by   *
      * HelloAck, read by HelloEsc to decide the next step.            *
      *================================================================*
       01 esclist.
           05 el-run-date             pic 9(8).
           05 el-shift-code           pic x(1).
           05 el-orig-job-name        pic x(8).
           05 el-orig-run-time        pic 9(8).
           05 el-message-text         pic x(35).
           05 el-top-tier             pic 9(1).
           05 el-last-run-time        pic 9(8).
           05 el-paged-flag           pic x(1).
               88 el-already-paged    value "Y".
