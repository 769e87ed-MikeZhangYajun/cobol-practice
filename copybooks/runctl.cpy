      *================================================================*
      * RUNCTL - one row per program per run date on the RUNCTL run-   *
      * control KSDS (key RU-KEY: the run date the program processed   *
      * and its program name). Each program in the nightly HELLOWLD    *
      * stream - HELLOWLD, HELLORCN, HELLOMCH, AUDITEXT, HELLOBAL -    *
      * writes or rewrites its row with status S when it starts and    *
      * E, with the step's return code, when it ends (an abend ends    *
      * it with RC 16; a row left at S never reached either). A        *
      * rerun rewrites the same row and adds to RU-RUN-COUNT.          *
      * HELLOWLD refuses a second LIVE run of a date whose row ended   *
      * RC 0-4 unless a supervisor ID is given, kept in                *
      * RU-OVERRIDE-BY; HELLOBAL will not sign off a date whose        *
      * earlier steps have not ended RC 0-4; RUNSTAT reports the rows  *
      * for the last N run dates.                                      *
      *================================================================*
       01 runctl.
           05 ru-key.
               10 ru-run-date       pic 9(8).
               10 ru-program        pic x(8).
           05 ru-step-status        pic x(1).
               88 ru-step-started   value "S".
               88 ru-step-ended     value "E".
           05 ru-start-date         pic 9(8).
           05 ru-start-time         pic 9(8).
           05 ru-end-date           pic 9(8).
           05 ru-end-time           pic 9(8).
           05 ru-return-code        pic 9(4).
           05 ru-run-count          pic 9(3).
           05 ru-override-by        pic x(8).
