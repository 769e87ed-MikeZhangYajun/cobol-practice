      *================================================================*
      * DESTREC - one version of a broadcast destination on the        *
      * DESTTBL reference KSDS (key DT-KEY: the code and the date the  *
      * version takes effect): the code, its operator-readable         *
      * description, the output assignment the delivery is written     *
      * under, and the routing group the destination belongs to. A     *
      * greeting record's GR-ROUTE-CODE selects every destination      *
      * whose DT-ROUTE-GROUP matches; a blank route code means         *
      * console-only, as before destinations existed. Read by          *
      * HelloWorld (delivery fan-out) and GreetLoad (route-code        *
      * validation).                                                   *
      * DT-LANG-CODE: the language the destination displays - the      *
      * fan-out delivers the greeting's GREETLNG variant (or catalog   *
      * entry) in that language when one exists, the base text         *
      * otherwise. Blank = the base language.                          *
      * DT-EFF-FROM/DT-EFF-TO, DT-VER-STATUS and the entered/approved  *
      * fields: as on SHIFTREC - a program uses the approved version   *
      * in force on the run date it processes, and a destination with  *
      * no version in force that night is not delivered to.            *
      *================================================================*
       01 destrec.
           05 dt-key.
               10 dt-dest-code      pic x(2).
               10 dt-eff-from       pic 9(8).
           05 dt-dest-desc          pic x(20).
           05 dt-dest-assign        pic x(8).
           05 dt-route-group        pic x(1).
           05 dt-lang-code          pic x(2).
           05 dt-eff-to             pic 9(8).
           05 dt-ver-status         pic x(1).
               88 dt-ver-pending    value "P".
               88 dt-ver-approved   value "A".
           05 dt-entered-by         pic x(8).
           05 dt-entered-date       pic 9(8).
           05 dt-approved-by        pic x(8).
           05 dt-approved-date      pic 9(8).
