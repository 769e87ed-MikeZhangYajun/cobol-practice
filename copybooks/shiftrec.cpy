      *================================================================*
      * SHIFTREC - one version of a shift code in the SHIFTTBL         *
      * reference KSDS (key SH-KEY: the code and the date the version  *
      * takes effect): the code, its operator-readable description,    *
      * and the broadcast window times (HHMM).                         *
      * Read by HelloWorld (report descriptions), GreetMaint and       *
      * GreetLoad (shift-code validation).                             *
      * SH-EFF-FROM/SH-EFF-TO: the first and last run dates the        *
      * version is in force (00000000 for the version a code started   *
      * with, 99999999 when open-ended). A program processing a run    *
      * date uses the approved version whose range covers that date;   *
      * a code with no such version is not a valid shift that night.   *
      * SH-VER-STATUS: P = keyed through REFMAINT and awaiting a       *
      * second operator's approval (ignored by every reader), A =      *
      * approved. Approval end-dates the version it supersedes, so     *
      * approved versions of a code never overlap.                     *
      * SH-ENTERED-BY/-DATE, SH-APPROVED-BY/-DATE: who keyed and who   *
      * approved the version, and when (spaces/zero on the versions    *
      * converted from the single-value table).                        *
      *================================================================*
       01 shiftrec.
           05 sh-key.
               10 sh-shift-code     pic x(1).
               10 sh-eff-from       pic 9(8).
           05 sh-shift-desc         pic x(20).
           05 sh-start-time         pic 9(4).
           05 sh-end-time           pic 9(4).
           05 sh-eff-to             pic 9(8).
           05 sh-ver-status         pic x(1).
               88 sh-ver-pending    value "P".
               88 sh-ver-approved   value "A".
           05 sh-entered-by         pic x(8).
           05 sh-entered-date       pic 9(8).
           05 sh-approved-by        pic x(8).
           05 sh-approved-date      pic 9(8).
