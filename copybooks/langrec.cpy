      *================================================================*
      * LANGREC - one alternate-language version of a greeting on the  *
      * GREETLNG KSDS (key LV-KEY: the GREETCTL key of the greeting -  *
      * run date, or 00000000 for a standing default, plus shift -     *
      * and the language code). The HelloWorld delivery fan-out sends  *
      * it to every routed destination whose DT-LANG-CODE matches,     *
      * in place of the base GR-MESSAGE-TEXT; the text may carry the   *
      * substitution tokens or name a MSGLIB catalog entry exactly as  *
      * the base text may. Loaded by GreetLoad (TR-LANG-CODE), read    *
      * by GreetCover to flag routed languages with no variant.        *
      *================================================================*
       01 langrec.
           05 lv-key.
               10 lv-run-date       pic 9(8).
               10 lv-shift-code     pic x(1).
               10 lv-lang-code      pic x(2).
           05 lv-message-text       pic x(35).
