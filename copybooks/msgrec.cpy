      *================================================================*
      * MSGREC - one approved standard text on the MSGLIB message      *
      * catalog KSDS (key ML-KEY). Anywhere greeting text is kept -    *
      * GREETCTL, PATTERNS, GREETTRN, the GREETNOW bulletin card, the  *
      * HOLIDAY calendar - may name a catalog entry instead of         *
      * carrying a literal: "@" in byte 1 of the 35-byte text field,   *
      * the 8-byte message ID in bytes 2-9, the rest blank (see        *
      * MSGREF). HELLOWLD and GREETNOW resolve the reference at        *
      * broadcast time, before token expansion, so a catalog text may  *
      * itself carry &DATE, &DAY, &SHIFT and &COUNT, and a reworded    *
      * entry reaches every date that names it with no re-keying.      *
      * Changed only through MsgMaint's two-operator approval.         *
      * ML-LANG-CODE is blank on the base entry; an entry under the    *
      * same ID with a language code is that language's version of    *
      * the text, delivered to destinations displaying the language.   *
      *================================================================*
       01 msgrec.
           05 ml-key.
               10 ml-msg-id         pic x(8).
               10 ml-lang-code      pic x(2).
           05 ml-msg-desc           pic x(20).
           05 ml-message-text       pic x(35).
