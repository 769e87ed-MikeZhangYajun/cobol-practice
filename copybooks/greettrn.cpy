      * greetrec key and text. Shared by GreetLoad (reader, and writer *
      * of the reject file, which uses the same layout so rejected     *
      * transactions can be corrected and resubmitted as-is).          *
      * A non-blank TR-LANG-CODE makes the transaction act on that     *
      * language's GREETLNG variant of the greeting rather than on     *
      * the GREETCTL record itself (route code ignored).               *
      *================================================================*
       01 greettrn.
           05 tr-action-code        pic x(1).
           05 tr-shift-code         pic x(1).
           05 tr-message-text       pic x(35).
           05 tr-route-code         pic x(1).
           05 tr-lang-code          pic x(2).
