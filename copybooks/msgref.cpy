      *================================================================*
      * MSGREF - working view of a 35-byte greeting text field that    *
      * may hold a MSGLIB catalog reference instead of a literal.      *
      * Move the text field here and test MR-CATALOG-REF; a well-      *
      * formed reference has a non-blank MR-MSG-ID and a blank         *
      * MR-REF-REST.                                                   *
      *================================================================*
       01 msgref.
           05 mr-ref-marker         pic x(1).
               88 mr-catalog-ref    value "@".
           05 mr-msg-id             pic x(8).
           05 mr-ref-rest           pic x(26).
