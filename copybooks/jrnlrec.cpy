      *================================================================*
      * JRNLREC - one row per GREETCTL maintenance event, appended     *
      * to GREETJRN by GreetMaint, GreetLoad and GreetGen: the changed *
      * record's key, the message text before and after the change,    *
      * who acted and when, and what the action was. Read by the       *
      * GreetJrnl daily journal report and by the GreetRecov forward   *
      * recovery and GreetVerify compare.                              *
      * MsgMaint journals MSGLIB catalog events to the same file:      *
      * those rows carry the catalog entry in JR-MSG-ID (blank on      *
      * every GREETCTL row) with JR-RUN-DATE zero and JR-SHIFT-CODE    *
      * blank, and the entry's language in JR-LANG-CODE (blank for     *
      * the base entry).                                               *
      * JR-ACTION: KEYED    = change entered, now pending approval     *
      *            APPROVED = pending change released to GREETCTL      *
      *            REJECTED = pending change refused and discarded     *
      *                       above their OPERSEC permission level     *
      *            DIRECT   = historical row from before the two-      *
      *                       operator approval workflow               *
      *            ADDED    = record written to GREETCTL by a batch    *
      *            CHANGED  = record rewritten on GREETCTL by a batch  *
      *            DELETED  = record removed from GREETCTL by a batch  *
      * Every program that updates GREETCTL journals the update with   *
      * its own name in JR-SOURCE-PROGRAM and the record's route code  *
      * in JR-ROUTE-CODE, so the APPROVED/DIRECT/ADDED/CHANGED/DELETED *
      * rows replay the file forward from a backup (GREETRCV). Rows    *
      * journalled before the source program was kept have it          *
      * blank: their route code is unknown and a replay leaves the     *
      * route as it stands.                                            *
      *================================================================*
       01 jrnlrec.
           05 jr-run-date        pic 9(8).
           05 jr-change-date     pic 9(8).
           05 jr-change-time     pic 9(8).
           05 jr-action          pic x(8).
           05 jr-msg-id          pic x(8).
           05 jr-lang-code       pic x(2).
           05 jr-source-program  pic x(8).
           05 jr-route-code      pic x(1).
