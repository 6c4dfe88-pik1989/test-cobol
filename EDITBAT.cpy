      ******************************************************************
      * EDITBAT.cpy
      * Per-batch edit figures written by TRNEDIT to EDITBAT.DAT - one
      * row per batch as the department sent it, closed at its trailer,
      * at the next header, or at end of feed.  Records arriving
      * outside any header count under *NOBATCH*.  The trailer figures
      * are the department's own, as received; a trailer rejected by
      * the edit leaves EB-TRLR-SEEN 'N'.  BATSTAT reads this file to
      * tell each department what was edited and rejected.
      ******************************************************************
       01  EDIT-BATCH-RECORD.
           05  EB-BATCH-KEY            PIC X(10).
           05  EB-RECEIVED-COUNT       PIC 9(7).
           05  EB-ACCEPTED-COUNT       PIC 9(7).
           05  EB-REJECTED-COUNT       PIC 9(7).
           05  EB-TRLR-SEEN            PIC X.
               88  EB-TRLR-RECORDED        VALUE 'Y'.
           05  EB-TRLR-COUNT           PIC 9(7).
           05  EB-TRLR-SUM             PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
