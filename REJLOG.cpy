      ******************************************************************
      * REJLOG.cpy
      * Reject resolution log record - one row appended to REJLOG.DAT
      * by TRNCORR for each outstanding edit reject it re-enters or
      * withdraws.  It ties the transaction id the reject was carried
      * under to the id and CRyymmddnn batch it was re-entered as
      * (blank on a withdrawal), with the clerk, the clerk's reason,
      * and the reject's history.  REJCARRY.DAT holds only what is
      * still open; this is the record of how each reject left it.
      ******************************************************************
       01  REJECT-LOG-RECORD.
           05  RN-ACTION-DATE          PIC 9(8).
           05  RN-ORIGINAL-TRANS-ID    PIC X(6).
           05  RN-DISPOSITION          PIC X.
               88  RN-RE-ENTERED           VALUE 'S'.
               88  RN-WITHDRAWN            VALUE 'W'.
           05  RN-NEW-TRANS-ID         PIC X(6).
           05  RN-BATCH-KEY            PIC X(10).
           05  RN-FIRST-REJECT-DATE    PIC 9(8).
           05  RN-ATTEMPT-COUNT        PIC 9(3).
           05  RN-CLERK-ID             PIC X(8).
           05  RN-REASON               PIC X(30).
