      * the batch reconciles against, detail transactions, and a batch
      * trailer carrying the department's own count and sum of the
      * batch.  SPACE in the type byte is an old-format detail record.
      * A reversal ('R') names the DT-TRANS-ID of an earlier posting;
      * MAINPROG posts the exact negation of that posting's amount to
      * that posting's account, so the department keys nothing else.
      ******************************************************************
       01  DAILY-TRANS-RECORD.
           05  DT-TRANS-ID             PIC 9(6).
               88  DT-BATCH-HEADER         VALUE 'H'.
               88  DT-BATCH-TRAILER        VALUE 'T'.
               88  DT-DETAIL               VALUE 'D' SPACE.
               88  DT-REVERSAL             VALUE 'R'.
           05  DT-DETAIL-DATA.
               10  DT-OPERAND-A        PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  DT-HEADER-DATA REDEFINES DT-DETAIL-DATA.
               10  DT-BATCH-KEY        PIC X(10).
               10  FILLER              PIC X(9).
           05  DT-REVERSAL-DATA REDEFINES DT-DETAIL-DATA.
               10  DT-ORIGINAL-TRANS-ID
                                       PIC 9(6).
               10  FILLER              PIC X(13).
           05  DT-TRAILER-DATA REDEFINES DT-DETAIL-DATA.
               10  DT-BATCH-COUNT      PIC 9(7).
               10  DT-BATCH-SUM        PIC S9(9)V99
