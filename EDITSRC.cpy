      * but every field is alphanumeric so TRNEDIT can class-test the
      * contents before anything is loaded for MAINPROG.  The feed
      * carries batch header ('H'), detail ('D' or SPACE), and batch
      * trailer ('T') records, plus reversals ('R') naming the
      * transaction id of the earlier posting they cancel.
      ******************************************************************
       01  EDIT-SOURCE-RECORD.
           05  ES-TRANS-ID-X           PIC X(6).
               88  ES-BATCH-HEADER         VALUE 'H'.
               88  ES-BATCH-TRAILER        VALUE 'T'.
               88  ES-DETAIL               VALUE 'D' SPACE.
               88  ES-REVERSAL             VALUE 'R'.
           05  ES-DETAIL-DATA.
               10  ES-OPERAND-A-X      PIC X(8).
               10  ES-OPERAND-A-S REDEFINES ES-OPERAND-A-X
           05  ES-HEADER-DATA REDEFINES ES-DETAIL-DATA.
               10  ES-BATCH-KEY        PIC X(10).
               10  FILLER              PIC X(9).
           05  ES-REVERSAL-DATA REDEFINES ES-DETAIL-DATA.
               10  ES-ORIGINAL-TRANS-ID-X
                                       PIC X(6).
               10  FILLER              PIC X(13).
           05  ES-TRAILER-DATA REDEFINES ES-DETAIL-DATA.
               10  ES-BATCH-COUNT-X    PIC X(7).
               10  ES-BATCH-SUM-X      PIC X(12).
