      ******************************************************************
      * SUSPRPT.cpy
      * Print-image record layouts for the SUSPWORK suspense work-off
      * inventory and register - every suspended transaction aged
      * from its first failure, then the supervisor actions taken.
      * COPYed in WORKING-STORAGE so the VALUE clauses take effect;
      * each line is written through the report FD's 132-byte print
      * buffer.
      ******************************************************************
       01  SP-HEADING-LINE.
           05  FILLER                  PIC X(50) VALUE
               "RECYCLE SUSPENSE WORK-OFF AND INVENTORY".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  SP-DATE-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "BUSINESS DATE: ".
           05  SP-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(24)
                   VALUE "   WRITE-OFF ACCOUNT:   ".
           05  SP-SUSPENSE-ACCOUNT     PIC X(2).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  SP-ACTION-COLUMN-LINE.
           05  FILLER                  PIC X(13) VALUE "ACTION".
           05  FILLER                  PIC X(8) VALUE "TRANS-ID".
           05  FILLER                  PIC X(10) VALUE "  APPROVER".
           05  FILLER                  PIC X(32) VALUE "  REASON".
           05  FILLER                  PIC X(10) VALUE "OUTCOME".
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  SP-ACTION-LINE.
           05  SP-ACT-ACTION           PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SP-ACT-TRANS-ID         PIC 9(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  SP-ACT-APPROVER         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SP-ACT-REASON           PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SP-ACT-OUTCOME          PIC X(40).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  SP-COLUMN-LINE.
           05  FILLER                  PIC X(8) VALUE "TRANS-ID".
           05  FILLER                  PIC X(12) VALUE "  FIRST FAIL".
           05  FILLER                  PIC X(6) VALUE "   AGE".
           05  FILLER                  PIC X(7) VALUE " CYCLES".
           05  FILLER                  PIC X(18) VALUE "  LAST REASON".
           05  FILLER                  PIC X(6) VALUE "ACCT".
           05  FILLER                  PIC X(12) VALUE "   OPERAND-A".
           05  FILLER                  PIC X(12) VALUE "   OPERAND-B".
           05  FILLER                  PIC X(4) VALUE "  OP".
           05  FILLER                  PIC X(12) VALUE "  STATUS".
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  SP-DETAIL-LINE.
           05  SP-DET-TRANS-ID         PIC 9(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  SP-DET-FIRST-FAIL       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SP-DET-AGE              PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  SP-DET-CYCLES           PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SP-DET-REASON           PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SP-DET-ACCOUNT          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SP-DET-OPERAND-A        PIC -(5)9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SP-DET-OPERAND-B        PIC -(5)9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SP-DET-OPERATION        PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SP-DET-STATUS           PIC X(14).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  SP-EXCEPTION-LINE.
           05  FILLER                  PIC X(15) VALUE "** EXCEPTION: ".
           05  SP-EXCEPTION-TEXT       PIC X(100) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  SP-TOTAL-LINE.
           05  SP-TOTAL-LABEL          PIC X(30).
           05  SP-TOTAL-VALUE          PIC Z(6)9.
           05  FILLER                  PIC X(95) VALUE SPACES.
