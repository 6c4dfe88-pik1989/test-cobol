      ******************************************************************
      * SIRPT01.cpy
      * Print-image record layouts for the SIGEN standing-instruction
      * register - the occurrences that fell due for the business
      * date and what became of each, the batch appended to the
      * day's feed, and every live instruction's next occurrence.
      * COPYed in WORKING-STORAGE so the VALUE clauses take effect;
      * each line is written through the report FD's 132-byte print
      * buffer.
      ******************************************************************
       01  IR-HEADING-LINE.
           05  FILLER                  PIC X(50)
                   VALUE "STANDING INSTRUCTION REGISTER".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  IR-DATE-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "BUSINESS DATE: ".
           05  IR-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(109) VALUE SPACES.

       01  IR-SECTION-LINE.
           05  IR-SECTION-TEXT         PIC X(50).
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  IR-GEN-COLUMN-LINE.
           05  FILLER                  PIC X(8) VALUE "INSTR".
           05  FILLER                  PIC X(5) VALUE "ACCT".
           05  FILLER                  PIC X(3) VALUE "OP".
           05  FILLER                  PIC X(12) VALUE " OPERAND-A  ".
           05  FILLER                  PIC X(12) VALUE " OPERAND-B  ".
           05  FILLER                  PIC X(12) VALUE "    RESULT  ".
           05  FILLER                  PIC X(10) VALUE "SCHEDULED".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(8) VALUE "TRANS".
           05  FILLER                  PIC X(30) VALUE "DISPOSITION".
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  IR-GEN-LINE.
           05  IR-GEN-INSTRUCTION-ID   PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-GEN-ACCOUNT-CODE     PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  IR-GEN-OPERATION-CODE   PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-GEN-OPERAND-A        PIC -(6)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-GEN-OPERAND-B        PIC -(6)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-GEN-RESULT           PIC -(6)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-GEN-SCHEDULED-DATE   PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-GEN-EFFECTIVE-DATE   PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-GEN-TRANS-ID         PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-GEN-DISPOSITION      PIC X(30).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  IR-BATCH-LINE.
           05  FILLER                  PIC X(17)
                   VALUE "GENERATED BATCH: ".
           05  IR-BATCH-KEY            PIC X(10).
           05  FILLER                  PIC X(8) VALUE "  COUNT ".
           05  IR-BATCH-COUNT          PIC Z(6)9.
           05  FILLER                  PIC X(6) VALUE "  SUM ".
           05  IR-BATCH-SUM            PIC -(9)9.99.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  IR-DUE-COLUMN-LINE.
           05  FILLER                  PIC X(8) VALUE "INSTR".
           05  FILLER                  PIC X(5) VALUE "ACCT".
           05  FILLER                  PIC X(3) VALUE "OP".
           05  FILLER                  PIC X(12) VALUE " OPERAND-A  ".
           05  FILLER                  PIC X(12) VALUE " OPERAND-B  ".
           05  FILLER                  PIC X(11) VALUE "FREQUENCY".
           05  FILLER                  PIC X(11) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "SCHEDULED".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(10) VALUE "END DATE".
           05  FILLER                  PIC X(20) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  IR-DUE-LINE.
           05  IR-DUE-INSTRUCTION-ID   PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-DUE-ACCOUNT-CODE     PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  IR-DUE-OPERATION-CODE   PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-DUE-OPERAND-A        PIC -(6)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-DUE-OPERAND-B        PIC -(6)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-DUE-FREQUENCY        PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-DUE-STATUS           PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-DUE-SCHEDULED-DATE   PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-DUE-EFFECTIVE-DATE   PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-DUE-END-DATE         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IR-DUE-DESCRIPTION      PIC X(20).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  IR-EXCEPTION-LINE.
           05  FILLER                  PIC X(15) VALUE "** EXCEPTION: ".
           05  IR-EXCEPTION-TEXT       PIC X(100) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  IR-TOTAL-LINE.
           05  IR-TOTAL-LABEL          PIC X(30).
           05  IR-TOTAL-VALUE          PIC Z(6)9.
           05  FILLER                  PIC X(95) VALUE SPACES.
