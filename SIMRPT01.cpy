      ******************************************************************
      * SIMRPT01.cpy
      * Print-image record layouts for the SIMAINT standing-
      * instruction before/after maintenance register.  COPYed in
      * WORKING-STORAGE so the VALUE clauses take effect; each line
      * is written through the report FD's 132-byte print buffer.
      ******************************************************************
       01  MI-HEADING-LINE.
           05  FILLER                  PIC X(50)
                   VALUE "STANDING INSTRUCTION MAINTENANCE REGISTER".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  MI-ACTION-LINE.
           05  MI-ACTION-LABEL         PIC X(8).
           05  FILLER                  PIC X(7) VALUE " INSTR ".
           05  MI-ACTION-INSTRUCTION   PIC X(6).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  MI-ACTION-RESULT        PIC X(30).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  MI-ACTION-REQUESTER     PIC X(8).
           05  FILLER                  PIC X(8) VALUE " REASON ".
           05  MI-ACTION-REASON        PIC X(30).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  MI-IMAGE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  MI-IMAGE-LABEL          PIC X(8).
           05  FILLER                  PIC X(7) VALUE " INSTR=".
           05  MI-IMAGE-INSTRUCTION    PIC X(6).
           05  FILLER                  PIC X(8) VALUE " STATUS=".
           05  MI-IMAGE-STATUS         PIC X.
           05  FILLER                  PIC X(6) VALUE " ACCT=".
           05  MI-IMAGE-ACCOUNT        PIC X(2).
           05  FILLER                  PIC X(4) VALUE " OP=".
           05  MI-IMAGE-OPERATION      PIC X.
           05  FILLER                  PIC X(3) VALUE " A=".
           05  MI-IMAGE-OPERAND-A      PIC -(6)9.99.
           05  FILLER                  PIC X(3) VALUE " B=".
           05  MI-IMAGE-OPERAND-B      PIC -(6)9.99.
           05  FILLER                  PIC X(6) VALUE " FREQ=".
           05  MI-IMAGE-FREQUENCY      PIC X.
           05  FILLER                  PIC X(7) VALUE " START=".
           05  MI-IMAGE-START-DATE     PIC 9(8).
           05  FILLER                  PIC X(5) VALUE " END=".
           05  MI-IMAGE-END-DATE       PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " NEXT=".
           05  MI-IMAGE-NEXT-DUE-DATE  PIC 9(8).
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  MI-TOTAL-LINE.
           05  MI-TOTAL-LABEL          PIC X(30).
           05  MI-TOTAL-VALUE          PIC Z(6)9.
           05  FILLER                  PIC X(95) VALUE SPACES.
