      ******************************************************************
      * BSTRPT01.cpy
      * Print-image record layouts for the BATSTAT department batch
      * status notices - one notice per batch key, headed with the
      * key so each department's notice can be torn off and sent on,
      * giving the figures on its BATSTAT.DAT record and what the
      * department needs to do about them.  COPYed in WORKING-STORAGE
      * so the VALUE clauses take effect; each line is written through
      * the report FD's 132-byte print buffer.
      ******************************************************************
       01  BN-HEADING-LINE.
           05  FILLER                  PIC X(50)
                   VALUE "BATCH STATUS NOTICES TO FEEDING DEPARTMENTS".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  BN-DATE-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "BUSINESS DATE: ".
           05  BN-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(109) VALUE SPACES.

       01  BN-RULE-LINE.
           05  FILLER                  PIC X(66) VALUE ALL "-".
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  BN-NOTICE-HEAD-LINE.
           05  FILLER                  PIC X(26)
                   VALUE "NOTICE TO DEPARTMENT FOR ".
           05  FILLER                  PIC X(6) VALUE "BATCH ".
           05  BN-HEAD-BATCH-KEY       PIC X(10).
           05  FILLER                  PIC X(17)
                   VALUE "  BUSINESS DATE: ".
           05  BN-HEAD-DATE            PIC 9(8).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  BN-FIGURE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  BN-FIGURE-LABEL         PIC X(30).
           05  BN-FIGURE-COUNT         PIC Z(6)9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  BN-FIGURE-AMOUNT-LABEL  PIC X(8).
           05  BN-FIGURE-AMOUNT        PIC -(9)9.99.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  BN-COUNT-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  BN-COUNT-LABEL          PIC X(30).
           05  BN-COUNT-VALUE          PIC Z(6)9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  BN-TEXT-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  BN-TEXT-LABEL           PIC X(30).
           05  BN-TEXT-VALUE           PIC X(60).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  BN-EXCEPTION-LINE.
           05  FILLER                  PIC X(15) VALUE "** EXCEPTION: ".
           05  BN-EXCEPTION-TEXT       PIC X(100) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  BN-TOTAL-LINE.
           05  BN-TOTAL-LABEL          PIC X(30).
           05  BN-TOTAL-VALUE          PIC Z(6)9.
           05  FILLER                  PIC X(95) VALUE SPACES.
