      ******************************************************************
      * ACMRPT01.cpy
      * Print-image record layouts for the ACCTMANT chart of accounts
      * before/after maintenance register.  COPYed in WORKING-STORAGE
      * so the VALUE clauses take effect; each line is written
      * through the report FD's 132-byte print buffer.
      ******************************************************************
       01  AC-HEADING-LINE.
           05  FILLER                  PIC X(50)
                   VALUE "CHART OF ACCOUNTS MAINTENANCE REGISTER".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  AC-ACTION-LINE.
           05  AC-ACTION-LABEL         PIC X(8).
           05  FILLER                  PIC X(9) VALUE " ACCOUNT ".
           05  AC-ACTION-ACCOUNT       PIC X(2).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  AC-ACTION-RESULT        PIC X(30).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  AC-ACTION-REQUESTER     PIC X(8).
           05  FILLER                  PIC X(8) VALUE " REASON ".
           05  AC-ACTION-REASON        PIC X(30).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  AC-IMAGE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  AC-IMAGE-LABEL          PIC X(8).
           05  FILLER                  PIC X(9) VALUE " ACCOUNT=".
           05  AC-IMAGE-ACCOUNT        PIC X(2).
           05  FILLER                  PIC X(8) VALUE " STATUS=".
           05  AC-IMAGE-STATUS         PIC X.
           05  FILLER                  PIC X(13) VALUE " DESCRIPTION=".
           05  AC-IMAGE-DESCRIPTION    PIC X(20).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  AC-TOTAL-LINE.
           05  AC-TOTAL-LABEL          PIC X(30).
           05  AC-TOTAL-VALUE          PIC Z(6)9.
           05  FILLER                  PIC X(95) VALUE SPACES.
