      ******************************************************************
      * REJRPT01.cpy
      * Print-image record layouts for the TRNCORR correction and
      * outstanding-rejects report.  COPYed in WORKING-STORAGE so the
      * VALUE clauses take effect; each line is written through the
      * report FD's 132-byte print buffer.
      ******************************************************************
       01  RJ-HEADING-LINE.
           05  FILLER                  PIC X(50) VALUE
               "EDIT REJECT CORRECTION AND OUTSTANDING REPORT".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  RJ-DATE-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "BUSINESS DATE: ".
           05  RJ-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(109) VALUE SPACES.

       01  RJ-COLUMN-LINE.
           05  FILLER                  PIC X(8) VALUE "TRANS-ID".
           05  FILLER                  PIC X(10) VALUE "  REJECTED".
           05  FILLER                  PIC X(6) VALUE "   AGE".
           05  FILLER                  PIC X(10) VALUE " REASONS".
           05  FILLER                  PIC X(28) VALUE " IMAGE".
           05  FILLER                  PIC X(20) VALUE "DISPOSITION".
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  RJ-DETAIL-LINE.
           05  RJ-DET-TRANS-ID         PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RJ-DET-FIRST-DATE       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RJ-DET-AGE              PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RJ-DET-REASONS          PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RJ-DET-IMAGE            PIC X(26).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RJ-DET-DISPOSITION      PIC X(40).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  RJ-BATCH-LINE.
           05  FILLER                  PIC X(16)
                   VALUE "STAGED BATCH:  ".
           05  RJ-BATCH-KEY            PIC X(10).
           05  FILLER                  PIC X(8) VALUE "  COUNT ".
           05  RJ-BATCH-COUNT          PIC Z(6)9.
           05  FILLER                  PIC X(6) VALUE "  SUM ".
           05  RJ-BATCH-SUM            PIC -(9)9.99.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  RJ-EXCEPTION-LINE.
           05  FILLER                  PIC X(15) VALUE "** EXCEPTION: ".
           05  RJ-EXCEPTION-TEXT       PIC X(100) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  RJ-TOTAL-LINE.
           05  RJ-TOTAL-LABEL          PIC X(30).
           05  RJ-TOTAL-VALUE          PIC Z(6)9.
           05  FILLER                  PIC X(95) VALUE SPACES.
