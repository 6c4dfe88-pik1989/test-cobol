      ******************************************************************
      * TRCRPT01.cpy
      * Print-image record layouts for the TRNTRACE transaction
      * lifecycle trace.  COPYed in WORKING-STORAGE so the VALUE
      * clauses take effect; each line is written through the report
      * FD's 132-byte print buffer.
      ******************************************************************
       01  TR-HEADING-LINE.
           05  FILLER                  PIC X(50)
                   VALUE "TRANSACTION LIFECYCLE TRACE".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  TR-DATE-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "BUSINESS DATE: ".
           05  TR-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(109) VALUE SPACES.

       01  TR-SELECT-LINE.
           05  TR-SELECT-LABEL         PIC X(20).
           05  TR-SELECT-VALUE         PIC X(10).
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  TR-TRANS-HEAD-LINE.
           05  FILLER                  PIC X(12)
                   VALUE "TRANSACTION ".
           05  TR-HEAD-TRANS-ID        PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TR-HEAD-TEXT            PIC X(40).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  TR-COLUMN-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "TIME".
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(80) VALUE "EVENT".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  TR-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TR-DET-DATE             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TR-DET-TIME             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TR-DET-SOURCE           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TR-DET-EVENT            PIC X(80).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  TR-TOTAL-LINE.
           05  TR-TOTAL-LABEL          PIC X(30).
           05  TR-TOTAL-VALUE          PIC Z(6)9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  TR-EXCEPTION-LINE.
           05  FILLER                  PIC X(15) VALUE "** EXCEPTION: ".
           05  TR-EXCEPTION-TEXT       PIC X(100) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE SPACES.
