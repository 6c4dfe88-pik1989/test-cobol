      ******************************************************************
      * JOBRPT01.cpy
      * Print-image record layouts for the JOBCTL job summary - one
      * page for the shift log: every defined step with its times,
      * return code, and outcome, then where the day stands.  COPYed
      * in WORKING-STORAGE so the VALUE clauses take effect; each line
      * is written through the report FD's 132-byte print buffer.
      ******************************************************************
       01  JB-HEADING-LINE.
           05  FILLER                  PIC X(50)
                   VALUE "DAILY JOB SUMMARY".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  JB-DATE-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "BUSINESS DATE: ".
           05  JB-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(10) VALUE "  RUN ID: ".
           05  JB-RUN-ID               PIC X(8).
           05  FILLER                  PIC X(14)
                   VALUE "  MONTH-END: ".
           05  JB-MONTH-END            PIC X(3).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  JB-COLUMN-LINE.
           05  FILLER                  PIC X(6) VALUE "STEP".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(5) VALUE "REQ".
           05  FILLER                  PIC X(5) VALUE "MAX".
           05  FILLER                  PIC X(18) VALUE "STARTED".
           05  FILLER                  PIC X(18) VALUE "ENDED".
           05  FILLER                  PIC X(5) VALUE " RC".
           05  FILLER                  PIC X(65) VALUE "OUTCOME".

       01  JB-DETAIL-LINE.
           05  JB-DET-STEP-NUMBER      PIC 9(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  JB-DET-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  JB-DET-REQUIRED         PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  JB-DET-MAX-RC           PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
      *        Times and return code are left blank for a step
      *        that did not run.
           05  JB-DET-START-DATE       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  JB-DET-START-TIME       PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  JB-DET-END-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  JB-DET-END-TIME         PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  JB-DET-RC-AREA          PIC X(3).
           05  JB-DET-RETURN-CODE REDEFINES JB-DET-RC-AREA
                                       PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  JB-DET-OUTCOME          PIC X(30).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  JB-MESSAGE-LINE.
           05  JB-MESSAGE-TEXT         PIC X(100) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  JB-EXCEPTION-LINE.
           05  FILLER                  PIC X(15) VALUE "** EXCEPTION: ".
           05  JB-EXCEPTION-TEXT       PIC X(100) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  JB-TOTAL-LINE.
           05  JB-TOTAL-LABEL          PIC X(30).
           05  JB-TOTAL-VALUE          PIC Z(6)9.
           05  FILLER                  PIC X(95) VALUE SPACES.
