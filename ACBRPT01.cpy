      ******************************************************************
      * ACBRPT01.cpy
      * Print-image record layouts for the ACCTBAL daily trial
      * balance - one line per account on the balance master in
      * account order, unclassified postings first, then the column
      * totals and the tie-back of the day's movement to the amount
      * released on GLINTFC.DAT.  COPYed in WORKING-STORAGE so the
      * VALUE clauses take effect; each line is written through the
      * report FD's 132-byte print buffer.
      ******************************************************************
       01  TB-HEADING-LINE.
           05  FILLER                  PIC X(50)
                   VALUE "DAILY TRIAL BALANCE BY ACCOUNT".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  TB-DATE-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "BUSINESS DATE: ".
           05  TB-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(16)
                   VALUE "  PERIOD START: ".
           05  TB-PERIOD-START         PIC 9(8).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  TB-COLUMN-LINE.
           05  FILLER                  PIC X(38)
                   VALUE "AC  DESCRIPTION          STATUS".
           05  FILLER                  PIC X(17)
                   VALUE "        OPENING".
           05  FILLER                  PIC X(17)
                   VALUE "      PTD DEBITS".
           05  FILLER                  PIC X(17)
                   VALUE "     PTD CREDITS".
           05  FILLER                  PIC X(17)
                   VALUE "        CURRENT".
           05  FILLER                  PIC X(17)
                   VALUE "   DAY MOVEMENT".
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  TB-DETAIL-LINE.
           05  TB-ACCOUNT-CODE         PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TB-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TB-STATUS-TEXT          PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TB-OPENING-BALANCE      PIC -(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TB-PTD-DEBITS           PIC -(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TB-PTD-CREDITS          PIC -(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TB-CURRENT-BALANCE      PIC -(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TB-DAY-MOVEMENT         PIC -(10)9.99.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  TB-TOTAL-LINE.
           05  TB-TOTAL-LABEL          PIC X(38).
           05  TB-TOTAL-OPENING        PIC -(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TB-TOTAL-DEBITS         PIC -(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TB-TOTAL-CREDITS        PIC -(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TB-TOTAL-CURRENT        PIC -(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TB-TOTAL-MOVEMENT       PIC -(10)9.99.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  TB-TIE-LINE.
           05  TB-TIE-TEXT             PIC X(44).
           05  TB-TIE-AMOUNT           PIC -(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TB-TIE-RESULT           PIC X(16).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  TB-EXCEPTION-LINE.
           05  FILLER                  PIC X(15) VALUE "** EXCEPTION: ".
           05  TB-EXCEPTION-TEXT       PIC X(100) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE SPACES.
