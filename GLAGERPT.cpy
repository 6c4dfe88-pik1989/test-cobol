      ******************************************************************
      * GLAGERPT.cpy
      * Print-image record layouts for the GLACKPRC acknowledgment
      * matching and aging report, including the list of GL
      * transmissions still awaiting their acknowledgment.  COPYed in
      * WORKING-STORAGE so the VALUE clauses take effect; each line is
      * written through the report FD's 132-byte print buffer.
      ******************************************************************
       01  AG-HEADING-LINE.
           05  FILLER                  PIC X(50)
                   VALUE " DAYS OUT".
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  AG-XMIT-HEAD-LINE.
           05  FILLER                  PIC X(50)
                   VALUE "GL TRANSMISSIONS NOT ACKNOWLEDGED".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  AG-XMIT-DETAIL-LINE.
           05  FILLER                  PIC X(9) VALUE "SEQUENCE ".
           05  AG-XMIT-SEQUENCE        PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AG-XMIT-SOURCE          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AG-XMIT-BUSINESS-DATE   PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AG-XMIT-SENT-DATE       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AG-XMIT-ROW-COUNT       PIC Z(6)9.
           05  FILLER                  PIC X(6) VALUE " ROWS ".
           05  AG-XMIT-DAYS-OUT        PIC Z(4)9.
           05  FILLER                  PIC X(10)
                   VALUE " DAYS OUT".
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  AG-EXCEPTION-LINE.
           05  FILLER                  PIC X(15) VALUE "** EXCEPTION: ".
           05  AG-EXCEPTION-TEXT       PIC X(100) VALUE SPACES.
