      ******************************************************************
      * GLENVCTL.cpy
      * Call-boundary control area for GLENVLP, the GLINTFC.DAT
      * envelope routine.  COPYed in each writer's WORKING-STORAGE
      * and in GLENVLP's LINKAGE SECTION so the two cannot drift
      * apart.  The writer sets the function and calls with the
      * GLINTFC-RECORD in hand:
      *   H  open a transmission - GLENVLP takes the next sequence
      *      off the GLXMIT.DAT register and builds the header row;
      *   D  count a detail or summary row just written into the
      *      row count and hash totals;
      *   T  close the transmission - GLENVLP builds the trailer row
      *      and records the transmission on the register.
      * The writer writes the header and trailer rows itself.  A zero
      * business date on the open call means GLENVLP takes it from
      * BUSDATE.DAT, or the system date when none is supplied.
      ******************************************************************
       01  GL-ENVELOPE-CONTROL.
           05  GE-FUNCTION             PIC X.
               88  GE-OPEN-TRANSMISSION    VALUE 'H'.
               88  GE-COUNT-ROW            VALUE 'D'.
               88  GE-CLOSE-TRANSMISSION   VALUE 'T'.
           05  GE-SOURCE-PROGRAM       PIC X(8).
           05  GE-BUSINESS-DATE        PIC 9(8).
           05  GE-SEQUENCE             PIC 9(6).
           05  GE-ROW-COUNT            PIC 9(7).
           05  GE-AMOUNT-HASH          PIC S9(11)V99.
           05  GE-TRANS-ID-HASH        PIC 9(12).
           05  GE-RETURN-STATUS        PIC X.
               88  GE-STATUS-OK            VALUE '0'.
               88  GE-STATUS-REGISTER-ERROR
                                           VALUE '1'.
               88  GE-STATUS-INVALID-FUNCTION
                                           VALUE '2'.
