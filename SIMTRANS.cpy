      ******************************************************************
      * SIMTRANS.cpy
      * Maintenance request presented to SIMAINT - one add, suspend,
      * resume, or end request against the STANDING.DAT standing-
      * instruction master, keyed by instruction id.  The account,
      * operands, operation code, frequency, start date, and
      * description are used by an add only; a blank start date
      * starts on the business date.  The end date is optional on an
      * add; on an end request a blank end date ends the instruction
      * at once and a later date lets it run through that date.
      * Every request carries the id of the person asking for it and
      * a reason, which SIMAINT records on the SIHIST.DAT history.
      ******************************************************************
       01  STANDING-MAINT-RECORD.
           05  SM-ACTION-CODE          PIC X.
               88  SM-ACTION-ADD           VALUE 'A'.
               88  SM-ACTION-SUSPEND       VALUE 'S'.
               88  SM-ACTION-RESUME        VALUE 'R'.
               88  SM-ACTION-END           VALUE 'E'.
           05  SM-INSTRUCTION-ID       PIC X(6).
           05  SM-ACCOUNT-CODE         PIC X(2).
           05  SM-OPERAND-A-X          PIC X(8).
           05  SM-OPERAND-A-S REDEFINES SM-OPERAND-A-X
                                       PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SM-OPERAND-B-X          PIC X(8).
           05  SM-OPERAND-B-S REDEFINES SM-OPERAND-B-X
                                       PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SM-OPERATION-CODE       PIC X.
           05  SM-FREQUENCY            PIC X.
           05  SM-START-DATE-X         PIC X(8).
           05  SM-START-DATE REDEFINES SM-START-DATE-X
                                       PIC 9(8).
           05  SM-END-DATE-X           PIC X(8).
           05  SM-END-DATE REDEFINES SM-END-DATE-X
                                       PIC 9(8).
           05  SM-DESCRIPTION          PIC X(20).
           05  SM-REQUESTED-BY         PIC X(8).
           05  SM-REASON               PIC X(30).
