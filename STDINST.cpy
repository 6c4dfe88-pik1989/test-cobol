      ******************************************************************
      * STDINST.cpy
      * Standing-instruction master record - STANDING.DAT, one record
      * per recurring transaction a department would otherwise key
      * fresh every day, week, or month-end.  SIGEN generates each
      * occurrence into the day's feed as it falls due; SIMAINT is
      * the supported way to add, suspend, resume, or end one.  The
      * next-due date is the occurrence's scheduled date before it
      * is rolled off a weekend or HOLCAL.DAT holiday - forward to
      * the next business day, or back to the last business day of
      * the month for a month-end instruction.  SIGEN steps it past
      * each occurrence it generates, so an occurrence is never
      * generated twice.  A zero end date runs until ended.
      ******************************************************************
       01  STANDING-INSTRUCTION-RECORD.
           05  SI-INSTRUCTION-ID       PIC X(6).
           05  SI-STATUS               PIC X.
               88  SI-ACTIVE               VALUE 'A'.
               88  SI-SUSPENDED            VALUE 'S'.
               88  SI-ENDED                VALUE 'E'.
           05  SI-ACCOUNT-CODE         PIC X(2).
           05  SI-OPERAND-A            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SI-OPERAND-B            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SI-OPERATION-CODE       PIC X.
      *        'D' every business day, 'W' every seven days from the
      *        start date, 'M' monthly on the start date's day of the
      *        month (the month's last day when it is shorter), 'E'
      *        the last business day of every month.
           05  SI-FREQUENCY            PIC X.
               88  SI-DAILY                VALUE 'D'.
               88  SI-WEEKLY               VALUE 'W'.
               88  SI-MONTHLY              VALUE 'M'.
               88  SI-MONTH-END            VALUE 'E'.
               88  SI-FREQUENCY-VALID      VALUE 'D' 'W' 'M' 'E'.
           05  SI-START-DATE           PIC 9(8).
           05  SI-END-DATE             PIC 9(8).
           05  SI-NEXT-DUE-DATE        PIC 9(8).
           05  SI-LAST-GENERATED-DATE  PIC 9(8).
           05  SI-GENERATED-COUNT      PIC 9(5).
           05  SI-DESCRIPTION          PIC X(20).
