      ******************************************************************
      * ACCTBAL.cpy
      * Account balance master record - one keyed record per
      * COACCT.DAT account, plus one under SPACES for unclassified
      * postings (old-format rows with no account, and summary rows,
      * which post a whole batch and operation at once).  ACCTBAL
      * carries each account's opening balance for the open period,
      * the period-to-date debits and credits, and the current
      * balance, and keeps the last day's movement so the trial
      * balance can be reprinted.  Debits and credits are held as
      * positive magnitudes; current = opening + debits - credits.
      * An account posted to that is not on the chart gets a record
      * of its own flagged off-chart rather than being lost.
      ******************************************************************
       01  ACCOUNT-BALANCE-RECORD.
           05  AB-ACCOUNT-CODE         PIC X(2).
           05  AB-DESCRIPTION          PIC X(20).
           05  AB-CHART-STATUS         PIC X.
               88  AB-ON-CHART-OPEN        VALUE 'O'.
               88  AB-ON-CHART-CLOSED      VALUE 'C'.
               88  AB-UNCLASSIFIED         VALUE 'U'.
               88  AB-NOT-ON-CHART         VALUE 'N'.
           05  AB-PERIOD-START         PIC 9(8).
           05  AB-OPENING-BALANCE      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  AB-PTD-DEBITS           PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  AB-PTD-CREDITS          PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  AB-CURRENT-BALANCE      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  AB-DAY-DEBITS           PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  AB-DAY-CREDITS          PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  AB-LAST-POSTED-DATE     PIC 9(8).
      *    Business date of the last ACCTBAL run that applied a day
      *    to this record - the same day is never applied twice.
           05  AB-LAST-RUN-DATE        PIC 9(8).
      *    Kept on the unclassified record: set before a run touches
      *    any balance and cleared when it finishes, so a run that
      *    stopped part-way is caught before the day is applied again.
           05  AB-RUN-STATE            PIC X.
               88  AB-RUN-IN-PROGRESS      VALUE 'P'.
               88  AB-RUN-COMPLETE         VALUE 'C' SPACE.
