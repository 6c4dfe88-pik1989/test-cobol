       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTBAL.

      ******************************************************************
      * Account balance ledger and daily trial balance.  Keeps the
      * keyed ACCTBAL.DAT master - one record per COACCT.DAT account
      * plus one for unclassified postings - and applies to it the GL
      * rows actually released for the day: everything on GLINTFC.DAT
      * when this step runs, which takes in batches GLRELEAS released
      * out of hold and postings GLRESUB restaged onto the interchange,
      * while rows still sitting in GLINTFC.HLD never reach it.  A
      * restaged posting was applied on the day it was first released;
      * the GL rejected it, so the rejected original comes back off
      * the account as the restage goes on, and the pair nets to
      * nothing.  GLSTAT.DAT's resend count is how a restaged row is
      * recognized.  When PERCLOSE has closed the period a record is
      * still open in, the record rolls first - current becomes the
      * new opening balance and the period-to-date figures restart.
      * The trial balance lists every account in code order with its
      * opening, period-to-date debits and credits, current balance,
      * and the day's movement, and ties the day's movement back to
      * the amount released on GLINTFC.DAT.  Run it after GLRESUB and
      * before the GL transmission.  A business date already applied
      * is refused with RETURN-CODE 12 so a rerun cannot post the day
      * twice, and so is any run after one that stopped part-way -
      * the master must be restored before the day is applied again;
      * RETURN-CODE 8 when the tie-back is out of balance or
      * an off-chart account was posted to, 16 on file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "COACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT OPTIONAL PERIOD-CLOSE-FILE ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT OPTIONAL GLSTAT-FILE ASSIGN TO "GLSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GS-STATUS.
           SELECT OPTIONAL GLINTFC-FILE ASSIGN TO "GLINTFC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-AB-STATUS.
           SELECT ACBRPT01-FILE ASSIGN TO "ACBRPT01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY "BUSDATE.cpy".

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       COPY "COACCT.cpy".

       FD  PERIOD-CLOSE-FILE
           RECORDING MODE IS F.
       01  PERIOD-CLOSE-BUFFER     PIC X(180).

       FD  GLSTAT-FILE
           RECORDING MODE IS F.
       01  GLSTAT-BUFFER           PIC X(110).

       FD  GLINTFC-FILE
           RECORDING MODE IS F.
       01  GLINTFC-IN-BUFFER       PIC X(80).

       FD  ACCOUNT-BALANCE-FILE
           RECORDING MODE IS F.
       COPY "ACCTBAL.cpy".

       FD  ACBRPT01-FILE
           RECORDING MODE IS F.
       01  ACBRPT01-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-CA-STATUS            PIC XX VALUE SPACES.
       01  WS-PC-STATUS            PIC XX VALUE SPACES.
       01  WS-GS-STATUS            PIC XX VALUE SPACES.
       01  WS-GL-STATUS            PIC XX VALUE SPACES.
       01  WS-AB-STATUS            PIC XX VALUE SPACES.
       01  WS-TB-STATUS            PIC XX VALUE SPACES.
       01  WS-CA-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-CA-END-OF-FILE       VALUE 'Y'.
       01  WS-PC-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-PC-END-OF-FILE       VALUE 'Y'.
       01  WS-GS-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-GS-END-OF-FILE       VALUE 'Y'.
       01  WS-GL-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-GL-END-OF-FILE       VALUE 'Y'.
       01  WS-AB-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-AB-END-OF-FILE       VALUE 'Y'.
       01  WS-BUSDATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BUSDATE-SUPPLIED     VALUE 'Y'.
       01  WS-RESTAGE-SWITCH       PIC X VALUE 'N'.
           88  WS-RESTAGED-ROW         VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-LAST-CLOSED-END      PIC 9(8) VALUE ZERO.
       01  WS-OPEN-PERIOD-START    PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER         PIC 9(7) VALUE ZERO.
       01  WS-POST-ACCOUNT         PIC X(2) VALUE SPACES.
       01  WS-POST-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01  WS-RELEASED-ROWS        PIC 9(7) VALUE ZERO.
       01  WS-RESTAGED-ROWS        PIC 9(7) VALUE ZERO.
       01  WS-APPLIED-ROWS         PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-ADDED       PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-ROLLED      PIC 9(7) VALUE ZERO.
       01  WS-OFF-CHART-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-LISTED      PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
       01  WS-RESTAGED-AMOUNT      PIC S9(11)V99 VALUE ZERO.
       01  WS-EXPECTED-MOVEMENT    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-OPENING        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DEBITS         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CURRENT        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-MOVEMENT       PIC S9(11)V99 VALUE ZERO.
       01  WS-DAY-MOVEMENT         PIC S9(11)V99 VALUE ZERO.
       01  WS-RS-SUB               PIC 9(4) VALUE ZERO.
       01  WS-RS-FOUND             PIC 9(4) VALUE ZERO.
      *    Postings GLRESUB has put back on the interchange, taken
      *    from GLSTAT.DAT entries carrying a resend count.
       01  WS-RESTAGE-TABLE.
           05  WS-RESTAGE-LOADED       PIC 9(4) VALUE ZERO.
           05  WS-RESTAGE-ENTRY OCCURS 2000 TIMES.
               10  WS-RS-POSTING-DATE  PIC 9(8).
               10  WS-RS-TRANS-ID      PIC 9(6).
               10  WS-RS-BATCH-KEY     PIC X(10).
               10  WS-RS-RECORD-TYPE   PIC X.
               10  WS-RS-OPERATION     PIC X.
               10  WS-RS-MATCHED       PIC X.
       COPY "PERCTL.cpy".
       COPY "GLSTAT.cpy".
       COPY "GLINTFC.cpy".
       COPY "ACBRPT01.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SEED-FROM-CHART
           PERFORM 2500-ROLL-CLOSED-PERIODS
           PERFORM 3000-APPLY-RELEASED-ROWS
           PERFORM 4000-PRINT-TRIAL-BALANCE
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT ACBRPT01-FILE
           IF WS-TB-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRIAL BALANCE FILE, STATUS="
                   WS-TB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BD-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE > ZERO
                           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                           SET WS-BUSDATE-SUPPLIED TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF NOT WS-BUSDATE-SUPPLIED
               DISPLAY "WARNING: NO BUSINESS DATE SUPPLIED, USING "
                   "SYSTEM DATE " WS-BUSINESS-DATE
           END-IF
           WRITE ACBRPT01-PRINT-LINE FROM TB-HEADING-LINE
           PERFORM 9100-FIND-LAST-CLOSED-PERIOD
           PERFORM 9200-LOAD-RESTAGED-POSTINGS
      *    The master is created empty the first time it is used.
           OPEN I-O ACCOUNT-BALANCE-FILE
           IF WS-AB-STATUS = "35"
               OPEN OUTPUT ACCOUNT-BALANCE-FILE
               CLOSE ACCOUNT-BALANCE-FILE
               OPEN I-O ACCOUNT-BALANCE-FILE
           END-IF
           IF WS-AB-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT BALANCE FILE, STATUS="
                   WS-AB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO TB-BUSINESS-DATE
           MOVE WS-OPEN-PERIOD-START TO TB-PERIOD-START
           WRITE ACBRPT01-PRINT-LINE FROM TB-DATE-LINE
           PERFORM 1100-REFUSE-REPEATED-DAY
           PERFORM 1200-MARK-RUN-IN-PROGRESS.

      ******************************************************************
      * The unclassified record is stamped on every run, so it alone
      * says whether this business date has already been applied, or
      * whether the last run stopped before it finished.
      ******************************************************************
       1100-REFUSE-REPEATED-DAY.
           MOVE SPACES TO AB-ACCOUNT-CODE
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AB-RUN-IN-PROGRESS
                           DISPLAY "ACCOUNT BALANCE RUN FOR "
                               AB-LAST-RUN-DATE " DID NOT COMPLETE"
                           MOVE SPACES TO TB-EXCEPTION-TEXT
                           STRING "PRIOR RUN DID NOT COMPLETE - "
                                   "RESTORE ACCTBAL.DAT"
                                   DELIMITED BY SIZE
                               INTO TB-EXCEPTION-TEXT
                           PERFORM 1150-REFUSE-RUN
                       WHEN AB-LAST-RUN-DATE = WS-BUSINESS-DATE
                           DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                               " ALREADY APPLIED TO ACCOUNT BALANCES"
                           MOVE SPACES TO TB-EXCEPTION-TEXT
                           STRING "BUSINESS DATE " WS-BUSINESS-DATE
                                   " ALREADY APPLIED - RUN REFUSED"
                                   DELIMITED BY SIZE
                               INTO TB-EXCEPTION-TEXT
                           PERFORM 1150-REFUSE-RUN
                   END-EVALUATE
           END-READ.

       1150-REFUSE-RUN.
           WRITE ACBRPT01-PRINT-LINE FROM TB-EXCEPTION-LINE
           CLOSE ACCOUNT-BALANCE-FILE
           CLOSE ACBRPT01-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * The day is claimed before any balance moves.  Should the run
      * stop part-way the flag stays set, and the next run is refused
      * until the master is restored.
      ******************************************************************
       1200-MARK-RUN-IN-PROGRESS.
           MOVE SPACES TO AB-ACCOUNT-CODE
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   MOVE SPACES TO ACCOUNT-BALANCE-RECORD
                   MOVE SPACES TO AB-ACCOUNT-CODE
                   PERFORM 2200-INITIALIZE-BALANCE-RECORD
                   MOVE "UNCLASSIFIED" TO AB-DESCRIPTION
                   SET AB-UNCLASSIFIED TO TRUE
                   MOVE WS-BUSINESS-DATE TO AB-LAST-RUN-DATE
                   SET AB-RUN-IN-PROGRESS TO TRUE
                   WRITE ACCOUNT-BALANCE-RECORD
                   ADD 1 TO WS-ACCOUNTS-ADDED
               NOT INVALID KEY
                   MOVE WS-BUSINESS-DATE TO AB-LAST-RUN-DATE
                   SET AB-RUN-IN-PROGRESS TO TRUE
                   REWRITE ACCOUNT-BALANCE-RECORD
           END-READ
           IF WS-AB-STATUS NOT = "00"
               DISPLAY "ERROR MARKING ACCOUNT BALANCE RUN, STATUS="
                   WS-AB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Every chart account has a record, new accounts starting at a
      * zero opening balance in the open period.  The chart's
      * description and status are carried onto the master each run.
      * The unclassified record is already there from 1200.
      ******************************************************************
       2000-SEED-FROM-CHART.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-CA-STATUS = "00"
               PERFORM 2100-SEED-CHART-ACCOUNT
                   UNTIL WS-CA-END-OF-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE.

       2100-SEED-CHART-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-CA-EOF-SWITCH
               NOT AT END
                   IF CA-ACCOUNT-CODE NOT = SPACES
                       MOVE CA-ACCOUNT-CODE TO AB-ACCOUNT-CODE
                       READ ACCOUNT-BALANCE-FILE
                           INVALID KEY
                               MOVE CA-ACCOUNT-CODE TO AB-ACCOUNT-CODE
                               PERFORM 2200-INITIALIZE-BALANCE-RECORD
                               PERFORM 2150-TAKE-CHART-DETAILS
                               WRITE ACCOUNT-BALANCE-RECORD
                               ADD 1 TO WS-ACCOUNTS-ADDED
                           NOT INVALID KEY
                               PERFORM 2150-TAKE-CHART-DETAILS
                               REWRITE ACCOUNT-BALANCE-RECORD
                       END-READ
                   END-IF
           END-READ.

       2150-TAKE-CHART-DETAILS.
           MOVE CA-DESCRIPTION TO AB-DESCRIPTION
           IF CA-ACCOUNT-CLOSED
               SET AB-ON-CHART-CLOSED TO TRUE
           ELSE
               SET AB-ON-CHART-OPEN TO TRUE
           END-IF.

       2200-INITIALIZE-BALANCE-RECORD.
           MOVE SPACES TO AB-DESCRIPTION
           MOVE SPACE TO AB-CHART-STATUS
           MOVE WS-OPEN-PERIOD-START TO AB-PERIOD-START
           MOVE ZERO TO AB-OPENING-BALANCE
           MOVE ZERO TO AB-PTD-DEBITS
           MOVE ZERO TO AB-PTD-CREDITS
           MOVE ZERO TO AB-CURRENT-BALANCE
           MOVE ZERO TO AB-DAY-DEBITS
           MOVE ZERO TO AB-DAY-CREDITS
           MOVE ZERO TO AB-LAST-POSTED-DATE
           MOVE ZERO TO AB-LAST-RUN-DATE
           MOVE SPACE TO AB-RUN-STATE.

      ******************************************************************
      * A record still open in a period PERCLOSE has since closed
      * rolls forward: the current balance becomes the opening
      * balance and the period-to-date figures restart.  The last
      * day's movement is cleared on every record here, ahead of the
      * day being applied.
      ******************************************************************
       2500-ROLL-CLOSED-PERIODS.
           MOVE 'N' TO WS-AB-EOF-SWITCH
           MOVE LOW-VALUES TO AB-ACCOUNT-CODE
           START ACCOUNT-BALANCE-FILE
                   KEY IS NOT LESS THAN AB-ACCOUNT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-AB-EOF-SWITCH
           END-START
           PERFORM 2550-ROLL-BALANCE-RECORD
               UNTIL WS-AB-END-OF-FILE.

       2550-ROLL-BALANCE-RECORD.
           READ ACCOUNT-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AB-EOF-SWITCH
               NOT AT END
                   IF WS-LAST-CLOSED-END > ZERO
                           AND AB-PERIOD-START NOT > WS-LAST-CLOSED-END
                       MOVE AB-CURRENT-BALANCE TO AB-OPENING-BALANCE
                       MOVE ZERO TO AB-PTD-DEBITS
                       MOVE ZERO TO AB-PTD-CREDITS
                       MOVE WS-OPEN-PERIOD-START TO AB-PERIOD-START
                       ADD 1 TO WS-ACCOUNTS-ROLLED
                   END-IF
                   MOVE ZERO TO AB-DAY-DEBITS
                   MOVE ZERO TO AB-DAY-CREDITS
                   REWRITE ACCOUNT-BALANCE-RECORD
           END-READ.

       3000-APPLY-RELEASED-ROWS.
           OPEN INPUT GLINTFC-FILE
           IF WS-GL-STATUS = "00"
               PERFORM 3100-APPLY-RELEASED-ROW
                   UNTIL WS-GL-END-OF-FILE
           END-IF
           CLOSE GLINTFC-FILE.

      ******************************************************************
      * A detail row posts to its own account; a summary row carries
      * no account and posts unclassified.  A positive amount is a
      * debit, a negative one a credit.
      ******************************************************************
       3100-APPLY-RELEASED-ROW.
           READ GLINTFC-FILE
               AT END
                   MOVE 'Y' TO WS-GL-EOF-SWITCH
               NOT AT END
                   MOVE GLINTFC-IN-BUFFER TO GLINTFC-RECORD
                   IF NOT GL-ENVELOPE-ROW
                       PERFORM 3150-APPLY-INTERCHANGE-ROW
                   END-IF
           END-READ.

      ******************************************************************
      * Transmission header and trailer rows carry no posting and are
      * passed over.
      ******************************************************************
       3150-APPLY-INTERCHANGE-ROW.
           ADD 1 TO WS-RELEASED-ROWS
           IF GL-SUMMARY-ROW
               MOVE SPACES TO WS-POST-ACCOUNT
               MOVE GL-SUM-NET-AMOUNT TO WS-POST-AMOUNT
           ELSE
               MOVE GL-ACCOUNT-CODE TO WS-POST-ACCOUNT
               MOVE GL-AMOUNT TO WS-POST-AMOUNT
           END-IF
           ADD WS-POST-AMOUNT TO WS-RELEASED-AMOUNT
           PERFORM 3200-TEST-RESTAGED-ROW
           IF WS-RESTAGED-ROW
               ADD 1 TO WS-RESTAGED-ROWS
               ADD WS-POST-AMOUNT TO WS-RESTAGED-AMOUNT
           ELSE
               PERFORM 3300-POST-TO-ACCOUNT
           END-IF.

       3200-TEST-RESTAGED-ROW.
           MOVE 'N' TO WS-RESTAGE-SWITCH
           MOVE ZERO TO WS-RS-FOUND
           PERFORM 3250-SCAN-RESTAGE-ENTRY
               VARYING WS-RS-SUB FROM 1 BY 1
               UNTIL WS-RS-SUB > WS-RESTAGE-LOADED
                   OR WS-RS-FOUND > ZERO
           IF WS-RS-FOUND > ZERO
               MOVE 'Y' TO WS-RS-MATCHED(WS-RS-FOUND)
               SET WS-RESTAGED-ROW TO TRUE
           END-IF.

       3250-SCAN-RESTAGE-ENTRY.
           IF WS-RS-MATCHED(WS-RS-SUB) = 'N'
                   AND WS-RS-POSTING-DATE(WS-RS-SUB) = GL-POSTING-DATE
               IF GL-SUMMARY-ROW
                   IF WS-RS-RECORD-TYPE(WS-RS-SUB) = 'S'
                           AND WS-RS-BATCH-KEY(WS-RS-SUB)
                               = GL-SUM-BATCH-KEY
                           AND WS-RS-OPERATION(WS-RS-SUB)
                               = GL-SUM-OPERATION-CODE
                       MOVE WS-RS-SUB TO WS-RS-FOUND
                   END-IF
               ELSE
                   IF WS-RS-RECORD-TYPE(WS-RS-SUB) NOT = 'S'
                           AND WS-RS-TRANS-ID(WS-RS-SUB) = GL-TRANS-ID
                           AND WS-RS-BATCH-KEY(WS-RS-SUB)
                               = GL-BATCH-KEY
                       MOVE WS-RS-SUB TO WS-RS-FOUND
                   END-IF
               END-IF
           END-IF.

       3300-POST-TO-ACCOUNT.
           MOVE WS-POST-ACCOUNT TO AB-ACCOUNT-CODE
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   MOVE WS-POST-ACCOUNT TO AB-ACCOUNT-CODE
                   PERFORM 2200-INITIALIZE-BALANCE-RECORD
                   MOVE "NOT ON CHART" TO AB-DESCRIPTION
                   SET AB-NOT-ON-CHART TO TRUE
                   PERFORM 3350-ACCUMULATE-POSTING
                   WRITE ACCOUNT-BALANCE-RECORD
                   ADD 1 TO WS-ACCOUNTS-ADDED
                   DISPLAY "POSTING TO ACCOUNT NOT ON CHART: "
                       WS-POST-ACCOUNT
               NOT INVALID KEY
                   PERFORM 3350-ACCUMULATE-POSTING
                   REWRITE ACCOUNT-BALANCE-RECORD
           END-READ
           ADD 1 TO WS-APPLIED-ROWS.

       3350-ACCUMULATE-POSTING.
           IF WS-POST-AMOUNT < ZERO
               SUBTRACT WS-POST-AMOUNT FROM AB-PTD-CREDITS
               SUBTRACT WS-POST-AMOUNT FROM AB-DAY-CREDITS
           ELSE
               ADD WS-POST-AMOUNT TO AB-PTD-DEBITS
               ADD WS-POST-AMOUNT TO AB-DAY-DEBITS
           END-IF
           ADD WS-POST-AMOUNT TO AB-CURRENT-BALANCE
           MOVE WS-BUSINESS-DATE TO AB-LAST-POSTED-DATE.

      ******************************************************************
      * One pass over the master in code order prints the trial
      * balance and stamps each record with the business date applied.
      ******************************************************************
       4000-PRINT-TRIAL-BALANCE.
           WRITE ACBRPT01-PRINT-LINE FROM TB-COLUMN-LINE
           MOVE 'N' TO WS-AB-EOF-SWITCH
           MOVE LOW-VALUES TO AB-ACCOUNT-CODE
           START ACCOUNT-BALANCE-FILE
                   KEY IS NOT LESS THAN AB-ACCOUNT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-AB-EOF-SWITCH
           END-START
           PERFORM 4100-PRINT-BALANCE-RECORD
               UNTIL WS-AB-END-OF-FILE
           MOVE "TOTALS" TO TB-TOTAL-LABEL
           MOVE WS-TOTAL-OPENING TO TB-TOTAL-OPENING
           MOVE WS-TOTAL-DEBITS TO TB-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO TB-TOTAL-CREDITS
           MOVE WS-TOTAL-CURRENT TO TB-TOTAL-CURRENT
           MOVE WS-TOTAL-MOVEMENT TO TB-TOTAL-MOVEMENT
           WRITE ACBRPT01-PRINT-LINE FROM TB-TOTAL-LINE
           PERFORM 4500-TIE-TO-RELEASED-AMOUNT.

       4100-PRINT-BALANCE-RECORD.
           READ ACCOUNT-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AB-EOF-SWITCH
               NOT AT END
                   MOVE WS-BUSINESS-DATE TO AB-LAST-RUN-DATE
                   REWRITE ACCOUNT-BALANCE-RECORD
                   COMPUTE WS-DAY-MOVEMENT =
                       AB-DAY-DEBITS - AB-DAY-CREDITS
                   MOVE AB-ACCOUNT-CODE TO TB-ACCOUNT-CODE
                   MOVE AB-DESCRIPTION TO TB-DESCRIPTION
                   EVALUATE TRUE
                       WHEN AB-ON-CHART-OPEN
                           MOVE "OPEN" TO TB-STATUS-TEXT
                       WHEN AB-ON-CHART-CLOSED
                           MOVE "CLOSED" TO TB-STATUS-TEXT
                       WHEN AB-UNCLASSIFIED
                           MOVE "UNCLASSIFIED" TO TB-STATUS-TEXT
                       WHEN OTHER
                           MOVE "NOT ON CHART" TO TB-STATUS-TEXT
                           ADD 1 TO WS-OFF-CHART-COUNT
                   END-EVALUATE
                   MOVE AB-OPENING-BALANCE TO TB-OPENING-BALANCE
                   MOVE AB-PTD-DEBITS TO TB-PTD-DEBITS
                   MOVE AB-PTD-CREDITS TO TB-PTD-CREDITS
                   MOVE AB-CURRENT-BALANCE TO TB-CURRENT-BALANCE
                   MOVE WS-DAY-MOVEMENT TO TB-DAY-MOVEMENT
                   WRITE ACBRPT01-PRINT-LINE FROM TB-DETAIL-LINE
                   ADD 1 TO WS-ACCOUNTS-LISTED
                   ADD AB-OPENING-BALANCE TO WS-TOTAL-OPENING
                   ADD AB-PTD-DEBITS TO WS-TOTAL-DEBITS
                   ADD AB-PTD-CREDITS TO WS-TOTAL-CREDITS
                   ADD AB-CURRENT-BALANCE TO WS-TOTAL-CURRENT
                   ADD WS-DAY-MOVEMENT TO WS-TOTAL-MOVEMENT
           END-READ.

      ******************************************************************
      * The day's movement across all accounts must equal the amount
      * released on GLINTFC.DAT less the restaged postings, which
      * were already on the accounts from the day they first went.
      ******************************************************************
       4500-TIE-TO-RELEASED-AMOUNT.
           MOVE "AMOUNT RELEASED ON GLINTFC.DAT" TO TB-TIE-TEXT
           MOVE WS-RELEASED-AMOUNT TO TB-TIE-AMOUNT
           MOVE SPACES TO TB-TIE-RESULT
           WRITE ACBRPT01-PRINT-LINE FROM TB-TIE-LINE
           MOVE "LESS RESTAGED POSTINGS ALREADY ON ACCOUNTS"
               TO TB-TIE-TEXT
           MOVE WS-RESTAGED-AMOUNT TO TB-TIE-AMOUNT
           WRITE ACBRPT01-PRINT-LINE FROM TB-TIE-LINE
           COMPUTE WS-EXPECTED-MOVEMENT =
               WS-RELEASED-AMOUNT - WS-RESTAGED-AMOUNT
           MOVE "TRIAL BALANCE DAY MOVEMENT" TO TB-TIE-TEXT
           MOVE WS-TOTAL-MOVEMENT TO TB-TIE-AMOUNT
           IF WS-TOTAL-MOVEMENT = WS-EXPECTED-MOVEMENT
               MOVE "IN BALANCE" TO TB-TIE-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO TB-TIE-RESULT
               DISPLAY "*** TRIAL BALANCE OUT OF BALANCE: MOVEMENT "
                   WS-TOTAL-MOVEMENT " VS RELEASED "
                   WS-EXPECTED-MOVEMENT
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE ACBRPT01-PRINT-LINE FROM TB-TIE-LINE.

       5000-TERMINATE.
           MOVE SPACES TO AB-ACCOUNT-CODE
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   DISPLAY "*** UNCLASSIFIED BALANCE RECORD MISSING, "
                       "RUN NOT MARKED COMPLETE"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   SET AB-RUN-COMPLETE TO TRUE
                   REWRITE ACCOUNT-BALANCE-RECORD
           END-READ
           CLOSE ACCOUNT-BALANCE-FILE
           CLOSE ACBRPT01-FILE
           DISPLAY "Business date: " WS-BUSINESS-DATE
           DISPLAY "GL rows released: " WS-RELEASED-ROWS
           DISPLAY "Restaged rows already on accounts: "
               WS-RESTAGED-ROWS
           DISPLAY "Rows applied to accounts: " WS-APPLIED-ROWS
           DISPLAY "Accounts added: " WS-ACCOUNTS-ADDED
           DISPLAY "Accounts rolled to new period: " WS-ACCOUNTS-ROLLED
           DISPLAY "Accounts listed: " WS-ACCOUNTS-LISTED
           IF WS-OFF-CHART-COUNT > ZERO
               DISPLAY "Accounts not on chart: " WS-OFF-CHART-COUNT
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * The open period starts the day after the latest period
      * PERCLOSE has closed; with nothing closed yet it is the first
      * of the business month.
      ******************************************************************
       9100-FIND-LAST-CLOSED-PERIOD.
           OPEN INPUT PERIOD-CLOSE-FILE
           IF WS-PC-STATUS = "00"
               PERFORM 9150-SCAN-CLOSED-PERIOD
                   UNTIL WS-PC-END-OF-FILE
           END-IF
           CLOSE PERIOD-CLOSE-FILE
           IF WS-LAST-CLOSED-END > ZERO
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-CLOSED-END) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   TO WS-OPEN-PERIOD-START
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-OPEN-PERIOD-START
               MOVE "01" TO WS-OPEN-PERIOD-START(7:2)
           END-IF.

       9150-SCAN-CLOSED-PERIOD.
           READ PERIOD-CLOSE-FILE
               AT END
                   MOVE 'Y' TO WS-PC-EOF-SWITCH
               NOT AT END
                   MOVE PERIOD-CLOSE-BUFFER TO PERIOD-CLOSE-RECORD
                   IF PC-PERIOD-END IS NUMERIC
                           AND PC-PERIOD-END > WS-LAST-CLOSED-END
                       MOVE PC-PERIOD-END TO WS-LAST-CLOSED-END
                   END-IF
           END-READ.

       9200-LOAD-RESTAGED-POSTINGS.
           OPEN INPUT GLSTAT-FILE
           IF WS-GS-STATUS = "00"
               PERFORM 9250-LOAD-RESTAGED-POSTING
                   UNTIL WS-GS-END-OF-FILE
           END-IF
           CLOSE GLSTAT-FILE.

       9250-LOAD-RESTAGED-POSTING.
           READ GLSTAT-FILE
               AT END
                   MOVE 'Y' TO WS-GS-EOF-SWITCH
               NOT AT END
                   MOVE GLSTAT-BUFFER TO GL-STATUS-RECORD
                   IF GS-RESEND-COUNT IS NUMERIC
                           AND GS-RESEND-COUNT > ZERO
                       IF WS-RESTAGE-LOADED >= 2000
                           DISPLAY "RESTAGE TABLE FULL, POSTING NOT "
                               "LOADED, TRANS-ID " GS-TRANS-ID
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WS-RESTAGE-LOADED
                           MOVE GS-POSTING-DATE
                               TO WS-RS-POSTING-DATE(WS-RESTAGE-LOADED)
                           MOVE GS-TRANS-ID
                               TO WS-RS-TRANS-ID(WS-RESTAGE-LOADED)
                           MOVE GS-BATCH-KEY
                               TO WS-RS-BATCH-KEY(WS-RESTAGE-LOADED)
                           MOVE GS-RECORD-TYPE
                               TO WS-RS-RECORD-TYPE(WS-RESTAGE-LOADED)
                           MOVE GS-SUM-OPERATION-CODE
                               TO WS-RS-OPERATION(WS-RESTAGE-LOADED)
                           MOVE 'N'
                               TO WS-RS-MATCHED(WS-RESTAGE-LOADED)
                       END-IF
                   END-IF
           END-READ.
