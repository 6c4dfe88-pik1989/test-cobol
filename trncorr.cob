       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNCORR.

      ******************************************************************
      * Edit reject correction and re-entry.  Runs ahead of TRNEDIT,
      * once the day's DAILYTRN.SEQ feed and CTLTOTAL.DAT controls are
      * in place.  The rejects TRNEDIT left on EDITREJ.DAT the prior
      * business day are taken onto the REJCARRY.DAT outstanding file,
      * dated that day; the clerks' REJCORR.DAT corrections are then
      * matched to the outstanding rejects by the transaction id as
      * rejected.  A corrected record is re-edited with TRNEDIT's detail
      * rules - operands, operation code, chart of accounts - and must
      * also calculate cleanly in MATHUTILS, since a record that would
      * recycle would unbalance its batch.  A corrected reversal stays a
      * reversal and is re-edited with TRNEDIT's reversal rules against
      * the POSTHIST.DAT posted history; it foots into its batch as
      * MAINPROG will post it, zero less the original amount.  Records
      * that pass are renumbered above the highest id already on the
      * feed and the prior day's checkpoints, and appended to
      * DAILYTRN.SEQ as one headed and trailered batch keyed CRyymmddnn,
      * with its matching control record appended to CTLTOTAL.DAT so
      * MAINPROG reconciles it like any department's batch.  Each reject
      * re-entered or withdrawn is appended to the REJLOG.DAT resolution
      * log, linking its old id to its new one.  Everything not
      * re-entered or withdrawn is carried forward with its first reject
      * date and listed, aged, on the REJRPT01.DAT report.  The consumed
      * EDITREJ.DAT and REJCORR.DAT are retired so a rerun cannot take
      * the same rejects or corrections twice.  A batch header or
      * trailer reject can only be withdrawn.  RETURN-CODE 8 when a
      * correction fails its re-edit, is refused on a batch record, or
      * matches no outstanding reject, 16 on file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EDIT-REJECT-FILE ASSIGN TO "EDITREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.
           SELECT OPTIONAL REJECT-CARRY-FILE ASSIGN TO "REJCARRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.
           SELECT OPTIONAL REJECT-CORRECTION-FILE
               ASSIGN TO "REJCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RX-STATUS.
           SELECT OPTIONAL TRANS-SOURCE-FILE ASSIGN TO "DAILYTRN.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ES-STATUS.
           SELECT OPTIONAL CTLTOTAL-FILE ASSIGN TO "CTLTOTAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "COACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN USING WS-CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HC-STATUS.
           SELECT OPTIONAL POSTED-HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-TRANS-ID
               FILE STATUS IS WS-PH-STATUS.
           SELECT REJECT-LOG-FILE ASSIGN TO "REJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT REJRPT01-FILE ASSIGN TO "REJRPT01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-REJECT-FILE
           RECORDING MODE IS F.
       01  EDIT-REJECT-BUFFER      PIC X(33).

       FD  REJECT-CARRY-FILE
           RECORDING MODE IS F.
       COPY "REJCARRY.cpy".

       FD  REJECT-CORRECTION-FILE
           RECORDING MODE IS F.
       COPY "REJCORR.cpy".

       FD  TRANS-SOURCE-FILE
           RECORDING MODE IS F.
       01  TRANS-SOURCE-BUFFER     PIC X(26).

       FD  CTLTOTAL-FILE
           RECORDING MODE IS F.
       COPY "CTLTOTAL.cpy".

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       COPY "COACCT.cpy".

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       COPY "CHKPOINT.cpy".

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY "BUSDATE.cpy".

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       COPY "HOLCAL.cpy".

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "POSTHIST.cpy".

       FD  REJECT-LOG-FILE
           RECORDING MODE IS F.
       COPY "REJLOG.cpy".

       FD  REJRPT01-FILE
           RECORDING MODE IS F.
       01  REJRPT01-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ER-STATUS            PIC XX VALUE SPACES.
       01  WS-RJ-STATUS            PIC XX VALUE SPACES.
       01  WS-RX-STATUS            PIC XX VALUE SPACES.
       01  WS-ES-STATUS            PIC XX VALUE SPACES.
       01  WS-CT-STATUS            PIC XX VALUE SPACES.
       01  WS-CA-STATUS            PIC XX VALUE SPACES.
       01  WS-CKPT-STATUS          PIC XX VALUE SPACES.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-HC-STATUS            PIC XX VALUE SPACES.
       01  WS-PH-STATUS            PIC XX VALUE SPACES.
       01  WS-RN-STATUS            PIC XX VALUE SPACES.
       01  WS-RP-STATUS            PIC XX VALUE SPACES.
       01  WS-CHECKPOINT-NAME      PIC X(12) VALUE "RESTART.DAT".
       01  WS-CKPT-SUB             PIC 9(1) VALUE ZERO.
       01  WS-ER-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ER-END-OF-FILE       VALUE 'Y'.
       01  WS-RJ-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RJ-END-OF-FILE       VALUE 'Y'.
       01  WS-RX-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RX-END-OF-FILE       VALUE 'Y'.
       01  WS-ES-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-ES-END-OF-FILE       VALUE 'Y'.
       01  WS-CA-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-CA-END-OF-FILE       VALUE 'Y'.
       01  WS-HC-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HC-END-OF-FILE       VALUE 'Y'.
       01  WS-RECORD-CLEAN-SWITCH  PIC X VALUE 'Y'.
           88  WS-RECORD-CLEAN         VALUE 'Y'.
       01  WS-COA-SWITCH           PIC X VALUE 'N'.
           88  WS-COA-LOADED           VALUE 'Y'.
       01  WS-HISTORY-SWITCH       PIC X VALUE 'N'.
           88  WS-HISTORY-OPEN         VALUE 'Y'.
       01  WS-BUSDATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BUSDATE-SUPPLIED     VALUE 'Y'.
       01  WS-BUSINESS-DAY-SWITCH  PIC X VALUE 'N'.
           88  WS-IS-BUSINESS-DAY      VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-INTEGER     PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-BUSINESS-DATE  PIC 9(8) VALUE ZERO.
       01  WS-TEST-DATE            PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER         PIC 9(7) VALUE ZERO.
       01  WS-STEP-INTEGER         PIC 9(7) VALUE ZERO.
       01  WS-DAY-NUMBER           PIC 9(1) VALUE ZERO.
       01  WS-HOL-SUB              PIC 9(3) VALUE ZERO.
       01  WS-ACCT-SUB             PIC 9(3) VALUE ZERO.
       01  WS-FOUND-ACCT-SUB       PIC 9(3) VALUE ZERO.
       01  WS-OR-SUB               PIC 9(5) VALUE ZERO.
       01  WS-CX-SUB               PIC 9(3) VALUE ZERO.
       01  WS-FOUND-CX-SUB         PIC 9(3) VALUE ZERO.
       01  WS-SG-SUB               PIC 9(5) VALUE ZERO.
       01  WS-RV-SUB               PIC 9(4) VALUE ZERO.
       01  WS-FOUND-RV-SUB         PIC 9(4) VALUE ZERO.
       01  WS-ORIGINAL-TRANS-ID    PIC 9(6) VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(5) VALUE ZERO.
       01  WS-HIGH-TRANS-ID        PIC 9(6) VALUE ZERO.
       01  WS-SCAN-TRANS-ID        PIC 9(6) VALUE ZERO.
       01  WS-HEADER-TRANS-ID      PIC 9(6) VALUE ZERO.
       01  WS-NEXT-TRANS-ID        PIC 9(6) VALUE ZERO.
       01  WS-BATCH-SEQ            PIC 9(2) VALUE ZERO.
       01  WS-BATCH-KEY.
           05  FILLER              PIC X(2) VALUE "CR".
           05  WS-BK-DATE          PIC 9(6) VALUE ZERO.
           05  WS-BK-SEQ           PIC 9(2) VALUE ZERO.
       01  WS-BATCH-SUM            PIC S9(9)V99 VALUE ZERO.
       01  WS-CARRIED-IN-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-TAKEN-ON-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CORRECTIONS-READ     PIC 9(7) VALUE ZERO.
       01  WS-STAGED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-WITHDRAWN-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-FAILED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-UNMATCHED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-CALC-OPERAND-A       PIC S9(5)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
       01  WS-CALC-OPERAND-B       PIC S9(5)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
       01  WS-CALC-RESULT          PIC S9(5)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
       01  WS-CALC-OPERATION       PIC X VALUE SPACE.
       01  WS-MATH-STATUS          PIC X VALUE SPACE.
       COPY "MATHSTAT.cpy".
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAYS-LOADED  PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-ENTRY OCCURS 200 TIMES.
               10  WS-HOL-DATE         PIC 9(8).
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNTS-LOADED  PIC 9(3) VALUE ZERO.
           05  WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
               10  WS-AM-CODE          PIC X(2).
               10  WS-AM-STATUS        PIC X.
       01  WS-OUTSTANDING-TABLE.
           05  WS-OUTSTANDING-USED PIC 9(5) VALUE ZERO.
           05  WS-OUTSTANDING-ENTRY OCCURS 2000 TIMES.
               10  WS-OR-FIRST-DATE    PIC 9(8).
               10  WS-OR-ORIGINAL-ID   PIC X(6).
               10  WS-OR-ATTEMPTS      PIC 9(3).
               10  WS-OR-REJECT-DATA   PIC X(33).
               10  WS-OR-DISPOSITION   PIC X.
                   88  WS-OR-STILL-OPEN    VALUE 'O'.
                   88  WS-OR-RE-ENTERED    VALUE 'S'.
                   88  WS-OR-WITHDRAWN     VALUE 'W'.
               10  WS-OR-NEW-ID        PIC X(6).
               10  WS-OR-CLERK-ID      PIC X(8).
               10  WS-OR-REASON        PIC X(30).
       01  WS-CORRECTION-TABLE.
           05  WS-CORRECTIONS-LOADED PIC 9(3) VALUE ZERO.
           05  WS-CORRECTION-ENTRY OCCURS 500 TIMES.
               10  WS-CX-ACTION-CODE   PIC X.
               10  WS-CX-ORIGINAL-ID   PIC X(6).
               10  WS-CX-OPERAND-A-X   PIC X(8).
               10  WS-CX-OPERAND-B-X   PIC X(8).
               10  WS-CX-OPERATION     PIC X.
               10  WS-CX-ACCOUNT-CODE  PIC X(2).
               10  WS-CX-CLERK-ID      PIC X(8).
               10  WS-CX-REASON        PIC X(30).
               10  WS-CX-USED          PIC X.
                   88  WS-CX-APPLIED       VALUE 'Y'.
       01  WS-STAGED-TABLE.
           05  WS-STAGED-ENTRY OCCURS 2000 TIMES.
               10  WS-SG-IMAGE         PIC X(26).
      *    Originals already reversed by a reversal on today's feed or
      *    in this batch - POSTHIST only learns of them at MAINPROG
      *    commit.
       01  WS-REVERSAL-TABLE.
           05  WS-REVERSALS-USED   PIC 9(4) VALUE ZERO.
           05  WS-RV-ORIGINAL-ID OCCURS 1000 TIMES
                                   PIC 9(6).
       COPY "EDITSRC.cpy".
       COPY "EDITREJ.cpy".
       COPY "REJRPT01.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WORK-REJECT
               VARYING WS-OR-SUB FROM 1 BY 1
               UNTIL WS-OR-SUB > WS-OUTSTANDING-USED
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REJRPT01-FILE
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECT REPORT FILE, STATUS="
                   WS-RP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
           PERFORM 9860-LOAD-BUSINESS-DATE
           PERFORM 9865-LOAD-HOLIDAY-CALENDAR
           MOVE FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               TO WS-BUSINESS-INTEGER
           PERFORM 9880-COMPUTE-PRIOR-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(3:6) TO WS-BK-DATE
           WRITE REJRPT01-PRINT-LINE FROM RJ-HEADING-LINE
           MOVE WS-BUSINESS-DATE TO RJ-BUSINESS-DATE
           WRITE REJRPT01-PRINT-LINE FROM RJ-DATE-LINE
           WRITE REJRPT01-PRINT-LINE FROM RJ-COLUMN-LINE
           PERFORM 9600-LOAD-ACCOUNT-MASTER
           PERFORM 9100-LOAD-CARRIED-REJECTS
           PERFORM 9200-TAKE-ON-NEW-REJECTS
           PERFORM 9300-LOAD-CORRECTIONS
           PERFORM 9500-LOAD-PRIOR-DAY-HIGH-ID
           PERFORM 9400-SCAN-DAILY-FEED
           OPEN INPUT POSTED-HISTORY-FILE
           IF WS-PH-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "POSTED HISTORY NOT ON FILE, CORRECTED "
                   "REVERSALS WILL FAIL RE-EDIT"
           END-IF
           ADD 1 TO WS-BATCH-SEQ
           MOVE WS-BATCH-SEQ TO WS-BK-SEQ
           COMPUTE WS-HEADER-TRANS-ID = WS-HIGH-TRANS-ID + 1
           COMPUTE WS-NEXT-TRANS-ID = WS-HIGH-TRANS-ID + 2.

       2000-WORK-REJECT.
           MOVE WS-OR-REJECT-DATA(WS-OR-SUB) TO EDIT-REJECT-RECORD
           MOVE ER-REJECT-IMAGE TO EDIT-SOURCE-RECORD
           PERFORM 2100-FIND-CORRECTION
           EVALUATE TRUE
               WHEN WS-FOUND-CX-SUB = ZERO
                   MOVE "OUTSTANDING" TO RJ-DET-DISPOSITION
               WHEN WS-CX-ACTION-CODE(WS-FOUND-CX-SUB) = 'W'
                   MOVE 'W' TO WS-OR-DISPOSITION(WS-OR-SUB)
                   PERFORM 2050-NOTE-CLERK
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   MOVE SPACES TO RJ-DET-DISPOSITION
                   STRING "WITHDRAWN BY "
                           WS-CX-CLERK-ID(WS-FOUND-CX-SUB)
                           DELIMITED BY SIZE
                       INTO RJ-DET-DISPOSITION
      *        A batch header or trailer can only be withdrawn - the
      *        re-entered records are staged under a batch of their own.
               WHEN ES-BATCH-HEADER OR ES-BATCH-TRAILER
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "CORRECTION NOT ALLOWED ON BATCH RECORD"
                       TO RJ-DET-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-OR-ATTEMPTS(WS-OR-SUB)
                   PERFORM 2050-NOTE-CLERK
                   PERFORM 2200-APPLY-CORRECTION
                   PERFORM 2300-RE-EDIT-RECORD
                   IF WS-RECORD-CLEAN
                       PERFORM 2400-STAGE-RECORD
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                       MOVE "CORRECTION FAILED RE-EDIT"
                           TO RJ-DET-DISPOSITION
                   END-IF
                   MOVE EDIT-SOURCE-RECORD TO ER-REJECT-IMAGE
                   MOVE EDIT-REJECT-RECORD
                       TO WS-OR-REJECT-DATA(WS-OR-SUB)
           END-EVALUATE
           PERFORM 2900-WRITE-REJECT-LINE.

       2050-NOTE-CLERK.
           MOVE WS-CX-CLERK-ID(WS-FOUND-CX-SUB)
               TO WS-OR-CLERK-ID(WS-OR-SUB)
           MOVE WS-CX-REASON(WS-FOUND-CX-SUB)
               TO WS-OR-REASON(WS-OR-SUB).

      ******************************************************************
      * A correction is spent on the first outstanding reject it
      * names, so two rejects sharing a transaction id need two
      * correction records.
      ******************************************************************
       2100-FIND-CORRECTION.
           MOVE ZERO TO WS-FOUND-CX-SUB
           PERFORM 2150-SCAN-CORRECTION-ENTRY
               VARYING WS-CX-SUB FROM 1 BY 1
               UNTIL WS-CX-SUB > WS-CORRECTIONS-LOADED
                   OR WS-FOUND-CX-SUB > ZERO
           IF WS-FOUND-CX-SUB > ZERO
               MOVE 'Y' TO WS-CX-USED(WS-FOUND-CX-SUB)
           END-IF.

       2150-SCAN-CORRECTION-ENTRY.
           IF WS-CX-ORIGINAL-ID(WS-CX-SUB)
                   = WS-OR-ORIGINAL-ID(WS-OR-SUB)
                   AND NOT WS-CX-APPLIED(WS-CX-SUB)
               MOVE WS-CX-SUB TO WS-FOUND-CX-SUB
           END-IF.

      ******************************************************************
      * A reversal keeps its record type; the clerk can only correct
      * the original transaction id it names.  A detail keeps its
      * type too, unless the type byte itself was rejected, when the
      * corrected record is re-entered as a detail.
      ******************************************************************
       2200-APPLY-CORRECTION.
           IF ES-REVERSAL
               PERFORM 2250-APPLY-REVERSAL-CORRECTION
           ELSE
               PERFORM 2210-APPLY-DETAIL-CORRECTION
           END-IF.

       2210-APPLY-DETAIL-CORRECTION.
           IF ER-RECORD-TYPE-INVALID
               MOVE 'D' TO ES-RECORD-TYPE
           END-IF
           IF WS-CX-OPERAND-A-X(WS-FOUND-CX-SUB) NOT = SPACES
               MOVE WS-CX-OPERAND-A-X(WS-FOUND-CX-SUB)
                   TO ES-OPERAND-A-X
           END-IF
           IF WS-CX-OPERAND-B-X(WS-FOUND-CX-SUB) NOT = SPACES
               MOVE WS-CX-OPERAND-B-X(WS-FOUND-CX-SUB)
                   TO ES-OPERAND-B-X
           END-IF
           IF WS-CX-OPERATION(WS-FOUND-CX-SUB) NOT = SPACE
               MOVE WS-CX-OPERATION(WS-FOUND-CX-SUB)
                   TO ES-OPERATION-CODE
           END-IF
           IF WS-CX-ACCOUNT-CODE(WS-FOUND-CX-SUB) NOT = SPACES
               MOVE WS-CX-ACCOUNT-CODE(WS-FOUND-CX-SUB)
                   TO ES-ACCOUNT-CODE
           END-IF.

       2250-APPLY-REVERSAL-CORRECTION.
           IF WS-CX-OPERAND-A-X(WS-FOUND-CX-SUB) NOT = SPACES
               MOVE WS-CX-OPERAND-A-X(WS-FOUND-CX-SUB)(1:6)
                   TO ES-ORIGINAL-TRANS-ID-X
           END-IF.

      ******************************************************************
      * TRNEDIT's detail and reversal rules, field for field.  The
      * transaction id and sequence edits do not apply here - a
      * re-entered record is given a fresh id when it is staged.
      ******************************************************************
       2300-RE-EDIT-RECORD.
           MOVE 'Y' TO WS-RECORD-CLEAN-SWITCH
           MOVE SPACES TO ER-REASON-TRANS-ID
                          ER-REASON-OPERAND-A
                          ER-REASON-OPERAND-B
                          ER-REASON-OPERATION
                          ER-REASON-SEQUENCE
                          ER-REASON-BATCH
                          ER-REASON-ACCOUNT
           IF ES-REVERSAL
               PERFORM 2360-EDIT-REVERSAL-FIELDS
           ELSE
               PERFORM 2310-EDIT-DETAIL-FIELDS
           END-IF.

       2310-EDIT-DETAIL-FIELDS.
           IF ES-OPERAND-A-S NOT NUMERIC
               SET ER-OPERAND-A-NOT-NUMERIC TO TRUE
               MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
           END-IF
           IF ES-OPERAND-B-S NOT NUMERIC
               SET ER-OPERAND-B-NOT-NUMERIC TO TRUE
               MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
           END-IF
           IF ES-OPERATION-CODE NOT = 'A' AND NOT = 'S'
                   AND NOT = 'M' AND NOT = 'D' AND NOT = SPACE
               SET ER-OPERATION-INVALID TO TRUE
               MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
           END-IF
           IF ES-ACCOUNT-CODE NOT = SPACES AND WS-COA-LOADED
               PERFORM 2340-EDIT-ACCOUNT-CODE
           END-IF
           IF WS-RECORD-CLEAN
               PERFORM 2350-TEST-CALCULATION
           END-IF.

       2340-EDIT-ACCOUNT-CODE.
           MOVE ZERO TO WS-FOUND-ACCT-SUB
           PERFORM 2345-SCAN-ACCOUNT-ENTRY
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNTS-LOADED
                   OR WS-FOUND-ACCT-SUB > ZERO
           EVALUATE TRUE
               WHEN WS-FOUND-ACCT-SUB = ZERO
                   SET ER-ACCOUNT-UNKNOWN TO TRUE
                   MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
               WHEN WS-AM-STATUS(WS-FOUND-ACCT-SUB) = 'C'
                   SET ER-ACCOUNT-CLOSED TO TRUE
                   MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2345-SCAN-ACCOUNT-ENTRY.
           IF WS-AM-CODE(WS-ACCT-SUB) = ES-ACCOUNT-CODE
               MOVE WS-ACCT-SUB TO WS-FOUND-ACCT-SUB
           END-IF.

      ******************************************************************
      * The staged batch's trailer must foot to what MAINPROG will
      * compute, so each record is run through MATHUTILS the same way
      * MAINPROG runs it - a record that would recycle is not staged.
      ******************************************************************
       2350-TEST-CALCULATION.
           MOVE ES-OPERAND-A-S TO WS-CALC-OPERAND-A
           MOVE ES-OPERAND-B-S TO WS-CALC-OPERAND-B
           MOVE ES-OPERATION-CODE TO WS-CALC-OPERATION
           IF WS-CALC-OPERATION = SPACE
               MOVE 'A' TO WS-CALC-OPERATION
           END-IF
           CALL 'MATHUTILS' USING WS-CALC-OPERAND-A WS-CALC-OPERAND-B
               WS-CALC-RESULT WS-MATH-STATUS WS-CALC-OPERATION
           IF NOT MATH-STATUS-OK
               SET ER-CALCULATION-FAILS TO TRUE
               MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
           END-IF.

      ******************************************************************
      * The original must be on the posted history, must not itself
      * be a reversal, must have gone to the GL rather than be held
      * or purged, and must not be reversed already - on file, on
      * today's feed, or earlier in this batch.  A clean reversal is
      * run through MAINPROG's own posting, zero less the original
      * amount, so the trailer foots to what MAINPROG will post.
      ******************************************************************
       2360-EDIT-REVERSAL-FIELDS.
           IF ES-ORIGINAL-TRANS-ID-X NOT NUMERIC
                   OR ES-ORIGINAL-TRANS-ID-X = ZERO
                   OR NOT WS-HISTORY-OPEN
               SET ER-ORIGINAL-UNKNOWN TO TRUE
           ELSE
               MOVE ES-ORIGINAL-TRANS-ID-X TO WS-ORIGINAL-TRANS-ID
               MOVE WS-ORIGINAL-TRANS-ID TO PH-TRANS-ID
               READ POSTED-HISTORY-FILE
                   INVALID KEY
                       SET ER-ORIGINAL-UNKNOWN TO TRUE
                   NOT INVALID KEY
                       IF PH-REVERSAL-OF-ID NOT = ZERO
                           SET ER-ORIGINAL-UNKNOWN TO TRUE
                       END-IF
                       IF NOT PH-NOT-REVERSED
                           SET ER-ORIGINAL-REVERSED TO TRUE
                       END-IF
                       IF ER-REASON-OPERAND-A = SPACE
                               AND NOT PH-POSTED-TO-GL
                           SET ER-ORIGINAL-NOT-RELEASED TO TRUE
                       END-IF
               END-READ
               IF ER-REASON-OPERAND-A = SPACE
                   MOVE ZERO TO WS-FOUND-RV-SUB
                   PERFORM 2365-SCAN-REVERSAL-ENTRY
                       VARYING WS-RV-SUB FROM 1 BY 1
                       UNTIL WS-RV-SUB > WS-REVERSALS-USED
                           OR WS-FOUND-RV-SUB > ZERO
                   IF WS-FOUND-RV-SUB > ZERO
                       SET ER-ORIGINAL-REVERSED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ER-REASON-OPERAND-A NOT = SPACE
               MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
           ELSE
               MOVE ZERO TO WS-CALC-OPERAND-A
               MOVE PH-AMOUNT TO WS-CALC-OPERAND-B
               MOVE 'S' TO WS-CALC-OPERATION
               CALL 'MATHUTILS' USING WS-CALC-OPERAND-A
                   WS-CALC-OPERAND-B WS-CALC-RESULT WS-MATH-STATUS
                   WS-CALC-OPERATION
               IF NOT MATH-STATUS-OK
                   SET ER-CALCULATION-FAILS TO TRUE
                   MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
               END-IF
           END-IF.

       2365-SCAN-REVERSAL-ENTRY.
           IF WS-RV-ORIGINAL-ID(WS-RV-SUB) = WS-ORIGINAL-TRANS-ID
               MOVE WS-RV-SUB TO WS-FOUND-RV-SUB
           END-IF.

       2400-STAGE-RECORD.
           IF WS-STAGED-COUNT >= 2000 OR WS-NEXT-TRANS-ID >= 999999
               MOVE "NOT STAGED - BATCH FULL" TO RJ-DET-DISPOSITION
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-NEXT-TRANS-ID TO ES-TRANS-ID-X
               ADD 1 TO WS-STAGED-COUNT
               MOVE EDIT-SOURCE-RECORD TO WS-SG-IMAGE(WS-STAGED-COUNT)
               IF ES-REVERSAL
                   PERFORM 2450-NOTE-REVERSAL
               END-IF
               ADD WS-CALC-RESULT TO WS-BATCH-SUM
               MOVE 'S' TO WS-OR-DISPOSITION(WS-OR-SUB)
               MOVE ES-TRANS-ID-X TO WS-OR-NEW-ID(WS-OR-SUB)
               MOVE SPACES TO RJ-DET-DISPOSITION
               STRING "RE-ENTERED AS TRANS-ID " WS-NEXT-TRANS-ID
                       DELIMITED BY SIZE
                   INTO RJ-DET-DISPOSITION
               ADD 1 TO WS-NEXT-TRANS-ID
           END-IF.

       2450-NOTE-REVERSAL.
           IF WS-REVERSALS-USED >= 1000
               DISPLAY "REVERSAL TABLE FULL, REPEAT NOT CHECKED, "
                   "ORIGINAL=" ES-ORIGINAL-TRANS-ID-X
           ELSE
               ADD 1 TO WS-REVERSALS-USED
               MOVE ES-ORIGINAL-TRANS-ID-X
                   TO WS-RV-ORIGINAL-ID(WS-REVERSALS-USED)
           END-IF.

       2900-WRITE-REJECT-LINE.
           MOVE WS-OR-ORIGINAL-ID(WS-OR-SUB) TO RJ-DET-TRANS-ID
           MOVE WS-OR-FIRST-DATE(WS-OR-SUB) TO RJ-DET-FIRST-DATE
           MOVE ZERO TO WS-AGE-DAYS
           MOVE FUNCTION INTEGER-OF-DATE(WS-OR-FIRST-DATE(WS-OR-SUB))
               TO WS-DATE-INTEGER
           IF WS-DATE-INTEGER > ZERO
               COMPUTE WS-AGE-DAYS =
                   WS-BUSINESS-INTEGER - WS-DATE-INTEGER
           END-IF
           MOVE WS-AGE-DAYS TO RJ-DET-AGE
           MOVE WS-OR-REJECT-DATA(WS-OR-SUB)(27:7) TO RJ-DET-REASONS
           MOVE WS-OR-REJECT-DATA(WS-OR-SUB)(1:26) TO RJ-DET-IMAGE
           WRITE REJRPT01-PRINT-LINE FROM RJ-DETAIL-LINE.

       3000-TERMINATE.
           PERFORM 3100-REPORT-UNMATCHED-CORRECTION
               VARYING WS-CX-SUB FROM 1 BY 1
               UNTIL WS-CX-SUB > WS-CORRECTIONS-LOADED
           IF WS-STAGED-COUNT > ZERO
               PERFORM 6000-WRITE-STAGED-BATCH
               PERFORM 6100-APPEND-CONTROL-RECORD
               MOVE WS-BATCH-KEY TO RJ-BATCH-KEY
               MOVE WS-STAGED-COUNT TO RJ-BATCH-COUNT
               MOVE WS-BATCH-SUM TO RJ-BATCH-SUM
               WRITE REJRPT01-PRINT-LINE FROM RJ-BATCH-LINE
           END-IF
           IF WS-STAGED-COUNT > ZERO OR WS-WITHDRAWN-COUNT > ZERO
               PERFORM 6300-APPEND-RESOLUTION-LOG
           END-IF
           PERFORM 6200-REWRITE-CARRY-FILE
      *    Retire the consumed inputs the way GLRESUB retires its
      *    exception file - a rerun must not take them on again.
           OPEN OUTPUT EDIT-REJECT-FILE
           CLOSE EDIT-REJECT-FILE
           OPEN OUTPUT REJECT-CORRECTION-FILE
           CLOSE REJECT-CORRECTION-FILE
           IF WS-HISTORY-OPEN
               CLOSE POSTED-HISTORY-FILE
           END-IF
           MOVE "REJECTS CARRIED IN:" TO RJ-TOTAL-LABEL
           MOVE WS-CARRIED-IN-COUNT TO RJ-TOTAL-VALUE
           WRITE REJRPT01-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "NEW REJECTS TAKEN ON:" TO RJ-TOTAL-LABEL
           MOVE WS-TAKEN-ON-COUNT TO RJ-TOTAL-VALUE
           WRITE REJRPT01-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "CORRECTIONS READ:" TO RJ-TOTAL-LABEL
           MOVE WS-CORRECTIONS-READ TO RJ-TOTAL-VALUE
           WRITE REJRPT01-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "RECORDS RE-ENTERED:" TO RJ-TOTAL-LABEL
           MOVE WS-STAGED-COUNT TO RJ-TOTAL-VALUE
           WRITE REJRPT01-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "REJECTS WITHDRAWN:" TO RJ-TOTAL-LABEL
           MOVE WS-WITHDRAWN-COUNT TO RJ-TOTAL-VALUE
           WRITE REJRPT01-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "CORRECTIONS FAILED RE-EDIT:" TO RJ-TOTAL-LABEL
           MOVE WS-FAILED-COUNT TO RJ-TOTAL-VALUE
           WRITE REJRPT01-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "CORRECTIONS REFUSED:" TO RJ-TOTAL-LABEL
           MOVE WS-REFUSED-COUNT TO RJ-TOTAL-VALUE
           WRITE REJRPT01-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "CORRECTIONS UNMATCHED:" TO RJ-TOTAL-LABEL
           MOVE WS-UNMATCHED-COUNT TO RJ-TOTAL-VALUE
           WRITE REJRPT01-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "REJECTS STILL OUTSTANDING:" TO RJ-TOTAL-LABEL
           MOVE WS-OUTSTANDING-COUNT TO RJ-TOTAL-VALUE
           WRITE REJRPT01-PRINT-LINE FROM RJ-TOTAL-LINE
           CLOSE REJRPT01-FILE
           DISPLAY "Rejects carried in: " WS-CARRIED-IN-COUNT
           DISPLAY "New rejects taken on: " WS-TAKEN-ON-COUNT
           DISPLAY "Records re-entered: " WS-STAGED-COUNT
           DISPLAY "Rejects withdrawn: " WS-WITHDRAWN-COUNT
           DISPLAY "Corrections failed re-edit: " WS-FAILED-COUNT
           DISPLAY "Corrections refused: " WS-REFUSED-COUNT
           DISPLAY "Corrections unmatched: " WS-UNMATCHED-COUNT
           DISPLAY "Rejects still outstanding: " WS-OUTSTANDING-COUNT
           IF WS-FAILED-COUNT > ZERO OR WS-REFUSED-COUNT > ZERO
                   OR WS-UNMATCHED-COUNT > ZERO
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3100-REPORT-UNMATCHED-CORRECTION.
           IF NOT WS-CX-APPLIED(WS-CX-SUB)
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO RJ-EXCEPTION-TEXT
               STRING "CORRECTION FOR TRANS-ID "
                       WS-CX-ORIGINAL-ID(WS-CX-SUB)
                       " MATCHED NO OUTSTANDING REJECT, CLERK "
                       WS-CX-CLERK-ID(WS-CX-SUB) DELIMITED BY SIZE
                   INTO RJ-EXCEPTION-TEXT
               WRITE REJRPT01-PRINT-LINE FROM RJ-EXCEPTION-LINE
           END-IF.

      ******************************************************************
      * The re-entered records go on the end of the day's feed as one
      * batch of their own, numbered above everything already there,
      * so TRNEDIT's ascending-id edit passes them.
      ******************************************************************
       6000-WRITE-STAGED-BATCH.
           OPEN EXTEND TRANS-SOURCE-FILE
           IF WS-ES-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR OPENING TRANS SOURCE FILE, STATUS="
                   WS-ES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO EDIT-SOURCE-RECORD
           MOVE WS-HEADER-TRANS-ID TO ES-TRANS-ID-X
           MOVE 'H' TO ES-RECORD-TYPE
           MOVE WS-BATCH-KEY TO ES-BATCH-KEY
           WRITE TRANS-SOURCE-BUFFER FROM EDIT-SOURCE-RECORD
           PERFORM 6050-WRITE-STAGED-DETAIL
               VARYING WS-SG-SUB FROM 1 BY 1
               UNTIL WS-SG-SUB > WS-STAGED-COUNT
           MOVE SPACES TO EDIT-SOURCE-RECORD
           MOVE WS-NEXT-TRANS-ID TO ES-TRANS-ID-X
           MOVE 'T' TO ES-RECORD-TYPE
           MOVE WS-STAGED-COUNT TO ES-BATCH-COUNT-X
           MOVE WS-BATCH-SUM TO ES-BATCH-SUM-S
           WRITE TRANS-SOURCE-BUFFER FROM EDIT-SOURCE-RECORD
           CLOSE TRANS-SOURCE-FILE.

       6050-WRITE-STAGED-DETAIL.
           WRITE TRANS-SOURCE-BUFFER FROM WS-SG-IMAGE(WS-SG-SUB).

       6100-APPEND-CONTROL-RECORD.
           OPEN EXTEND CTLTOTAL-FILE
           IF WS-CT-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR OPENING CTLTOTAL FILE, STATUS="
                   WS-CT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BATCH-KEY TO CT-BATCH-KEY
               MOVE WS-STAGED-COUNT TO CT-CONTROL-COUNT
               MOVE WS-BATCH-SUM TO CT-CONTROL-SUM
               WRITE CTLTOTAL-RECORD
               CLOSE CTLTOTAL-FILE
           END-IF.

       6200-REWRITE-CARRY-FILE.
           OPEN OUTPUT REJECT-CARRY-FILE
           IF WS-RJ-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR REWRITING REJECT CARRY FILE, STATUS="
                   WS-RJ-STATUS
      *        EDITREJ.DAT and REJCORR.DAT are left in place - the
      *        rejects they hold are on no other file.
               CLOSE REJRPT01-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM 6250-WRITE-CARRY-ENTRY
                   VARYING WS-OR-SUB FROM 1 BY 1
                   UNTIL WS-OR-SUB > WS-OUTSTANDING-USED
               CLOSE REJECT-CARRY-FILE
           END-IF.

       6250-WRITE-CARRY-ENTRY.
           IF WS-OR-STILL-OPEN(WS-OR-SUB)
               MOVE WS-OR-FIRST-DATE(WS-OR-SUB)
                   TO RJ-FIRST-REJECT-DATE
               MOVE WS-OR-ORIGINAL-ID(WS-OR-SUB)
                   TO RJ-ORIGINAL-TRANS-ID
               MOVE WS-OR-ATTEMPTS(WS-OR-SUB) TO RJ-ATTEMPT-COUNT
               MOVE WS-OR-REJECT-DATA(WS-OR-SUB) TO RJ-REJECT-DATA
               WRITE REJECT-CARRY-RECORD
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF.

      ******************************************************************
      * Every reject that leaves the outstanding file today goes on
      * the resolution log, so a trace of the id it was rejected
      * under can follow it to the id it was re-entered as.
      ******************************************************************
       6300-APPEND-RESOLUTION-LOG.
           OPEN EXTEND REJECT-LOG-FILE
           IF WS-RN-STATUS = "35"
               OPEN OUTPUT REJECT-LOG-FILE
           END-IF
           IF WS-RN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECT LOG FILE, STATUS="
                   WS-RN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6350-WRITE-LOG-ENTRY
                   VARYING WS-OR-SUB FROM 1 BY 1
                   UNTIL WS-OR-SUB > WS-OUTSTANDING-USED
               CLOSE REJECT-LOG-FILE
           END-IF.

       6350-WRITE-LOG-ENTRY.
           IF WS-OR-RE-ENTERED(WS-OR-SUB) OR WS-OR-WITHDRAWN(WS-OR-SUB)
               MOVE WS-BUSINESS-DATE TO RN-ACTION-DATE
               MOVE WS-OR-ORIGINAL-ID(WS-OR-SUB) TO RN-ORIGINAL-TRANS-ID
               MOVE WS-OR-DISPOSITION(WS-OR-SUB) TO RN-DISPOSITION
               MOVE WS-OR-NEW-ID(WS-OR-SUB) TO RN-NEW-TRANS-ID
               IF WS-OR-RE-ENTERED(WS-OR-SUB)
                   MOVE WS-BATCH-KEY TO RN-BATCH-KEY
               ELSE
                   MOVE SPACES TO RN-BATCH-KEY
               END-IF
               MOVE WS-OR-FIRST-DATE(WS-OR-SUB) TO RN-FIRST-REJECT-DATE
               MOVE WS-OR-ATTEMPTS(WS-OR-SUB) TO RN-ATTEMPT-COUNT
               MOVE WS-OR-CLERK-ID(WS-OR-SUB) TO RN-CLERK-ID
               MOVE WS-OR-REASON(WS-OR-SUB) TO RN-REASON
               WRITE REJECT-LOG-RECORD
           END-IF.

       9100-LOAD-CARRIED-REJECTS.
           OPEN INPUT REJECT-CARRY-FILE
           IF WS-RJ-STATUS = "00"
               PERFORM 9150-LOAD-CARRIED-REJECT
                   UNTIL WS-RJ-END-OF-FILE
           END-IF
      *    An OPTIONAL file opens even when absent, so always close
      *    here or the carry rewrite cannot reopen it for output.
           CLOSE REJECT-CARRY-FILE.

       9150-LOAD-CARRIED-REJECT.
           READ REJECT-CARRY-FILE
               AT END
                   MOVE 'Y' TO WS-RJ-EOF-SWITCH
               NOT AT END
                   IF WS-OUTSTANDING-USED >= 2000
                       DISPLAY "OUTSTANDING REJECT TABLE FULL, RUN "
                           "REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OUTSTANDING-USED
                   ADD 1 TO WS-CARRIED-IN-COUNT
                   MOVE RJ-FIRST-REJECT-DATE
                       TO WS-OR-FIRST-DATE(WS-OUTSTANDING-USED)
                   MOVE RJ-ORIGINAL-TRANS-ID
                       TO WS-OR-ORIGINAL-ID(WS-OUTSTANDING-USED)
                   IF RJ-ATTEMPT-COUNT IS NUMERIC
                       MOVE RJ-ATTEMPT-COUNT
                           TO WS-OR-ATTEMPTS(WS-OUTSTANDING-USED)
                   ELSE
                       MOVE ZERO TO WS-OR-ATTEMPTS(WS-OUTSTANDING-USED)
                   END-IF
                   MOVE RJ-REJECT-DATA
                       TO WS-OR-REJECT-DATA(WS-OUTSTANDING-USED)
                   MOVE 'O' TO WS-OR-DISPOSITION(WS-OUTSTANDING-USED)
                   PERFORM 9160-CLEAR-RESOLUTION
           END-READ.

       9160-CLEAR-RESOLUTION.
           MOVE SPACES TO WS-OR-NEW-ID(WS-OUTSTANDING-USED)
           MOVE SPACES TO WS-OR-CLERK-ID(WS-OUTSTANDING-USED)
           MOVE SPACES TO WS-OR-REASON(WS-OUTSTANDING-USED).

      ******************************************************************
      * The reject file on disk is the prior business day's edit, so
      * that is the date its rejects are aged from.
      ******************************************************************
       9200-TAKE-ON-NEW-REJECTS.
           OPEN INPUT EDIT-REJECT-FILE
           IF WS-ER-STATUS = "00"
               PERFORM 9250-TAKE-ON-REJECT
                   UNTIL WS-ER-END-OF-FILE
           END-IF
           CLOSE EDIT-REJECT-FILE.

       9250-TAKE-ON-REJECT.
           READ EDIT-REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-ER-EOF-SWITCH
               NOT AT END
      *            Refuse rather than drop: a reject that cannot be
      *            carried must not be retired with the file.
                   IF WS-OUTSTANDING-USED >= 2000
                       DISPLAY "OUTSTANDING REJECT TABLE FULL, RUN "
                           "REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE EDIT-REJECT-BUFFER TO EDIT-REJECT-RECORD
                   ADD 1 TO WS-OUTSTANDING-USED
                   ADD 1 TO WS-TAKEN-ON-COUNT
                   MOVE WS-PRIOR-BUSINESS-DATE
                       TO WS-OR-FIRST-DATE(WS-OUTSTANDING-USED)
                   MOVE ER-REJECT-IMAGE(1:6)
                       TO WS-OR-ORIGINAL-ID(WS-OUTSTANDING-USED)
                   MOVE ZERO TO WS-OR-ATTEMPTS(WS-OUTSTANDING-USED)
                   MOVE EDIT-REJECT-RECORD
                       TO WS-OR-REJECT-DATA(WS-OUTSTANDING-USED)
                   MOVE 'O' TO WS-OR-DISPOSITION(WS-OUTSTANDING-USED)
                   PERFORM 9160-CLEAR-RESOLUTION
           END-READ.

       9300-LOAD-CORRECTIONS.
           OPEN INPUT REJECT-CORRECTION-FILE
           IF WS-RX-STATUS = "00"
               PERFORM 9350-LOAD-CORRECTION-ENTRY
                   UNTIL WS-RX-END-OF-FILE
           END-IF
           CLOSE REJECT-CORRECTION-FILE.

       9350-LOAD-CORRECTION-ENTRY.
           READ REJECT-CORRECTION-FILE
               AT END
                   MOVE 'Y' TO WS-RX-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CORRECTIONS-READ
                   EVALUATE TRUE
                       WHEN NOT RX-CORRECT-ACTION
                               AND NOT RX-WITHDRAW-ACTION
                           MOVE SPACES TO RJ-EXCEPTION-TEXT
                           STRING "INVALID ACTION CODE FOR TRANS-ID "
                                   RX-ORIGINAL-TRANS-ID
                                   ", CORRECTION IGNORED"
                                   DELIMITED BY SIZE
                               INTO RJ-EXCEPTION-TEXT
                           WRITE REJRPT01-PRINT-LINE
                               FROM RJ-EXCEPTION-LINE
                           ADD 1 TO WS-UNMATCHED-COUNT
                       WHEN WS-CORRECTIONS-LOADED >= 500
                           DISPLAY "CORRECTION TABLE FULL, RECORD "
                               "IGNORED, TRANS-ID " RX-ORIGINAL-TRANS-ID
                           ADD 1 TO WS-UNMATCHED-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-CORRECTIONS-LOADED
                           MOVE RX-ACTION-CODE TO
                               WS-CX-ACTION-CODE(WS-CORRECTIONS-LOADED)
                           MOVE RX-ORIGINAL-TRANS-ID TO
                               WS-CX-ORIGINAL-ID(WS-CORRECTIONS-LOADED)
                           MOVE RX-OPERAND-A-X TO
                               WS-CX-OPERAND-A-X(WS-CORRECTIONS-LOADED)
                           MOVE RX-OPERAND-B-X TO
                               WS-CX-OPERAND-B-X(WS-CORRECTIONS-LOADED)
                           MOVE RX-OPERATION-CODE TO
                               WS-CX-OPERATION(WS-CORRECTIONS-LOADED)
                           MOVE RX-ACCOUNT-CODE TO
                               WS-CX-ACCOUNT-CODE(WS-CORRECTIONS-LOADED)
                           MOVE RX-CLERK-ID TO
                               WS-CX-CLERK-ID(WS-CORRECTIONS-LOADED)
                           MOVE RX-REASON TO
                               WS-CX-REASON(WS-CORRECTIONS-LOADED)
                           MOVE 'N' TO
                               WS-CX-USED(WS-CORRECTIONS-LOADED)
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * The highest id already on the day's feed, the number of
      * correction batches already appended for this business date,
      * so a second run the same day gets the next batch key, and the
      * originals the feed's own reversals already name.
      ******************************************************************
       9400-SCAN-DAILY-FEED.
           OPEN INPUT TRANS-SOURCE-FILE
           IF WS-ES-STATUS = "00"
               PERFORM 9450-SCAN-FEED-RECORD
                   UNTIL WS-ES-END-OF-FILE
           END-IF
           CLOSE TRANS-SOURCE-FILE.

       9450-SCAN-FEED-RECORD.
           READ TRANS-SOURCE-FILE
               AT END
                   MOVE 'Y' TO WS-ES-EOF-SWITCH
               NOT AT END
                   MOVE TRANS-SOURCE-BUFFER TO EDIT-SOURCE-RECORD
                   IF ES-TRANS-ID-X IS NUMERIC
                       MOVE ES-TRANS-ID-X TO WS-SCAN-TRANS-ID
                       IF WS-SCAN-TRANS-ID > WS-HIGH-TRANS-ID
                           MOVE WS-SCAN-TRANS-ID TO WS-HIGH-TRANS-ID
                       END-IF
                   END-IF
                   IF ES-REVERSAL AND ES-ORIGINAL-TRANS-ID-X IS NUMERIC
                       PERFORM 2450-NOTE-REVERSAL
                   END-IF
                   IF ES-BATCH-HEADER
                           AND ES-BATCH-KEY(1:8) = WS-BATCH-KEY(1:8)
                           AND ES-BATCH-KEY(9:2) IS NUMERIC
                       IF ES-BATCH-KEY(9:2) > WS-BATCH-SEQ
                           MOVE ES-BATCH-KEY(9:2) TO WS-BATCH-SEQ
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A split day leaves its completed checkpoints on RESTART.P1-P4
      * rather than RESTART.DAT, so the prior-day high id is the
      * highest completed checkpoint across all five.
      ******************************************************************
       9500-LOAD-PRIOR-DAY-HIGH-ID.
           MOVE "RESTART.DAT" TO WS-CHECKPOINT-NAME
           PERFORM 9550-TAKE-CHECKPOINT-HIGH-ID
           PERFORM 9560-TAKE-SPLIT-HIGH-ID
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > 4.

       9550-TAKE-CHECKPOINT-HIGH-ID.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-STATUS-COMPLETE
                               AND CK-LAST-TRANS-ID > WS-HIGH-TRANS-ID
                           MOVE CK-LAST-TRANS-ID TO WS-HIGH-TRANS-ID
                       END-IF
               END-READ
           END-IF
           CLOSE CHECKPOINT-FILE.

       9560-TAKE-SPLIT-HIGH-ID.
           MOVE SPACES TO WS-CHECKPOINT-NAME
           STRING "RESTART.P" WS-CKPT-SUB DELIMITED BY SIZE
               INTO WS-CHECKPOINT-NAME
           PERFORM 9550-TAKE-CHECKPOINT-HIGH-ID.

       9600-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-CA-STATUS = "00"
               PERFORM 9650-LOAD-ACCOUNT-ENTRY
                   UNTIL WS-CA-END-OF-FILE
               IF WS-ACCOUNTS-LOADED > ZERO
                   SET WS-COA-LOADED TO TRUE
               END-IF
           END-IF
           CLOSE ACCOUNT-MASTER-FILE.

       9650-LOAD-ACCOUNT-ENTRY.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-CA-EOF-SWITCH
               NOT AT END
                   IF WS-ACCOUNTS-LOADED >= 500
                       DISPLAY "ACCOUNT TABLE FULL, RECORD IGNORED, "
                           "CODE=" CA-ACCOUNT-CODE
                   ELSE
                       ADD 1 TO WS-ACCOUNTS-LOADED
                       MOVE CA-ACCOUNT-CODE
                           TO WS-AM-CODE(WS-ACCOUNTS-LOADED)
                       MOVE CA-ACCOUNT-STATUS
                           TO WS-AM-STATUS(WS-ACCOUNTS-LOADED)
                   END-IF
           END-READ.

       9860-LOAD-BUSINESS-DATE.
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
           END-IF.

       9865-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HC-STATUS = "00"
               PERFORM 9868-LOAD-HOLIDAY-ENTRY
                   UNTIL WS-HC-END-OF-FILE
           END-IF
           CLOSE HOLIDAY-FILE.

       9868-LOAD-HOLIDAY-ENTRY.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-HC-EOF-SWITCH
               NOT AT END
                   IF HC-HOLIDAY-DATE IS NUMERIC
                           AND HC-HOLIDAY-DATE > ZERO
                       IF WS-HOLIDAYS-LOADED >= 200
                           DISPLAY "HOLIDAY TABLE FULL, DATE IGNORED, "
                               HC-HOLIDAY-DATE
                       ELSE
                           ADD 1 TO WS-HOLIDAYS-LOADED
                           MOVE HC-HOLIDAY-DATE
                               TO WS-HOL-DATE(WS-HOLIDAYS-LOADED)
                       END-IF
                   END-IF
           END-READ.

       9875-TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-SWITCH
           MOVE FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
               TO WS-DATE-INTEGER
           COMPUTE WS-DAY-NUMBER = FUNCTION MOD(WS-DATE-INTEGER, 7)
           IF WS-DAY-NUMBER = 0 OR WS-DAY-NUMBER = 6
               MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
           ELSE
               PERFORM 9876-SCAN-HOLIDAY-ENTRY
                   VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOLIDAYS-LOADED
           END-IF.

       9876-SCAN-HOLIDAY-ENTRY.
           IF WS-HOL-DATE(WS-HOL-SUB) = WS-TEST-DATE
               MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
           END-IF.

       9880-COMPUTE-PRIOR-BUSINESS-DATE.
           MOVE WS-BUSINESS-INTEGER TO WS-STEP-INTEGER
           MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
           PERFORM 9885-STEP-PRIOR-DAY
               UNTIL WS-IS-BUSINESS-DAY
           MOVE WS-TEST-DATE TO WS-PRIOR-BUSINESS-DATE.

       9885-STEP-PRIOR-DAY.
           SUBTRACT 1 FROM WS-STEP-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-STEP-INTEGER)
               TO WS-TEST-DATE
           PERFORM 9875-TEST-BUSINESS-DAY.
