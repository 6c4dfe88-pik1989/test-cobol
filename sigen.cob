       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGEN.

      ******************************************************************
      * Standing-instruction generator.  Runs ahead of TRNEDIT, once
      * the day's DAILYTRN.SEQ feed and CTLTOTAL.DAT controls are in
      * place.  Every instruction on the STANDING.DAT master whose
      * next occurrence falls due on or before the BUSDATE.DAT
      * business date - its scheduled date rolled off weekends and
      * HOLCAL.DAT holidays - is generated as a detail transaction,
      * checked first against the COACCT.DAT chart of accounts and
      * run through MATHUTILS the way MAINPROG will run it.  The
      * generated records are numbered above the highest id already
      * on the feed and the prior day's checkpoints and appended to
      * DAILYTRN.SEQ as one headed and trailered batch keyed
      * SIyymmddnn, with its matching control record appended to
      * CTLTOTAL.DAT, the way TRNCORR stages its corrections.  Each
      * instruction's next-due date is stepped past every occurrence
      * generated, so a rerun finds nothing left to generate.  An
      * occurrence that falls due while its instruction is suspended
      * is skipped; one that cannot be generated - closed account,
      * failing calculation - is held and tried again next run.  The
      * SIRPT01.DAT register lists what was generated and every live
      * instruction's next occurrence.  RETURN-CODE 8 when an
      * occurrence is held or an instruction cannot be worked, 16 on
      * file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
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
           SELECT SIRPT01-FILE ASSIGN TO "SIRPT01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE
           RECORDING MODE IS F.
       01  STANDING-BUFFER         PIC X(84).

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

       FD  SIRPT01-FILE
           RECORDING MODE IS F.
       01  SIRPT01-PRINT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SI-STATUS            PIC XX VALUE SPACES.
       01  WS-ES-STATUS            PIC XX VALUE SPACES.
       01  WS-CT-STATUS            PIC XX VALUE SPACES.
       01  WS-CA-STATUS            PIC XX VALUE SPACES.
       01  WS-CKPT-STATUS          PIC XX VALUE SPACES.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-HC-STATUS            PIC XX VALUE SPACES.
       01  WS-IR-STATUS            PIC XX VALUE SPACES.
       01  WS-CHECKPOINT-NAME      PIC X(12) VALUE "RESTART.DAT".
       01  WS-CKPT-SUB             PIC 9(1) VALUE ZERO.
       01  WS-SI-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-SI-END-OF-FILE       VALUE 'Y'.
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
       01  WS-BUSDATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BUSDATE-SUPPLIED     VALUE 'Y'.
       01  WS-BUSINESS-DAY-SWITCH  PIC X VALUE 'N'.
           88  WS-IS-BUSINESS-DAY      VALUE 'Y'.
       01  WS-INSTRUCTION-SWITCH   PIC X VALUE 'N'.
           88  WS-INSTRUCTION-DONE     VALUE 'Y'.
       01  WS-MASTER-SWITCH        PIC X VALUE 'N'.
           88  WS-MASTER-CHANGED       VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE ZERO.
       01  WS-TEST-DATE            PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER         PIC 9(7) VALUE ZERO.
       01  WS-STEP-INTEGER         PIC 9(7) VALUE ZERO.
       01  WS-DAY-NUMBER           PIC 9(1) VALUE ZERO.
       01  WS-WORK-DATE            PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WD-YEAR          PIC 9(4).
           05  WS-WD-MONTH         PIC 9(2).
           05  WS-WD-DAY           PIC 9(2).
       01  WS-MONTH-DATE           PIC 9(8) VALUE ZERO.
       01  WS-MONTH-DATE-PARTS REDEFINES WS-MONTH-DATE.
           05  WS-MD-YEAR          PIC 9(4).
           05  WS-MD-MONTH         PIC 9(2).
           05  WS-MD-DAY           PIC 9(2).
       01  WS-MONTH-LAST-DATE      PIC 9(8) VALUE ZERO.
       01  WS-MONTH-LAST-PARTS REDEFINES WS-MONTH-LAST-DATE.
           05  FILLER              PIC 9(6).
           05  WS-ML-DAY           PIC 9(2).
       01  WS-ANCHOR-DAY           PIC 9(2) VALUE ZERO.
       01  WS-HOL-SUB              PIC 9(3) VALUE ZERO.
       01  WS-ACCT-SUB             PIC 9(3) VALUE ZERO.
       01  WS-FOUND-ACCT-SUB       PIC 9(3) VALUE ZERO.
       01  WS-IN-SUB               PIC 9(3) VALUE ZERO.
       01  WS-SG-SUB               PIC 9(5) VALUE ZERO.
       01  WS-HIGH-TRANS-ID        PIC 9(6) VALUE ZERO.
       01  WS-SCAN-TRANS-ID        PIC 9(6) VALUE ZERO.
       01  WS-HEADER-TRANS-ID      PIC 9(6) VALUE ZERO.
       01  WS-NEXT-TRANS-ID        PIC 9(6) VALUE ZERO.
       01  WS-BATCH-SEQ            PIC 9(2) VALUE ZERO.
       01  WS-BATCH-KEY.
           05  FILLER              PIC X(2) VALUE "SI".
           05  WS-BK-DATE          PIC 9(6) VALUE ZERO.
           05  WS-BK-SEQ           PIC 9(2) VALUE ZERO.
       01  WS-BATCH-SUM            PIC S9(9)V99 VALUE ZERO.
       01  WS-OCCURRENCE-DISPOSITION PIC X(30) VALUE SPACES.
       01  WS-OCCURRENCE-TRANS-ID  PIC X(6) VALUE SPACES.
       01  WS-INSTRUCTIONS-READ    PIC 9(7) VALUE ZERO.
       01  WS-STAGED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-ENDED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-UNUSABLE-COUNT       PIC 9(7) VALUE ZERO.
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
       01  WS-INSTRUCTION-TABLE.
           05  WS-INSTRUCTIONS-LOADED PIC 9(3) VALUE ZERO.
           05  WS-INSTRUCTION-ENTRY OCCURS 500 TIMES.
               10  WS-IN-IMAGE         PIC X(84).
               10  WS-IN-CHECK         PIC X.
                   88  WS-IN-UNUSABLE      VALUE 'U'.
       01  WS-STAGED-TABLE.
           05  WS-STAGED-ENTRY OCCURS 2000 TIMES.
               10  WS-SG-IMAGE         PIC X(26).
       COPY "STDINST.cpy".
       COPY "EDITSRC.cpy".
       COPY "SIRPT01.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WORK-INSTRUCTION
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > WS-INSTRUCTIONS-LOADED
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT SIRPT01-FILE
           IF WS-IR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STANDING INSTRUCTION REGISTER, "
                   "STATUS=" WS-IR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
           PERFORM 9860-LOAD-BUSINESS-DATE
           PERFORM 9865-LOAD-HOLIDAY-CALENDAR
           MOVE WS-BUSINESS-DATE(3:6) TO WS-BK-DATE
           WRITE SIRPT01-PRINT-LINE FROM IR-HEADING-LINE
           MOVE WS-BUSINESS-DATE TO IR-BUSINESS-DATE
           WRITE SIRPT01-PRINT-LINE FROM IR-DATE-LINE
           PERFORM 9600-LOAD-ACCOUNT-MASTER
           PERFORM 9100-LOAD-INSTRUCTIONS
           PERFORM 9500-LOAD-PRIOR-DAY-HIGH-ID
           PERFORM 9400-SCAN-DAILY-FEED
           ADD 1 TO WS-BATCH-SEQ
           MOVE WS-BATCH-SEQ TO WS-BK-SEQ
           COMPUTE WS-HEADER-TRANS-ID = WS-HIGH-TRANS-ID + 1
           COMPUTE WS-NEXT-TRANS-ID = WS-HIGH-TRANS-ID + 2
           MOVE "OCCURRENCES DUE FOR THE BUSINESS DATE"
               TO IR-SECTION-TEXT
           WRITE SIRPT01-PRINT-LINE FROM IR-SECTION-LINE
           WRITE SIRPT01-PRINT-LINE FROM IR-GEN-COLUMN-LINE.

      ******************************************************************
      * Work each instruction's occurrences in date order until its
      * next one is not yet due - more than one when a run was
      * missed, so nothing a department relies on is lost.
      ******************************************************************
       2000-WORK-INSTRUCTION.
           MOVE WS-IN-IMAGE(WS-IN-SUB) TO STANDING-INSTRUCTION-RECORD
           IF NOT SI-ENDED AND NOT WS-IN-UNUSABLE(WS-IN-SUB)
               MOVE 'N' TO WS-INSTRUCTION-SWITCH
               PERFORM 2100-TAKE-OCCURRENCE
                   UNTIL WS-INSTRUCTION-DONE
               MOVE STANDING-INSTRUCTION-RECORD
                   TO WS-IN-IMAGE(WS-IN-SUB)
           END-IF.

       2100-TAKE-OCCURRENCE.
           PERFORM 8000-COMPUTE-EFFECTIVE-DATE
           MOVE ZERO TO WS-CALC-RESULT
           MOVE SPACES TO WS-OCCURRENCE-TRANS-ID
           EVALUATE TRUE
               WHEN SI-END-DATE > ZERO
                       AND SI-NEXT-DUE-DATE > SI-END-DATE
                   SET SI-ENDED TO TRUE
                   SET WS-MASTER-CHANGED TO TRUE
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE "ENDED - END DATE REACHED"
                       TO WS-OCCURRENCE-DISPOSITION
                   PERFORM 2900-WRITE-OCCURRENCE-LINE
                   SET WS-INSTRUCTION-DONE TO TRUE
               WHEN WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   SET WS-INSTRUCTION-DONE TO TRUE
               WHEN SI-SUSPENDED
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED - SUSPENDED"
                       TO WS-OCCURRENCE-DISPOSITION
                   PERFORM 2900-WRITE-OCCURRENCE-LINE
                   PERFORM 2500-ADVANCE-DUE-DATE
               WHEN OTHER
                   PERFORM 2200-GENERATE-OCCURRENCE
           END-EVALUATE.

      ******************************************************************
      * TRNEDIT's account rule and MAINPROG's calculation, so the
      * generated batch edits clean and its trailer foots to what
      * MAINPROG will compute.  An occurrence that fails either is
      * held on the master - not stepped past - until it is fixed.
      ******************************************************************
       2200-GENERATE-OCCURRENCE.
           MOVE 'Y' TO WS-RECORD-CLEAN-SWITCH
           IF SI-ACCOUNT-CODE NOT = SPACES AND WS-COA-LOADED
               PERFORM 2340-EDIT-ACCOUNT-CODE
           END-IF
           IF WS-RECORD-CLEAN
               PERFORM 2350-TEST-CALCULATION
           END-IF
           IF WS-RECORD-CLEAN
               IF WS-STAGED-COUNT >= 2000
                       OR WS-NEXT-TRANS-ID >= 999999
                   MOVE "HELD - BATCH FULL"
                       TO WS-OCCURRENCE-DISPOSITION
                   MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
               END-IF
           END-IF
           IF WS-RECORD-CLEAN
               PERFORM 2400-STAGE-OCCURRENCE
               PERFORM 2900-WRITE-OCCURRENCE-LINE
               PERFORM 2500-ADVANCE-DUE-DATE
           ELSE
               ADD 1 TO WS-HELD-COUNT
               PERFORM 2900-WRITE-OCCURRENCE-LINE
               SET WS-INSTRUCTION-DONE TO TRUE
           END-IF.

       2340-EDIT-ACCOUNT-CODE.
           MOVE ZERO TO WS-FOUND-ACCT-SUB
           PERFORM 2345-SCAN-ACCOUNT-ENTRY
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNTS-LOADED
                   OR WS-FOUND-ACCT-SUB > ZERO
           EVALUATE TRUE
               WHEN WS-FOUND-ACCT-SUB = ZERO
                   MOVE "HELD - ACCOUNT UNKNOWN"
                       TO WS-OCCURRENCE-DISPOSITION
                   MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
               WHEN WS-AM-STATUS(WS-FOUND-ACCT-SUB) = 'C'
                   MOVE "HELD - ACCOUNT CLOSED"
                       TO WS-OCCURRENCE-DISPOSITION
                   MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2345-SCAN-ACCOUNT-ENTRY.
           IF WS-AM-CODE(WS-ACCT-SUB) = SI-ACCOUNT-CODE
               MOVE WS-ACCT-SUB TO WS-FOUND-ACCT-SUB
           END-IF.

       2350-TEST-CALCULATION.
           MOVE SI-OPERAND-A TO WS-CALC-OPERAND-A
           MOVE SI-OPERAND-B TO WS-CALC-OPERAND-B
           MOVE SI-OPERATION-CODE TO WS-CALC-OPERATION
           IF WS-CALC-OPERATION = SPACE
               MOVE 'A' TO WS-CALC-OPERATION
           END-IF
           CALL 'MATHUTILS' USING WS-CALC-OPERAND-A WS-CALC-OPERAND-B
               WS-CALC-RESULT WS-MATH-STATUS WS-CALC-OPERATION
           IF NOT MATH-STATUS-OK
               MOVE "HELD - CALCULATION FAILS"
                   TO WS-OCCURRENCE-DISPOSITION
               MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
           END-IF.

       2400-STAGE-OCCURRENCE.
           MOVE SPACES TO EDIT-SOURCE-RECORD
           MOVE WS-NEXT-TRANS-ID TO ES-TRANS-ID-X
           MOVE 'D' TO ES-RECORD-TYPE
           MOVE SI-OPERAND-A TO ES-OPERAND-A-S
           MOVE SI-OPERAND-B TO ES-OPERAND-B-S
           MOVE SI-OPERATION-CODE TO ES-OPERATION-CODE
           MOVE SI-ACCOUNT-CODE TO ES-ACCOUNT-CODE
           ADD 1 TO WS-STAGED-COUNT
           MOVE EDIT-SOURCE-RECORD TO WS-SG-IMAGE(WS-STAGED-COUNT)
           ADD WS-CALC-RESULT TO WS-BATCH-SUM
           MOVE WS-NEXT-TRANS-ID TO WS-OCCURRENCE-TRANS-ID
           ADD 1 TO WS-NEXT-TRANS-ID
           MOVE WS-BUSINESS-DATE TO SI-LAST-GENERATED-DATE
           ADD 1 TO SI-GENERATED-COUNT
           MOVE "GENERATED" TO WS-OCCURRENCE-DISPOSITION.

      ******************************************************************
      * Step the scheduled date past the occurrence just worked.  A
      * weekly or monthly schedule steps from its scheduled date, so
      * rolling one occurrence off a holiday never moves the next; a
      * daily one steps to the business day after the occurrence.
      ******************************************************************
       2500-ADVANCE-DUE-DATE.
           SET WS-MASTER-CHANGED TO TRUE
           EVALUATE TRUE
               WHEN SI-DAILY
                   MOVE FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE)
                       TO WS-STEP-INTEGER
                   MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
                   PERFORM 8050-STEP-NEXT-DAY
                       UNTIL WS-IS-BUSINESS-DAY
                   MOVE WS-TEST-DATE TO SI-NEXT-DUE-DATE
               WHEN SI-WEEKLY
                   COMPUTE WS-STEP-INTEGER =
                       FUNCTION INTEGER-OF-DATE(SI-NEXT-DUE-DATE) + 7
                   MOVE FUNCTION DATE-OF-INTEGER(WS-STEP-INTEGER)
                       TO SI-NEXT-DUE-DATE
               WHEN SI-MONTHLY
                   MOVE SI-NEXT-DUE-DATE TO WS-WORK-DATE
                   PERFORM 8200-STEP-WORK-MONTH
                   PERFORM 8100-FIND-MONTH-LAST-DAY
                   MOVE SI-START-DATE(7:2) TO WS-ANCHOR-DAY
                   IF WS-ANCHOR-DAY > WS-ML-DAY
                       MOVE WS-MONTH-LAST-DATE TO SI-NEXT-DUE-DATE
                   ELSE
                       MOVE WS-ANCHOR-DAY TO WS-WD-DAY
                       MOVE WS-WORK-DATE TO SI-NEXT-DUE-DATE
                   END-IF
               WHEN SI-MONTH-END
                   MOVE SI-NEXT-DUE-DATE TO WS-WORK-DATE
                   PERFORM 8200-STEP-WORK-MONTH
                   PERFORM 8100-FIND-MONTH-LAST-DAY
                   MOVE WS-MONTH-LAST-DATE TO SI-NEXT-DUE-DATE
           END-EVALUATE.

       2900-WRITE-OCCURRENCE-LINE.
           MOVE SI-INSTRUCTION-ID TO IR-GEN-INSTRUCTION-ID
           MOVE SI-ACCOUNT-CODE TO IR-GEN-ACCOUNT-CODE
           MOVE SI-OPERATION-CODE TO IR-GEN-OPERATION-CODE
           MOVE SI-OPERAND-A TO IR-GEN-OPERAND-A
           MOVE SI-OPERAND-B TO IR-GEN-OPERAND-B
           MOVE WS-CALC-RESULT TO IR-GEN-RESULT
           MOVE SI-NEXT-DUE-DATE TO IR-GEN-SCHEDULED-DATE
           MOVE WS-EFFECTIVE-DATE TO IR-GEN-EFFECTIVE-DATE
           MOVE WS-OCCURRENCE-TRANS-ID TO IR-GEN-TRANS-ID
           MOVE WS-OCCURRENCE-DISPOSITION TO IR-GEN-DISPOSITION
           WRITE SIRPT01-PRINT-LINE FROM IR-GEN-LINE.

       3000-TERMINATE.
           IF WS-STAGED-COUNT > ZERO
               PERFORM 6000-WRITE-STAGED-BATCH
               PERFORM 6100-APPEND-CONTROL-RECORD
               MOVE WS-BATCH-KEY TO IR-BATCH-KEY
               MOVE WS-STAGED-COUNT TO IR-BATCH-COUNT
               MOVE WS-BATCH-SUM TO IR-BATCH-SUM
               WRITE SIRPT01-PRINT-LINE FROM IR-BATCH-LINE
           ELSE
               MOVE "NO OCCURRENCES GENERATED - NO BATCH WRITTEN"
                   TO IR-SECTION-TEXT
               WRITE SIRPT01-PRINT-LINE FROM IR-SECTION-LINE
           END-IF
      *    The master is rewritten only once the batch is on the feed,
      *    so a failed run leaves every occurrence still due.
           IF WS-MASTER-CHANGED
               PERFORM 6200-REWRITE-STANDING-MASTER
           END-IF
           MOVE "COMING DUE" TO IR-SECTION-TEXT
           WRITE SIRPT01-PRINT-LINE FROM IR-SECTION-LINE
           WRITE SIRPT01-PRINT-LINE FROM IR-DUE-COLUMN-LINE
           PERFORM 4000-LIST-COMING-DUE
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > WS-INSTRUCTIONS-LOADED
           MOVE "INSTRUCTIONS ON MASTER:" TO IR-TOTAL-LABEL
           MOVE WS-INSTRUCTIONS-READ TO IR-TOTAL-VALUE
           WRITE SIRPT01-PRINT-LINE FROM IR-TOTAL-LINE
           MOVE "OCCURRENCES GENERATED:" TO IR-TOTAL-LABEL
           MOVE WS-STAGED-COUNT TO IR-TOTAL-VALUE
           WRITE SIRPT01-PRINT-LINE FROM IR-TOTAL-LINE
           MOVE "OCCURRENCES HELD:" TO IR-TOTAL-LABEL
           MOVE WS-HELD-COUNT TO IR-TOTAL-VALUE
           WRITE SIRPT01-PRINT-LINE FROM IR-TOTAL-LINE
           MOVE "OCCURRENCES SKIPPED:" TO IR-TOTAL-LABEL
           MOVE WS-SKIPPED-COUNT TO IR-TOTAL-VALUE
           WRITE SIRPT01-PRINT-LINE FROM IR-TOTAL-LINE
           MOVE "INSTRUCTIONS ENDED:" TO IR-TOTAL-LABEL
           MOVE WS-ENDED-COUNT TO IR-TOTAL-VALUE
           WRITE SIRPT01-PRINT-LINE FROM IR-TOTAL-LINE
           MOVE "INSTRUCTIONS NOT WORKED:" TO IR-TOTAL-LABEL
           MOVE WS-UNUSABLE-COUNT TO IR-TOTAL-VALUE
           WRITE SIRPT01-PRINT-LINE FROM IR-TOTAL-LINE
           CLOSE SIRPT01-FILE
           DISPLAY "Instructions on master: " WS-INSTRUCTIONS-READ
           DISPLAY "Occurrences generated: " WS-STAGED-COUNT
           DISPLAY "Occurrences held: " WS-HELD-COUNT
           DISPLAY "Occurrences skipped: " WS-SKIPPED-COUNT
           DISPLAY "Instructions ended: " WS-ENDED-COUNT
           DISPLAY "Instructions not worked: " WS-UNUSABLE-COUNT
           IF WS-HELD-COUNT > ZERO OR WS-UNUSABLE-COUNT > ZERO
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       4000-LIST-COMING-DUE.
           MOVE WS-IN-IMAGE(WS-IN-SUB) TO STANDING-INSTRUCTION-RECORD
           IF NOT SI-ENDED AND NOT WS-IN-UNUSABLE(WS-IN-SUB)
               PERFORM 8000-COMPUTE-EFFECTIVE-DATE
               MOVE SI-INSTRUCTION-ID TO IR-DUE-INSTRUCTION-ID
               MOVE SI-ACCOUNT-CODE TO IR-DUE-ACCOUNT-CODE
               MOVE SI-OPERATION-CODE TO IR-DUE-OPERATION-CODE
               MOVE SI-OPERAND-A TO IR-DUE-OPERAND-A
               MOVE SI-OPERAND-B TO IR-DUE-OPERAND-B
               EVALUATE TRUE
                   WHEN SI-DAILY
                       MOVE "DAILY" TO IR-DUE-FREQUENCY
                   WHEN SI-WEEKLY
                       MOVE "WEEKLY" TO IR-DUE-FREQUENCY
                   WHEN SI-MONTHLY
                       MOVE "MONTHLY" TO IR-DUE-FREQUENCY
                   WHEN SI-MONTH-END
                       MOVE "MONTH-END" TO IR-DUE-FREQUENCY
               END-EVALUATE
               IF SI-SUSPENDED
                   MOVE "SUSPENDED" TO IR-DUE-STATUS
               ELSE
                   MOVE "ACTIVE" TO IR-DUE-STATUS
               END-IF
               MOVE SI-NEXT-DUE-DATE TO IR-DUE-SCHEDULED-DATE
               MOVE WS-EFFECTIVE-DATE TO IR-DUE-EFFECTIVE-DATE
               IF SI-END-DATE = ZERO
                   MOVE "NONE" TO IR-DUE-END-DATE
               ELSE
                   MOVE SI-END-DATE TO IR-DUE-END-DATE
               END-IF
               MOVE SI-DESCRIPTION TO IR-DUE-DESCRIPTION
               WRITE SIRPT01-PRINT-LINE FROM IR-DUE-LINE
           END-IF.

      ******************************************************************
      * The generated records go on the end of the day's feed as one
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

      ******************************************************************
      * STANDING.DAT is a plain sequential file, so the worked table
      * is written back whole, in its original order.
      ******************************************************************
       6200-REWRITE-STANDING-MASTER.
           OPEN OUTPUT STANDING-FILE
           IF WS-SI-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR REWRITING STANDING INSTRUCTION MASTER, "
                   "STATUS=" WS-SI-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6250-WRITE-INSTRUCTION-ENTRY
                   VARYING WS-IN-SUB FROM 1 BY 1
                   UNTIL WS-IN-SUB > WS-INSTRUCTIONS-LOADED
               CLOSE STANDING-FILE
           END-IF.

       6250-WRITE-INSTRUCTION-ENTRY.
           WRITE STANDING-BUFFER FROM WS-IN-IMAGE(WS-IN-SUB).

      ******************************************************************
      * The date an occurrence actually posts: its scheduled date,
      * rolled forward to the next business day - or, for a month-end
      * instruction, back to the month's last business day.
      ******************************************************************
       8000-COMPUTE-EFFECTIVE-DATE.
           MOVE SI-NEXT-DUE-DATE TO WS-TEST-DATE
           PERFORM 9875-TEST-BUSINESS-DAY
           MOVE WS-DATE-INTEGER TO WS-STEP-INTEGER
           IF SI-MONTH-END
               PERFORM 9885-STEP-PRIOR-DAY
                   UNTIL WS-IS-BUSINESS-DAY
           ELSE
               PERFORM 8050-STEP-NEXT-DAY
                   UNTIL WS-IS-BUSINESS-DAY
           END-IF
           MOVE WS-TEST-DATE TO WS-EFFECTIVE-DATE.

       8050-STEP-NEXT-DAY.
           ADD 1 TO WS-STEP-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-STEP-INTEGER)
               TO WS-TEST-DATE
           PERFORM 9875-TEST-BUSINESS-DAY.

       8100-FIND-MONTH-LAST-DAY.
           MOVE WS-WORK-DATE TO WS-MONTH-DATE
           MOVE 1 TO WS-MD-DAY
           IF WS-MD-MONTH = 12
               ADD 1 TO WS-MD-YEAR
               MOVE 1 TO WS-MD-MONTH
           ELSE
               ADD 1 TO WS-MD-MONTH
           END-IF
           COMPUTE WS-STEP-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-STEP-INTEGER)
               TO WS-MONTH-LAST-DATE.

       8200-STEP-WORK-MONTH.
           MOVE 1 TO WS-WD-DAY
           IF WS-WD-MONTH = 12
               ADD 1 TO WS-WD-YEAR
               MOVE 1 TO WS-WD-MONTH
           ELSE
               ADD 1 TO WS-WD-MONTH
           END-IF.

      ******************************************************************
      * An instruction whose dates cannot be worked is carried on the
      * master untouched and reported; SIMAINT never writes one.
      ******************************************************************
       9100-LOAD-INSTRUCTIONS.
           OPEN INPUT STANDING-FILE
           IF WS-SI-STATUS = "00"
               PERFORM 9150-LOAD-INSTRUCTION-ENTRY
                   UNTIL WS-SI-END-OF-FILE
           END-IF
      *    An OPTIONAL file opens even when absent, so always close
      *    here or the master rewrite cannot reopen it for output.
           CLOSE STANDING-FILE.

       9150-LOAD-INSTRUCTION-ENTRY.
           READ STANDING-FILE
               AT END
                   MOVE 'Y' TO WS-SI-EOF-SWITCH
               NOT AT END
                   MOVE STANDING-BUFFER TO STANDING-INSTRUCTION-RECORD
      *            Refuse rather than drop: the master is rewritten
      *            from the table, so a record left out would be lost.
                   IF WS-INSTRUCTIONS-LOADED >= 500
                       DISPLAY "STANDING INSTRUCTION TABLE FULL, RUN "
                           "REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-INSTRUCTIONS-READ
                   ADD 1 TO WS-INSTRUCTIONS-LOADED
                   MOVE STANDING-INSTRUCTION-RECORD
                       TO WS-IN-IMAGE(WS-INSTRUCTIONS-LOADED)
                   MOVE SPACE TO WS-IN-CHECK(WS-INSTRUCTIONS-LOADED)
                   IF NOT SI-ENDED
                       PERFORM 9160-CHECK-INSTRUCTION-DATES
                   END-IF
           END-READ.

       9160-CHECK-INSTRUCTION-DATES.
           MOVE ZERO TO WS-DATE-INTEGER
           IF SI-NEXT-DUE-DATE IS NUMERIC
                   AND SI-START-DATE IS NUMERIC
                   AND SI-END-DATE IS NUMERIC
                   AND SI-FREQUENCY-VALID
               MOVE FUNCTION INTEGER-OF-DATE(SI-NEXT-DUE-DATE)
                   TO WS-DATE-INTEGER
           END-IF
           IF WS-DATE-INTEGER = ZERO
               MOVE 'U' TO WS-IN-CHECK(WS-INSTRUCTIONS-LOADED)
               ADD 1 TO WS-UNUSABLE-COUNT
               MOVE SPACES TO IR-EXCEPTION-TEXT
               STRING "INSTRUCTION " SI-INSTRUCTION-ID
                       " HAS NO WORKABLE SCHEDULE, NOT WORKED"
                       DELIMITED BY SIZE
                   INTO IR-EXCEPTION-TEXT
               WRITE SIRPT01-PRINT-LINE FROM IR-EXCEPTION-LINE
           END-IF.

      ******************************************************************
      * The highest id already on the day's feed, and the number of
      * standing-instruction batches already appended for this
      * business date, so a second run the same day gets the next
      * batch key.
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

       9885-STEP-PRIOR-DAY.
           SUBTRACT 1 FROM WS-STEP-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-STEP-INTEGER)
               TO WS-TEST-DATE
           PERFORM 9875-TEST-BUSINESS-DAY.
