       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMAINT.

      ******************************************************************
      * Standing-instruction maintenance.  SIGEN generates the day's
      * recurring transactions from STANDING.DAT; this program is
      * the supported way to change that file.  Requests on
      * SIMTRANS.DAT add an instruction, suspend it, resume it, or
      * end it.  An add is checked the way TRNEDIT and MAINPROG will
      * check every occurrence it generates - account on the
      * COACCT.DAT chart of accounts and open, operands numeric, a
      * known operation code, and a calculation MATHUTILS can carry
      * out - along with its frequency and dates against the
      * BUSDATE.DAT business date.  A suspended instruction's
      * occurrences are skipped, not saved up, so a resume picks up
      * at the next one due.  An end takes effect at once, or runs
      * the instruction through a later end date.  Every applied
      * request prints before and after images on the register and
      * is appended to the SIHIST.DAT change history with the
      * requester, the reason, and the time - once STANDING.DAT has
      * been rewritten, so the history never shows a change the
      * master did not get.  RETURN-CODE 8 when any request is
      * rejected, 16 on file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-MAINT-FILE ASSIGN TO "SIMTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.
           SELECT OPTIONAL STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT STANDING-HISTORY-FILE ASSIGN TO "SIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "COACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT SIMRPT01-FILE ASSIGN TO "SIMRPT01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-MAINT-FILE
           RECORDING MODE IS F.
       COPY "SIMTRANS.cpy".

       FD  STANDING-FILE
           RECORDING MODE IS F.
       01  STANDING-BUFFER         PIC X(84).

       FD  STANDING-HISTORY-FILE
           RECORDING MODE IS F.
       01  STANDING-HISTORY-BUFFER PIC X(92).

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       COPY "COACCT.cpy".

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY "BUSDATE.cpy".

       FD  SIMRPT01-FILE
           RECORDING MODE IS F.
       01  SIMRPT01-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SM-STATUS            PIC XX VALUE SPACES.
       01  WS-SI-STATUS            PIC XX VALUE SPACES.
       01  WS-SH-STATUS            PIC XX VALUE SPACES.
       01  WS-CA-STATUS            PIC XX VALUE SPACES.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-MR-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-SI-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-SI-END-OF-FILE       VALUE 'Y'.
       01  WS-CA-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-CA-END-OF-FILE       VALUE 'Y'.
       01  WS-COA-SWITCH           PIC X VALUE 'N'.
           88  WS-COA-LOADED           VALUE 'Y'.
       01  WS-BUSDATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BUSDATE-SUPPLIED     VALUE 'Y'.
       01  WS-START-DATE-SWITCH    PIC X VALUE 'N'.
           88  WS-START-DATE-VALID     VALUE 'Y'.
       01  WS-END-DATE-SWITCH      PIC X VALUE 'N'.
           88  WS-END-DATE-VALID       VALUE 'Y'.
       01  WS-CALC-SWITCH          PIC X VALUE 'N'.
           88  WS-CALC-WORKS           VALUE 'Y'.
       01  WS-MASTER-SWITCH        PIC X VALUE 'N'.
           88  WS-MASTER-REWRITTEN     VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-NEW-START-DATE       PIC 9(8) VALUE ZERO.
       01  WS-NEW-END-DATE         PIC 9(8) VALUE ZERO.
       01  WS-STEP-INTEGER         PIC 9(7) VALUE ZERO.
       01  WS-WORK-DATE            PIC 9(8) VALUE ZERO.
       01  WS-MONTH-DATE           PIC 9(8) VALUE ZERO.
       01  WS-MONTH-DATE-PARTS REDEFINES WS-MONTH-DATE.
           05  WS-MD-YEAR          PIC 9(4).
           05  WS-MD-MONTH         PIC 9(2).
           05  WS-MD-DAY           PIC 9(2).
       01  WS-MONTH-LAST-DATE      PIC 9(8) VALUE ZERO.
       01  WS-ACCT-SUB             PIC 9(3) VALUE ZERO.
       01  WS-FOUND-ACCT-SUB       PIC 9(3) VALUE ZERO.
       01  WS-IN-SUB               PIC 9(3) VALUE ZERO.
       01  WS-FOUND-IN-SUB         PIC 9(3) VALUE ZERO.
       01  WS-HIST-SUB             PIC 9(3) VALUE ZERO.
       01  WS-BEFORE-IMAGE         PIC X(84) VALUE SPACES.
       01  WS-BEFORE-STATUS        PIC X VALUE SPACE.
       01  WS-BEFORE-END-DATE      PIC 9(8) VALUE ZERO.
       01  WS-REQUESTS-READ        PIC 9(7) VALUE ZERO.
       01  WS-ADDS-APPLIED         PIC 9(7) VALUE ZERO.
       01  WS-SUSPENDS-APPLIED     PIC 9(7) VALUE ZERO.
       01  WS-RESUMES-APPLIED      PIC 9(7) VALUE ZERO.
       01  WS-ENDS-APPLIED         PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-CALC-OPERAND-A       PIC S9(5)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
       01  WS-CALC-OPERAND-B       PIC S9(5)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
       01  WS-CALC-RESULT          PIC S9(5)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
       01  WS-CALC-OPERATION       PIC X VALUE SPACE.
       01  WS-MATH-STATUS          PIC X VALUE SPACE.
       COPY "MATHSTAT.cpy".
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNTS-LOADED  PIC 9(3) VALUE ZERO.
           05  WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
               10  WS-AM-CODE          PIC X(2).
               10  WS-AM-STATUS        PIC X.
       01  WS-INSTRUCTION-TABLE.
           05  WS-INSTRUCTIONS-LOADED PIC 9(3) VALUE ZERO.
           05  WS-INSTRUCTION-ENTRY OCCURS 500 TIMES.
               10  WS-IN-IMAGE         PIC X(84).
      *    History rows for the requests applied, held until the
      *    standing-instruction master has been rewritten.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-USED     PIC 9(3) VALUE ZERO.
           05  WS-HISTORY-ENTRY OCCURS 500 TIMES.
               10  WS-HI-IMAGE         PIC X(92).
       COPY "STDINST.cpy".
       COPY "SIHIST.cpy".
       COPY "SIMRPT01.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-MAINTENANCE
               UNTIL WS-END-OF-FILE
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT STANDING-MAINT-FILE
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STANDING MAINT FILE, STATUS="
                   WS-SM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SIMRPT01-FILE
           IF WS-MR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STANDING MAINT REPORT, STATUS="
                   WS-MR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE SIMRPT01-PRINT-LINE FROM MI-HEADING-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
           PERFORM 9860-LOAD-BUSINESS-DATE
           PERFORM 9000-LOAD-INSTRUCTIONS
           PERFORM 9600-LOAD-ACCOUNT-MASTER
           PERFORM 8000-READ-STANDING-MAINT.

       2000-APPLY-MAINTENANCE.
           MOVE SM-INSTRUCTION-ID TO MI-ACTION-INSTRUCTION
           MOVE SM-REQUESTED-BY TO MI-ACTION-REQUESTER
           MOVE SM-REASON TO MI-ACTION-REASON
           EVALUATE TRUE
               WHEN NOT SM-ACTION-ADD AND NOT SM-ACTION-SUSPEND
                       AND NOT SM-ACTION-RESUME
                       AND NOT SM-ACTION-END
                   MOVE "INVALID" TO MI-ACTION-LABEL
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN SM-INSTRUCTION-ID = SPACES
                   MOVE SM-ACTION-CODE TO MI-ACTION-LABEL
                   MOVE "REJECTED - NO INSTRUCTION ID"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
      *        The change history is for the auditors - a request
      *        that cannot say who asked and why is not applied.
               WHEN SM-REQUESTED-BY = SPACES
                   MOVE SM-ACTION-CODE TO MI-ACTION-LABEL
                   MOVE "REJECTED - NO REQUESTER ID"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN SM-REASON = SPACES
                   MOVE SM-ACTION-CODE TO MI-ACTION-LABEL
                   MOVE "REJECTED - NO REASON GIVEN"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-HISTORY-USED >= 500
                   MOVE SM-ACTION-CODE TO MI-ACTION-LABEL
                   MOVE "REJECTED - HISTORY TABLE FULL"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN SM-ACTION-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN SM-ACTION-SUSPEND
                   PERFORM 2200-APPLY-SUSPEND
               WHEN SM-ACTION-RESUME
                   PERFORM 2300-APPLY-RESUME
               WHEN SM-ACTION-END
                   PERFORM 2400-APPLY-END
           END-EVALUATE
           PERFORM 8000-READ-STANDING-MAINT.

      ******************************************************************
      * An instruction is checked once here the way TRNEDIT and
      * MAINPROG check every record, so the occurrences SIGEN
      * generates from it are not rejected downstream day after day.
      ******************************************************************
       2100-APPLY-ADD.
           MOVE "ADD" TO MI-ACTION-LABEL
           PERFORM 7500-FIND-INSTRUCTION
           PERFORM 7700-FIND-ACCOUNT
           PERFORM 2150-EDIT-ADD-DATES
           PERFORM 2160-TEST-CALCULATION
           EVALUATE TRUE
               WHEN WS-FOUND-IN-SUB > ZERO
                   MOVE "REJECTED - INSTRUCTION EXISTS"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN SM-ACCOUNT-CODE = SPACES
                   MOVE "REJECTED - NO ACCOUNT CODE"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-COA-LOADED AND WS-FOUND-ACCT-SUB = ZERO
                   MOVE "REJECTED - ACCOUNT NOT ON FILE"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-COA-LOADED
                       AND WS-AM-STATUS(WS-FOUND-ACCT-SUB) = 'C'
                   MOVE "REJECTED - ACCOUNT CLOSED" TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN SM-OPERAND-A-S NOT NUMERIC
                       OR SM-OPERAND-B-S NOT NUMERIC
                   MOVE "REJECTED - OPERAND NOT NUMERIC"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN SM-OPERATION-CODE NOT = 'A' AND NOT = 'S'
                       AND NOT = 'M' AND NOT = 'D' AND NOT = SPACE
                   MOVE "REJECTED - INVALID OPERATION"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN SM-FREQUENCY NOT = 'D' AND NOT = 'W'
                       AND NOT = 'M' AND NOT = 'E'
                   MOVE "REJECTED - INVALID FREQUENCY"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN NOT WS-START-DATE-VALID
                   MOVE "REJECTED - INVALID START DATE"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-NEW-START-DATE < WS-BUSINESS-DATE
                   MOVE "REJECTED - START DATE PASSED"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN NOT WS-END-DATE-VALID
                   MOVE "REJECTED - INVALID END DATE"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-NEW-END-DATE > ZERO
                       AND WS-NEW-END-DATE < WS-NEW-START-DATE
                   MOVE "REJECTED - END BEFORE START"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN NOT WS-CALC-WORKS
                   MOVE "REJECTED - CALCULATION FAILS"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-INSTRUCTIONS-LOADED >= 500
                   MOVE "REJECTED - INSTRUCTION TABLE FULL"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN OTHER
                   MOVE SPACES TO STANDING-INSTRUCTION-RECORD
                   MOVE ZERO TO SI-START-DATE SI-END-DATE
                       SI-NEXT-DUE-DATE SI-LAST-GENERATED-DATE
                       SI-GENERATED-COUNT SI-OPERAND-A SI-OPERAND-B
                   MOVE STANDING-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
                   MOVE SPACE TO WS-BEFORE-STATUS
                   MOVE ZERO TO WS-BEFORE-END-DATE
                   MOVE SM-INSTRUCTION-ID TO SI-INSTRUCTION-ID
                   SET SI-ACTIVE TO TRUE
                   MOVE SM-ACCOUNT-CODE TO SI-ACCOUNT-CODE
                   MOVE SM-OPERAND-A-S TO SI-OPERAND-A
                   MOVE SM-OPERAND-B-S TO SI-OPERAND-B
                   MOVE SM-OPERATION-CODE TO SI-OPERATION-CODE
                   MOVE SM-FREQUENCY TO SI-FREQUENCY
                   MOVE WS-NEW-START-DATE TO SI-START-DATE
                   MOVE WS-NEW-END-DATE TO SI-END-DATE
                   MOVE SM-DESCRIPTION TO SI-DESCRIPTION
      *            A month-end instruction is scheduled on the last
      *            day of its start month; SIGEN rolls it back from
      *            there to the month's last business day.
                   IF SI-MONTH-END
                       MOVE WS-NEW-START-DATE TO WS-WORK-DATE
                       PERFORM 8100-FIND-MONTH-LAST-DAY
                       MOVE WS-MONTH-LAST-DATE TO SI-NEXT-DUE-DATE
                   ELSE
                       MOVE WS-NEW-START-DATE TO SI-NEXT-DUE-DATE
                   END-IF
                   ADD 1 TO WS-INSTRUCTIONS-LOADED
                   MOVE WS-INSTRUCTIONS-LOADED TO WS-FOUND-IN-SUB
                   MOVE STANDING-INSTRUCTION-RECORD
                       TO WS-IN-IMAGE(WS-FOUND-IN-SUB)
                   MOVE "APPLIED" TO MI-ACTION-RESULT
                   WRITE SIMRPT01-PRINT-LINE FROM MI-ACTION-LINE
                   PERFORM 7100-PRINT-AFTER-IMAGE
                   PERFORM 7600-HOLD-HISTORY-ENTRY
                   ADD 1 TO WS-ADDS-APPLIED
           END-EVALUATE.

      ******************************************************************
      * A blank start date starts on the business date; a blank end
      * date runs the instruction until it is ended.  A date that is
      * not a real calendar date is refused.
      ******************************************************************
       2150-EDIT-ADD-DATES.
           MOVE 'N' TO WS-START-DATE-SWITCH
           MOVE ZERO TO WS-NEW-START-DATE
           EVALUATE TRUE
               WHEN SM-START-DATE-X = SPACES
                   MOVE WS-BUSINESS-DATE TO WS-NEW-START-DATE
                   SET WS-START-DATE-VALID TO TRUE
               WHEN SM-START-DATE IS NUMERIC
                   MOVE SM-START-DATE TO WS-NEW-START-DATE
                   IF FUNCTION INTEGER-OF-DATE(WS-NEW-START-DATE)
                           > ZERO
                       SET WS-START-DATE-VALID TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2170-EDIT-END-DATE.

       2160-TEST-CALCULATION.
           MOVE 'N' TO WS-CALC-SWITCH
           IF SM-OPERAND-A-S IS NUMERIC AND SM-OPERAND-B-S IS NUMERIC
               MOVE SM-OPERAND-A-S TO WS-CALC-OPERAND-A
               MOVE SM-OPERAND-B-S TO WS-CALC-OPERAND-B
               MOVE SM-OPERATION-CODE TO WS-CALC-OPERATION
               IF WS-CALC-OPERATION = SPACE
                   MOVE 'A' TO WS-CALC-OPERATION
               END-IF
               CALL 'MATHUTILS' USING WS-CALC-OPERAND-A
                   WS-CALC-OPERAND-B WS-CALC-RESULT WS-MATH-STATUS
                   WS-CALC-OPERATION
               IF MATH-STATUS-OK
                   SET WS-CALC-WORKS TO TRUE
               END-IF
           END-IF.

       2170-EDIT-END-DATE.
           MOVE 'N' TO WS-END-DATE-SWITCH
           MOVE ZERO TO WS-NEW-END-DATE
           EVALUATE TRUE
               WHEN SM-END-DATE-X = SPACES
                   SET WS-END-DATE-VALID TO TRUE
               WHEN SM-END-DATE IS NUMERIC
                   MOVE SM-END-DATE TO WS-NEW-END-DATE
                   IF FUNCTION INTEGER-OF-DATE(WS-NEW-END-DATE)
                           > ZERO
                       SET WS-END-DATE-VALID TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-APPLY-SUSPEND.
           MOVE "SUSPEND" TO MI-ACTION-LABEL
           PERFORM 7500-FIND-INSTRUCTION
           EVALUATE TRUE
               WHEN WS-FOUND-IN-SUB = ZERO
                   MOVE "REJECTED - NOT FOUND" TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN NOT SI-ACTIVE
                   MOVE "REJECTED - NOT ACTIVE" TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN OTHER
                   PERFORM 7050-SAVE-BEFORE-IMAGE
                   SET SI-SUSPENDED TO TRUE
                   PERFORM 2800-APPLY-CHANGE
                   ADD 1 TO WS-SUSPENDS-APPLIED
           END-EVALUATE.

       2300-APPLY-RESUME.
           MOVE "RESUME" TO MI-ACTION-LABEL
           PERFORM 7500-FIND-INSTRUCTION
           EVALUATE TRUE
               WHEN WS-FOUND-IN-SUB = ZERO
                   MOVE "REJECTED - NOT FOUND" TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN NOT SI-SUSPENDED
                   MOVE "REJECTED - NOT SUSPENDED" TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN OTHER
                   PERFORM 7050-SAVE-BEFORE-IMAGE
                   SET SI-ACTIVE TO TRUE
                   PERFORM 2800-APPLY-CHANGE
                   ADD 1 TO WS-RESUMES-APPLIED
           END-EVALUATE.

      ******************************************************************
      * With no end date the instruction ends now and generates
      * nothing further.  With a date it keeps running, and SIGEN
      * ends it once its next occurrence falls past that date.
      ******************************************************************
       2400-APPLY-END.
           MOVE "END" TO MI-ACTION-LABEL
           PERFORM 7500-FIND-INSTRUCTION
           PERFORM 2170-EDIT-END-DATE
           EVALUATE TRUE
               WHEN WS-FOUND-IN-SUB = ZERO
                   MOVE "REJECTED - NOT FOUND" TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN SI-ENDED
                   MOVE "REJECTED - ALREADY ENDED" TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN NOT WS-END-DATE-VALID
                   MOVE "REJECTED - INVALID END DATE"
                       TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-NEW-END-DATE > ZERO
                       AND WS-NEW-END-DATE < WS-BUSINESS-DATE
                   MOVE "REJECTED - END DATE PASSED" TO MI-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN OTHER
                   PERFORM 7050-SAVE-BEFORE-IMAGE
                   IF WS-NEW-END-DATE = ZERO
                       SET SI-ENDED TO TRUE
                       MOVE WS-BUSINESS-DATE TO SI-END-DATE
                   ELSE
                       MOVE WS-NEW-END-DATE TO SI-END-DATE
                   END-IF
                   PERFORM 2800-APPLY-CHANGE
                   ADD 1 TO WS-ENDS-APPLIED
           END-EVALUATE.

       2800-APPLY-CHANGE.
           MOVE STANDING-INSTRUCTION-RECORD
               TO WS-IN-IMAGE(WS-FOUND-IN-SUB)
           MOVE "APPLIED" TO MI-ACTION-RESULT
           WRITE SIMRPT01-PRINT-LINE FROM MI-ACTION-LINE
           PERFORM 7000-PRINT-BEFORE-IMAGE
           PERFORM 7100-PRINT-AFTER-IMAGE
           PERFORM 7600-HOLD-HISTORY-ENTRY.

       2900-REJECT-REQUEST.
           WRITE SIMRPT01-PRINT-LINE FROM MI-ACTION-LINE
           ADD 1 TO WS-REJECT-COUNT.

       3000-TERMINATE.
           CLOSE STANDING-MAINT-FILE
           IF WS-ADDS-APPLIED > ZERO OR WS-SUSPENDS-APPLIED > ZERO
                   OR WS-RESUMES-APPLIED > ZERO
                   OR WS-ENDS-APPLIED > ZERO
               PERFORM 6000-REWRITE-STANDING-MASTER
               IF WS-MASTER-REWRITTEN
                   PERFORM 6500-APPEND-HISTORY
               ELSE
                   DISPLAY "STANDING INSTRUCTION MASTER NOT REWRITTEN, "
                       "NO CHANGE HISTORY WRITTEN"
               END-IF
           END-IF
           MOVE "MAINTENANCE REQUESTS READ:" TO MI-TOTAL-LABEL
           MOVE WS-REQUESTS-READ TO MI-TOTAL-VALUE
           WRITE SIMRPT01-PRINT-LINE FROM MI-TOTAL-LINE
           MOVE "ADDS APPLIED:" TO MI-TOTAL-LABEL
           MOVE WS-ADDS-APPLIED TO MI-TOTAL-VALUE
           WRITE SIMRPT01-PRINT-LINE FROM MI-TOTAL-LINE
           MOVE "SUSPENDS APPLIED:" TO MI-TOTAL-LABEL
           MOVE WS-SUSPENDS-APPLIED TO MI-TOTAL-VALUE
           WRITE SIMRPT01-PRINT-LINE FROM MI-TOTAL-LINE
           MOVE "RESUMES APPLIED:" TO MI-TOTAL-LABEL
           MOVE WS-RESUMES-APPLIED TO MI-TOTAL-VALUE
           WRITE SIMRPT01-PRINT-LINE FROM MI-TOTAL-LINE
           MOVE "ENDS APPLIED:" TO MI-TOTAL-LABEL
           MOVE WS-ENDS-APPLIED TO MI-TOTAL-VALUE
           WRITE SIMRPT01-PRINT-LINE FROM MI-TOTAL-LINE
           MOVE "REQUESTS REJECTED:" TO MI-TOTAL-LABEL
           MOVE WS-REJECT-COUNT TO MI-TOTAL-VALUE
           WRITE SIMRPT01-PRINT-LINE FROM MI-TOTAL-LINE
           CLOSE SIMRPT01-FILE
           DISPLAY "Maintenance requests read: " WS-REQUESTS-READ
           DISPLAY "Adds applied: " WS-ADDS-APPLIED
           DISPLAY "Suspends applied: " WS-SUSPENDS-APPLIED
           DISPLAY "Resumes applied: " WS-RESUMES-APPLIED
           DISPLAY "Ends applied: " WS-ENDS-APPLIED
           DISPLAY "Requests rejected: " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * STANDING.DAT is a plain sequential file, so the maintained
      * table is written back whole, in its original order with new
      * instructions at the end.
      ******************************************************************
       6000-REWRITE-STANDING-MASTER.
           OPEN OUTPUT STANDING-FILE
           IF WS-SI-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR REWRITING STANDING INSTRUCTION MASTER, "
                   "STATUS=" WS-SI-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6100-WRITE-INSTRUCTION-ENTRY
                   VARYING WS-IN-SUB FROM 1 BY 1
                   UNTIL WS-IN-SUB > WS-INSTRUCTIONS-LOADED
               CLOSE STANDING-FILE
               SET WS-MASTER-REWRITTEN TO TRUE
           END-IF.

       6100-WRITE-INSTRUCTION-ENTRY.
           WRITE STANDING-BUFFER FROM WS-IN-IMAGE(WS-IN-SUB).

      ******************************************************************
      * The change history is appended only after STANDING.DAT has
      * been rewritten, and a failed write is not passed over.
      ******************************************************************
       6500-APPEND-HISTORY.
           OPEN EXTEND STANDING-HISTORY-FILE
           IF WS-SH-STATUS = "35"
               OPEN OUTPUT STANDING-HISTORY-FILE
           END-IF
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STANDING HISTORY FILE, STATUS="
                   WS-SH-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6550-WRITE-HISTORY-ENTRY
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HISTORY-USED
                       OR WS-SH-STATUS NOT = "00"
               CLOSE STANDING-HISTORY-FILE
           END-IF.

       6550-WRITE-HISTORY-ENTRY.
           WRITE STANDING-HISTORY-BUFFER FROM WS-HI-IMAGE(WS-HIST-SUB)
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "ERROR WRITING STANDING HISTORY FILE, STATUS="
                   WS-SH-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       7000-PRINT-BEFORE-IMAGE.
           MOVE WS-BEFORE-IMAGE TO STANDING-INSTRUCTION-RECORD
           MOVE "BEFORE:" TO MI-IMAGE-LABEL
           PERFORM 7150-FORMAT-IMAGE-LINE.

       7050-SAVE-BEFORE-IMAGE.
           MOVE STANDING-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
           MOVE SI-STATUS TO WS-BEFORE-STATUS
           MOVE SI-END-DATE TO WS-BEFORE-END-DATE.

       7100-PRINT-AFTER-IMAGE.
           MOVE WS-IN-IMAGE(WS-FOUND-IN-SUB)
               TO STANDING-INSTRUCTION-RECORD
           MOVE "AFTER:" TO MI-IMAGE-LABEL
           PERFORM 7150-FORMAT-IMAGE-LINE.

       7150-FORMAT-IMAGE-LINE.
           MOVE SI-INSTRUCTION-ID TO MI-IMAGE-INSTRUCTION
           MOVE SI-STATUS TO MI-IMAGE-STATUS
           MOVE SI-ACCOUNT-CODE TO MI-IMAGE-ACCOUNT
           MOVE SI-OPERATION-CODE TO MI-IMAGE-OPERATION
           MOVE SI-OPERAND-A TO MI-IMAGE-OPERAND-A
           MOVE SI-OPERAND-B TO MI-IMAGE-OPERAND-B
           MOVE SI-FREQUENCY TO MI-IMAGE-FREQUENCY
           MOVE SI-START-DATE TO MI-IMAGE-START-DATE
           MOVE SI-END-DATE TO MI-IMAGE-END-DATE
           MOVE SI-NEXT-DUE-DATE TO MI-IMAGE-NEXT-DUE-DATE
           WRITE SIMRPT01-PRINT-LINE FROM MI-IMAGE-LINE.

       7500-FIND-INSTRUCTION.
           MOVE ZERO TO WS-FOUND-IN-SUB
           PERFORM 7550-SCAN-INSTRUCTION-ENTRY
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > WS-INSTRUCTIONS-LOADED
                   OR WS-FOUND-IN-SUB > ZERO
           IF WS-FOUND-IN-SUB > ZERO
               MOVE WS-IN-IMAGE(WS-FOUND-IN-SUB)
                   TO STANDING-INSTRUCTION-RECORD
           END-IF.

       7550-SCAN-INSTRUCTION-ENTRY.
           IF WS-IN-IMAGE(WS-IN-SUB)(1:6) = SM-INSTRUCTION-ID
               MOVE WS-IN-SUB TO WS-FOUND-IN-SUB
           END-IF.

       7600-HOLD-HISTORY-ENTRY.
           MOVE WS-CURRENT-DATE-TIME TO SH-TIMESTAMP
           MOVE SM-ACTION-CODE TO SH-ACTION-CODE
           MOVE SM-INSTRUCTION-ID TO SH-INSTRUCTION-ID
           MOVE SM-REQUESTED-BY TO SH-REQUESTED-BY
           MOVE SM-REASON TO SH-REASON
           MOVE WS-BEFORE-STATUS TO SH-BEFORE-STATUS
           MOVE WS-BEFORE-END-DATE TO SH-BEFORE-END-DATE
           MOVE WS-IN-IMAGE(WS-FOUND-IN-SUB)
               TO STANDING-INSTRUCTION-RECORD
           MOVE SI-STATUS TO SH-AFTER-STATUS
           MOVE SI-END-DATE TO SH-AFTER-END-DATE
           MOVE SI-NEXT-DUE-DATE TO SH-AFTER-NEXT-DUE-DATE
           ADD 1 TO WS-HISTORY-USED
           MOVE STANDING-HISTORY-RECORD
               TO WS-HI-IMAGE(WS-HISTORY-USED).

       7700-FIND-ACCOUNT.
           MOVE ZERO TO WS-FOUND-ACCT-SUB
           PERFORM 7750-SCAN-ACCOUNT-ENTRY
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNTS-LOADED
                   OR WS-FOUND-ACCT-SUB > ZERO.

       7750-SCAN-ACCOUNT-ENTRY.
           IF WS-AM-CODE(WS-ACCT-SUB) = SM-ACCOUNT-CODE
               MOVE WS-ACCT-SUB TO WS-FOUND-ACCT-SUB
           END-IF.

       8000-READ-STANDING-MAINT.
           READ STANDING-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
           END-READ.

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

       9000-LOAD-INSTRUCTIONS.
           OPEN INPUT STANDING-FILE
           IF WS-SI-STATUS = "00"
               PERFORM 9050-LOAD-INSTRUCTION-ENTRY
                   UNTIL WS-SI-END-OF-FILE
           END-IF
      *    An OPTIONAL file opens even when absent, so always close
      *    here or the master rewrite cannot reopen it for output.
           CLOSE STANDING-FILE.

       9050-LOAD-INSTRUCTION-ENTRY.
           READ STANDING-FILE
               AT END
                   MOVE 'Y' TO WS-SI-EOF-SWITCH
               NOT AT END
      *            Refuse rather than drop: the master is rewritten
      *            from the table, so a record left out would be lost.
                   IF WS-INSTRUCTIONS-LOADED >= 500
                       DISPLAY "STANDING INSTRUCTION TABLE FULL, RUN "
                           "REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-INSTRUCTIONS-LOADED
                   MOVE STANDING-BUFFER
                       TO WS-IN-IMAGE(WS-INSTRUCTIONS-LOADED)
           END-READ.

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
