       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.

      ******************************************************************
      * Daily job-step controller.  Runs the programs named on the
      * JOBSTEPS.DAT step-definition file, in the order given there, for
      * the BUSDATE.DAT business date - typically TRNCORR, SIGEN,
      * TRNEDIT, MAINPROG or its partitions, GLCONSOL, RECYAGE,
      * SUSPWORK, GLACKPRC, GLRESUB, GLRELEAS, ACCTBAL, BATSTAT,
      * DAYSHEET, and PERCLOSE at month-end.  Each step's start, end,
      * and return code go on the STEPREG.DAT step register as it runs.
      * A required step whose return code is above its highest
      * acceptable code stops the day there; a step that is not required
      * is noted and the day carries on.  On a rerun for the same
      * business date the steps the register shows finished are not
      * repeated, so the day resumes at the step that failed.  A
      * month-end step runs only on the last business day of the month
      * (per the HOLCAL.DAT calendar).  The one-page job summary goes to
      * JOBRPT01.DAT for the shift log.  RETURN-CODE 8 when a step that
      * is not required ran over its limit, 12 when the day stopped at a
      * failed step or the run is refused for bad step definitions, 16
      * on file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-STEP-FILE ASSIGN TO "JOBSTEPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JS-STATUS.
           SELECT OPTIONAL STEP-REGISTER-FILE ASSIGN TO "STEPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HC-STATUS.
           SELECT JOBRPT01-FILE ASSIGN TO "JOBRPT01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STEP-FILE
           RECORDING MODE IS F.
       COPY "JOBSTEP.cpy".

       FD  STEP-REGISTER-FILE
           RECORDING MODE IS F.
       COPY "STEPREG.cpy".

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY "BUSDATE.cpy".

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       COPY "HOLCAL.cpy".

       FD  JOBRPT01-FILE
           RECORDING MODE IS F.
       01  JOBRPT01-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JS-STATUS            PIC XX VALUE SPACES.
       01  WS-JR-STATUS            PIC XX VALUE SPACES.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-HC-STATUS            PIC XX VALUE SPACES.
       01  WS-JB-STATUS            PIC XX VALUE SPACES.
       01  WS-JS-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-JS-END-OF-FILE       VALUE 'Y'.
       01  WS-JR-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-JR-END-OF-FILE       VALUE 'Y'.
       01  WS-HC-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HC-END-OF-FILE       VALUE 'Y'.
       01  WS-BUSDATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BUSDATE-SUPPLIED     VALUE 'Y'.
       01  WS-BUSINESS-DAY-SWITCH  PIC X VALUE 'N'.
           88  WS-IS-BUSINESS-DAY      VALUE 'Y'.
       01  WS-MONTH-END-SWITCH     PIC X VALUE 'N'.
           88  WS-IS-MONTH-END         VALUE 'Y'.
       01  WS-REFUSED-SWITCH       PIC X VALUE 'N'.
           88  WS-RUN-REFUSED          VALUE 'Y'.
       01  WS-DAY-STOP-SWITCH      PIC X VALUE 'N'.
           88  WS-DAY-STOPPED          VALUE 'Y'.
       01  WS-REGISTER-SWITCH      PIC X VALUE 'N'.
           88  WS-REGISTER-OPEN        VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-RUN-ID               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TEST-DATE            PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER         PIC 9(7) VALUE ZERO.
       01  WS-STEP-INTEGER         PIC 9(7) VALUE ZERO.
       01  WS-DAY-NUMBER           PIC 9(1) VALUE ZERO.
       01  WS-HOL-SUB              PIC 9(3) VALUE ZERO.
       01  WS-STEP-SUB             PIC 9(3) VALUE ZERO.
       01  WS-STOP-STEP-SUB        PIC 9(3) VALUE ZERO.
       01  WS-PRIOR-STEP-NUMBER    PIC 9(3) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(3) VALUE ZERO.
       01  WS-JOB-RC               PIC 9(2) VALUE ZERO.
       01  WS-STEP-COMMAND         PIC X(80) VALUE SPACES.
       01  WS-STEP-OUTCOME         PIC X(30) VALUE SPACES.
       01  WS-DEFINITION-ERROR     PIC X(40) VALUE SPACES.
       01  WS-STEPS-RUN            PIC 9(3) VALUE ZERO.
       01  WS-STEPS-DONE-EARLIER   PIC 9(3) VALUE ZERO.
       01  WS-STEPS-NOT-DUE        PIC 9(3) VALUE ZERO.
       01  WS-STEPS-OVER-LIMIT     PIC 9(3) VALUE ZERO.
       01  WS-STEPS-NOT-RUN        PIC 9(3) VALUE ZERO.
       01  WS-DEFINITIONS-REJECTED PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAYS-LOADED  PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-ENTRY OCCURS 200 TIMES.
               10  WS-HOL-DATE         PIC 9(8).
       01  WS-STEP-TABLE.
           05  WS-STEPS-LOADED     PIC 9(3) VALUE ZERO.
           05  WS-STEP-ENTRY OCCURS 40 TIMES.
               10  WS-ST-STEP-NUMBER   PIC 9(3).
               10  WS-ST-PROGRAM       PIC X(8).
               10  WS-ST-MAX-RC        PIC 9(3).
               10  WS-ST-REQUIRED      PIC X.
                   88  WS-ST-STEP-REQUIRED VALUE 'Y'.
               10  WS-ST-SCHEDULE      PIC X.
                   88  WS-ST-MONTH-END-ONLY VALUE 'M'.
               10  WS-ST-COMMAND       PIC X(80).
               10  WS-ST-STATE         PIC X.
                   88  WS-ST-DONE-EARLIER  VALUE 'D'.
               10  WS-ST-START-DATE    PIC 9(8).
               10  WS-ST-START-TIME    PIC 9(6).
               10  WS-ST-END-DATE      PIC 9(8).
               10  WS-ST-END-TIME      PIC 9(6).
               10  WS-ST-RETURN-CODE   PIC 9(3).
       COPY "JOBRPT01.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-REFUSED
               PERFORM 9400-OPEN-STEP-REGISTER
               WRITE JOBRPT01-PRINT-LINE FROM JB-COLUMN-LINE
               PERFORM 2000-TAKE-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEPS-LOADED
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT JOBRPT01-FILE
           IF WS-JB-STATUS NOT = "00"
               DISPLAY "ERROR OPENING JOB SUMMARY FILE, STATUS="
                   WS-JB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING "J" WS-CURRENT-DATE-TIME(9:6) DELIMITED BY SIZE
               INTO WS-RUN-ID
           PERFORM 9000-LOAD-BUSINESS-DATE
           PERFORM 9100-LOAD-HOLIDAY-CALENDAR
           WRITE JOBRPT01-PRINT-LINE FROM JB-HEADING-LINE
           MOVE WS-BUSINESS-DATE TO WS-TEST-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
               TO WS-STEP-INTEGER
           IF WS-STEP-INTEGER = ZERO
               MOVE SPACES TO JB-EXCEPTION-TEXT
               STRING "BUSINESS DATE " WS-BUSINESS-DATE
                       " IS NOT A VALID CALENDAR DATE"
                       DELIMITED BY SIZE
                   INTO JB-EXCEPTION-TEXT
               WRITE JOBRPT01-PRINT-LINE FROM JB-EXCEPTION-LINE
               SET WS-RUN-REFUSED TO TRUE
           ELSE
               PERFORM 1100-TEST-MONTH-END
           END-IF
           MOVE WS-BUSINESS-DATE TO JB-BUSINESS-DATE
           MOVE WS-RUN-ID TO JB-RUN-ID
           IF WS-IS-MONTH-END
               MOVE "YES" TO JB-MONTH-END
           ELSE
               MOVE "NO" TO JB-MONTH-END
           END-IF
           WRITE JOBRPT01-PRINT-LINE FROM JB-DATE-LINE
           PERFORM 9200-LOAD-STEP-DEFINITIONS
           IF WS-STEPS-LOADED = ZERO
               MOVE "NO STEP DEFINITIONS ON JOBSTEPS.DAT"
                   TO JB-EXCEPTION-TEXT
               WRITE JOBRPT01-PRINT-LINE FROM JB-EXCEPTION-LINE
               SET WS-RUN-REFUSED TO TRUE
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 9300-LOAD-STEP-REGISTER
           END-IF.

      ******************************************************************
      * The business date is the month's last business day when the
      * next business day after it falls in another month.
      ******************************************************************
       1100-TEST-MONTH-END.
           MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
           PERFORM 1150-TAKE-NEXT-DAY
               UNTIL WS-IS-BUSINESS-DAY
           IF WS-TEST-DATE(5:2) NOT = WS-BUSINESS-DATE(5:2)
               SET WS-IS-MONTH-END TO TRUE
           END-IF.

       1150-TAKE-NEXT-DAY.
           ADD 1 TO WS-STEP-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-STEP-INTEGER)
               TO WS-TEST-DATE
           PERFORM 9500-TEST-BUSINESS-DAY.

      ******************************************************************
      * Once the day has stopped, the steps after the failed one are
      * listed as not run; a step the register shows finished for
      * this business date is not repeated.
      ******************************************************************
       2000-TAKE-STEP.
           EVALUATE TRUE
               WHEN WS-DAY-STOPPED
                   MOVE "NOT RUN - DAY STOPPED" TO WS-STEP-OUTCOME
                   ADD 1 TO WS-STEPS-NOT-RUN
               WHEN WS-ST-DONE-EARLIER(WS-STEP-SUB)
                   MOVE "DONE EARLIER - NOT RERUN" TO WS-STEP-OUTCOME
                   ADD 1 TO WS-STEPS-DONE-EARLIER
               WHEN WS-ST-MONTH-END-ONLY(WS-STEP-SUB)
                       AND NOT WS-IS-MONTH-END
                   MOVE "NOT DUE - MONTH-END ONLY" TO WS-STEP-OUTCOME
                   ADD 1 TO WS-STEPS-NOT-DUE
               WHEN OTHER
                   PERFORM 2100-RUN-STEP
           END-EVALUATE
           PERFORM 2900-WRITE-STEP-LINE.

      ******************************************************************
      * The start record is on the register before the step is handed
      * to the operating system, so a step the controller loses shows
      * as started with no end and runs again on the rerun.  Each
      * step program ends in STOP RUN, so it runs as its own process
      * and its RETURN-CODE comes back as the command's exit status.
      ******************************************************************
       2100-RUN-STEP.
           IF WS-ST-COMMAND(WS-STEP-SUB) = SPACES
               MOVE WS-ST-PROGRAM(WS-STEP-SUB) TO WS-STEP-COMMAND
           ELSE
               MOVE WS-ST-COMMAND(WS-STEP-SUB) TO WS-STEP-COMMAND
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8)
               TO WS-ST-START-DATE(WS-STEP-SUB)
           MOVE WS-CURRENT-DATE-TIME(9:6)
               TO WS-ST-START-TIME(WS-STEP-SUB)
           MOVE ZERO TO WS-ST-END-DATE(WS-STEP-SUB)
           MOVE ZERO TO WS-ST-END-TIME(WS-STEP-SUB)
           MOVE ZERO TO WS-ST-RETURN-CODE(WS-STEP-SUB)
           PERFORM 2200-BUILD-REGISTER-ENTRY
           SET JR-STEP-START TO TRUE
           PERFORM 2300-WRITE-REGISTER-ENTRY
           DISPLAY "STEP " WS-ST-STEP-NUMBER(WS-STEP-SUB) " "
               WS-ST-PROGRAM(WS-STEP-SUB) " STARTED "
               WS-ST-START-TIME(WS-STEP-SUB)
           CALL "SYSTEM" USING WS-STEP-COMMAND
           PERFORM 2150-TAKE-STEP-RETURN-CODE
           MOVE ZERO TO RETURN-CODE
           ADD 1 TO WS-STEPS-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8)
               TO WS-ST-END-DATE(WS-STEP-SUB)
           MOVE WS-CURRENT-DATE-TIME(9:6)
               TO WS-ST-END-TIME(WS-STEP-SUB)
           MOVE WS-STEP-RC TO WS-ST-RETURN-CODE(WS-STEP-SUB)
           PERFORM 2200-BUILD-REGISTER-ENTRY
           SET JR-STEP-END TO TRUE
           EVALUATE TRUE
               WHEN WS-STEP-RC <= WS-ST-MAX-RC(WS-STEP-SUB)
                   SET JR-COMPLETED TO TRUE
                   MOVE "COMPLETED" TO WS-STEP-OUTCOME
               WHEN WS-ST-STEP-REQUIRED(WS-STEP-SUB)
                   SET JR-FAILED TO TRUE
                   MOVE "FAILED - DAY STOPPED HERE" TO WS-STEP-OUTCOME
                   SET WS-DAY-STOPPED TO TRUE
                   MOVE WS-STEP-SUB TO WS-STOP-STEP-SUB
               WHEN OTHER
                   SET JR-OVER-LIMIT-ALLOWED TO TRUE
                   MOVE "OVER LIMIT - NOT REQUIRED" TO WS-STEP-OUTCOME
                   ADD 1 TO WS-STEPS-OVER-LIMIT
           END-EVALUATE
           PERFORM 2300-WRITE-REGISTER-ENTRY
           DISPLAY "STEP " WS-ST-STEP-NUMBER(WS-STEP-SUB) " "
               WS-ST-PROGRAM(WS-STEP-SUB) " ENDED "
               WS-ST-END-TIME(WS-STEP-SUB) " RC=" WS-STEP-RC
               " " WS-STEP-OUTCOME.

      ******************************************************************
      * The command comes back with the wait status of the step: its
      * exit status in the high-order byte, or in the low-order byte
      * the signal that ended it.  A step that could not be started
      * or did not end on its own is set to 999 so it can never pass
      * as acceptable.
      ******************************************************************
       2150-TAKE-STEP-RETURN-CODE.
           EVALUATE TRUE
               WHEN RETURN-CODE = ZERO
                   MOVE ZERO TO WS-STEP-RC
               WHEN RETURN-CODE < ZERO
                   MOVE 999 TO WS-STEP-RC
               WHEN FUNCTION MOD(RETURN-CODE, 256) NOT = ZERO
                   MOVE 999 TO WS-STEP-RC
               WHEN OTHER
                   COMPUTE WS-STEP-RC = RETURN-CODE / 256
           END-EVALUATE.

       2200-BUILD-REGISTER-ENTRY.
           MOVE SPACES TO STEP-REGISTER-RECORD
           MOVE WS-BUSINESS-DATE TO JR-BUSINESS-DATE
           MOVE WS-RUN-ID TO JR-RUN-ID
           MOVE WS-ST-STEP-NUMBER(WS-STEP-SUB) TO JR-STEP-NUMBER
           MOVE WS-ST-PROGRAM(WS-STEP-SUB) TO JR-PROGRAM
           MOVE WS-ST-START-DATE(WS-STEP-SUB) TO JR-START-DATE
           MOVE WS-ST-START-TIME(WS-STEP-SUB) TO JR-START-TIME
           MOVE WS-ST-END-DATE(WS-STEP-SUB) TO JR-END-DATE
           MOVE WS-ST-END-TIME(WS-STEP-SUB) TO JR-END-TIME
           MOVE WS-ST-RETURN-CODE(WS-STEP-SUB) TO JR-RETURN-CODE
           MOVE WS-ST-MAX-RC(WS-STEP-SUB) TO JR-MAX-RC.

      ******************************************************************
      * Without the register a rerun cannot tell what already ran, so
      * the day goes no further if it cannot be written.
      ******************************************************************
       2300-WRITE-REGISTER-ENTRY.
           WRITE STEP-REGISTER-RECORD
           IF WS-JR-STATUS NOT = "00"
               DISPLAY "ERROR WRITING STEP REGISTER, STATUS="
                   WS-JR-STATUS
               CLOSE STEP-REGISTER-FILE
               CLOSE JOBRPT01-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2900-WRITE-STEP-LINE.
           MOVE WS-ST-STEP-NUMBER(WS-STEP-SUB) TO JB-DET-STEP-NUMBER
           MOVE WS-ST-PROGRAM(WS-STEP-SUB) TO JB-DET-PROGRAM
           IF WS-ST-STEP-REQUIRED(WS-STEP-SUB)
               MOVE "YES" TO JB-DET-REQUIRED
           ELSE
               MOVE "NO" TO JB-DET-REQUIRED
           END-IF
           MOVE WS-ST-MAX-RC(WS-STEP-SUB) TO JB-DET-MAX-RC
           IF WS-ST-START-DATE(WS-STEP-SUB) = ZERO
               MOVE SPACES TO JB-DET-START-DATE
               MOVE SPACES TO JB-DET-START-TIME
               MOVE SPACES TO JB-DET-END-DATE
               MOVE SPACES TO JB-DET-END-TIME
               MOVE SPACES TO JB-DET-RC-AREA
           ELSE
               MOVE WS-ST-START-DATE(WS-STEP-SUB) TO JB-DET-START-DATE
               MOVE WS-ST-START-TIME(WS-STEP-SUB) TO JB-DET-START-TIME
               MOVE WS-ST-END-DATE(WS-STEP-SUB) TO JB-DET-END-DATE
               MOVE WS-ST-END-TIME(WS-STEP-SUB) TO JB-DET-END-TIME
               MOVE WS-ST-RETURN-CODE(WS-STEP-SUB)
                   TO JB-DET-RETURN-CODE
           END-IF
           MOVE WS-STEP-OUTCOME TO JB-DET-OUTCOME
           WRITE JOBRPT01-PRINT-LINE FROM JB-DETAIL-LINE.

       3000-TERMINATE.
           IF WS-REGISTER-OPEN
               CLOSE STEP-REGISTER-FILE
           END-IF
           MOVE SPACES TO JB-MESSAGE-TEXT
           EVALUATE TRUE
               WHEN WS-RUN-REFUSED
                   MOVE "RUN REFUSED - NO STEP WAS STARTED"
                       TO JB-MESSAGE-TEXT
                   MOVE 12 TO WS-JOB-RC
               WHEN WS-DAY-STOPPED
                   STRING "DAY STOPPED AT STEP "
                           WS-ST-STEP-NUMBER(WS-STOP-STEP-SUB) " ("
                           WS-ST-PROGRAM(WS-STOP-STEP-SUB) ") RC "
                           WS-ST-RETURN-CODE(WS-STOP-STEP-SUB)
                           " - RERUN RESUMES AT THIS STEP"
                           DELIMITED BY SIZE
                       INTO JB-MESSAGE-TEXT
                   MOVE 12 TO WS-JOB-RC
               WHEN WS-STEPS-RUN = ZERO
                   STRING "ALL STEPS ALREADY FINISHED FOR THIS "
                           "BUSINESS DATE - NOTHING RUN"
                           DELIMITED BY SIZE
                       INTO JB-MESSAGE-TEXT
               WHEN OTHER
                   MOVE "ALL STEPS FINISHED FOR THIS BUSINESS DATE"
                       TO JB-MESSAGE-TEXT
                   IF WS-STEPS-OVER-LIMIT > ZERO
                       MOVE 8 TO WS-JOB-RC
                   END-IF
           END-EVALUATE
           WRITE JOBRPT01-PRINT-LINE FROM JB-MESSAGE-LINE
           MOVE "STEPS DEFINED:" TO JB-TOTAL-LABEL
           MOVE WS-STEPS-LOADED TO JB-TOTAL-VALUE
           WRITE JOBRPT01-PRINT-LINE FROM JB-TOTAL-LINE
           MOVE "STEPS RUN THIS TIME:" TO JB-TOTAL-LABEL
           MOVE WS-STEPS-RUN TO JB-TOTAL-VALUE
           WRITE JOBRPT01-PRINT-LINE FROM JB-TOTAL-LINE
           MOVE "STEPS DONE EARLIER:" TO JB-TOTAL-LABEL
           MOVE WS-STEPS-DONE-EARLIER TO JB-TOTAL-VALUE
           WRITE JOBRPT01-PRINT-LINE FROM JB-TOTAL-LINE
           MOVE "STEPS NOT DUE TODAY:" TO JB-TOTAL-LABEL
           MOVE WS-STEPS-NOT-DUE TO JB-TOTAL-VALUE
           WRITE JOBRPT01-PRINT-LINE FROM JB-TOTAL-LINE
           MOVE "STEPS OVER LIMIT, NOT REQD:" TO JB-TOTAL-LABEL
           MOVE WS-STEPS-OVER-LIMIT TO JB-TOTAL-VALUE
           WRITE JOBRPT01-PRINT-LINE FROM JB-TOTAL-LINE
           MOVE "STEPS NOT RUN:" TO JB-TOTAL-LABEL
           MOVE WS-STEPS-NOT-RUN TO JB-TOTAL-VALUE
           WRITE JOBRPT01-PRINT-LINE FROM JB-TOTAL-LINE
           MOVE "STEP DEFINITIONS REJECTED:" TO JB-TOTAL-LABEL
           MOVE WS-DEFINITIONS-REJECTED TO JB-TOTAL-VALUE
           WRITE JOBRPT01-PRINT-LINE FROM JB-TOTAL-LINE
           CLOSE JOBRPT01-FILE
           DISPLAY "Steps defined: " WS-STEPS-LOADED
               " run: " WS-STEPS-RUN
               " done earlier: " WS-STEPS-DONE-EARLIER
               " not due: " WS-STEPS-NOT-DUE
           DISPLAY "Steps over limit: " WS-STEPS-OVER-LIMIT
               " not run: " WS-STEPS-NOT-RUN
           DISPLAY JB-MESSAGE-TEXT
           MOVE WS-JOB-RC TO RETURN-CODE.

       9000-LOAD-BUSINESS-DATE.
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
           END-IF.

       9100-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HC-STATUS = "00"
               PERFORM 9150-LOAD-HOLIDAY-ENTRY
                   UNTIL WS-HC-END-OF-FILE
           END-IF
           CLOSE HOLIDAY-FILE.

       9150-LOAD-HOLIDAY-ENTRY.
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

      ******************************************************************
      * Any step definition that does not check out refuses the whole
      * run - the day is not started on a partial list of steps.
      ******************************************************************
       9200-LOAD-STEP-DEFINITIONS.
           OPEN INPUT JOB-STEP-FILE
           IF WS-JS-STATUS = "00"
               PERFORM 9250-TAKE-STEP-DEFINITION
                   UNTIL WS-JS-END-OF-FILE
           END-IF
           CLOSE JOB-STEP-FILE.

       9250-TAKE-STEP-DEFINITION.
           READ JOB-STEP-FILE
               AT END
                   MOVE 'Y' TO WS-JS-EOF-SWITCH
               NOT AT END
                   PERFORM 9260-CHECK-STEP-DEFINITION
           END-READ.

       9260-CHECK-STEP-DEFINITION.
           MOVE SPACES TO WS-DEFINITION-ERROR
           EVALUATE TRUE
               WHEN JS-STEP-NUMBER NOT NUMERIC
                   MOVE "STEP NUMBER NOT NUMERIC" TO WS-DEFINITION-ERROR
               WHEN JS-STEP-NUMBER <= WS-PRIOR-STEP-NUMBER
                   MOVE "STEP NUMBER OUT OF SEQUENCE"
                       TO WS-DEFINITION-ERROR
               WHEN JS-PROGRAM = SPACES
                   MOVE "NO PROGRAM NAMED" TO WS-DEFINITION-ERROR
               WHEN JS-MAX-RC NOT NUMERIC
                   MOVE "HIGHEST ACCEPTABLE RC NOT NUMERIC"
                       TO WS-DEFINITION-ERROR
               WHEN NOT JS-REQUIRED-VALID
                   MOVE "REQUIRED FLAG NOT Y OR N"
                       TO WS-DEFINITION-ERROR
               WHEN NOT JS-EVERY-DAY AND NOT JS-MONTH-END-ONLY
                   MOVE "SCHEDULE NOT D, M, OR BLANK"
                       TO WS-DEFINITION-ERROR
               WHEN WS-STEPS-LOADED >= 40
                   MOVE "STEP TABLE FULL" TO WS-DEFINITION-ERROR
           END-EVALUATE
           IF WS-DEFINITION-ERROR = SPACES
               ADD 1 TO WS-STEPS-LOADED
               MOVE JS-STEP-NUMBER
                   TO WS-ST-STEP-NUMBER(WS-STEPS-LOADED)
               MOVE JS-PROGRAM TO WS-ST-PROGRAM(WS-STEPS-LOADED)
               MOVE JS-MAX-RC TO WS-ST-MAX-RC(WS-STEPS-LOADED)
               MOVE JS-REQUIRED TO WS-ST-REQUIRED(WS-STEPS-LOADED)
               MOVE JS-SCHEDULE TO WS-ST-SCHEDULE(WS-STEPS-LOADED)
               MOVE JS-COMMAND TO WS-ST-COMMAND(WS-STEPS-LOADED)
               MOVE SPACE TO WS-ST-STATE(WS-STEPS-LOADED)
               MOVE ZERO TO WS-ST-START-DATE(WS-STEPS-LOADED)
               MOVE ZERO TO WS-ST-START-TIME(WS-STEPS-LOADED)
               MOVE ZERO TO WS-ST-END-DATE(WS-STEPS-LOADED)
               MOVE ZERO TO WS-ST-END-TIME(WS-STEPS-LOADED)
               MOVE ZERO TO WS-ST-RETURN-CODE(WS-STEPS-LOADED)
               MOVE JS-STEP-NUMBER TO WS-PRIOR-STEP-NUMBER
           ELSE
               ADD 1 TO WS-DEFINITIONS-REJECTED
               SET WS-RUN-REFUSED TO TRUE
               MOVE SPACES TO JB-EXCEPTION-TEXT
               STRING "STEP DEFINITION " JS-STEP-NUMBER " "
                       JS-PROGRAM " REJECTED - " WS-DEFINITION-ERROR
                       DELIMITED BY SIZE
                   INTO JB-EXCEPTION-TEXT
               WRITE JOBRPT01-PRINT-LINE FROM JB-EXCEPTION-LINE
               DISPLAY "STEP DEFINITION REJECTED: " JS-STEP-NUMBER
                   " " JS-PROGRAM " " WS-DEFINITION-ERROR
           END-IF.

      ******************************************************************
      * A step whose end record for this business date shows it
      * finished - within its limit, or over it but not required - is
      * done; the same step number must still name the same program.
      ******************************************************************
       9300-LOAD-STEP-REGISTER.
           OPEN INPUT STEP-REGISTER-FILE
           IF WS-JR-STATUS = "00"
               PERFORM 9350-TAKE-REGISTER-ENTRY
                   UNTIL WS-JR-END-OF-FILE
           END-IF
           CLOSE STEP-REGISTER-FILE.

       9350-TAKE-REGISTER-ENTRY.
           READ STEP-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-JR-EOF-SWITCH
               NOT AT END
                   IF JR-STEP-END AND JR-STEP-FINISHED
                           AND JR-BUSINESS-DATE = WS-BUSINESS-DATE
                       PERFORM 9360-MARK-STEP-DONE
                           VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > WS-STEPS-LOADED
                   END-IF
           END-READ.

       9360-MARK-STEP-DONE.
           IF WS-ST-STEP-NUMBER(WS-STEP-SUB) = JR-STEP-NUMBER
                   AND WS-ST-PROGRAM(WS-STEP-SUB) = JR-PROGRAM
               MOVE 'D' TO WS-ST-STATE(WS-STEP-SUB)
               MOVE JR-START-DATE TO WS-ST-START-DATE(WS-STEP-SUB)
               MOVE JR-START-TIME TO WS-ST-START-TIME(WS-STEP-SUB)
               MOVE JR-END-DATE TO WS-ST-END-DATE(WS-STEP-SUB)
               MOVE JR-END-TIME TO WS-ST-END-TIME(WS-STEP-SUB)
               MOVE JR-RETURN-CODE TO WS-ST-RETURN-CODE(WS-STEP-SUB)
           END-IF.

       9400-OPEN-STEP-REGISTER.
           OPEN EXTEND STEP-REGISTER-FILE
           IF WS-JR-STATUS = "35"
               OPEN OUTPUT STEP-REGISTER-FILE
           END-IF
           IF WS-JR-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR OPENING STEP REGISTER, STATUS="
                   WS-JR-STATUS
               CLOSE JOBRPT01-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-REGISTER-OPEN TO TRUE.

       9500-TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-SWITCH
           MOVE FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
               TO WS-DATE-INTEGER
           COMPUTE WS-DAY-NUMBER = FUNCTION MOD(WS-DATE-INTEGER, 7)
           IF WS-DAY-NUMBER = 0 OR WS-DAY-NUMBER = 6
               MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
           ELSE
               PERFORM 9550-SCAN-HOLIDAY-ENTRY
                   VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOLIDAYS-LOADED
           END-IF.

       9550-SCAN-HOLIDAY-ENTRY.
           IF WS-HOL-DATE(WS-HOL-SUB) = WS-TEST-DATE
               MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
           END-IF.
