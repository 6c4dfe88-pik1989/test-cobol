       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPWORK.

      ******************************************************************
      * Supervisor work-off step for the recycle suspense file.  A
      * transaction RECYAGE escalated to RECYSUSP.DAT stays there
      * until a supervisor supplies an action record (SUSPACT.DAT)
      * naming its transaction id, the approver, and a reason:
      *   C  correct and reinstate - the non-blank operands and
      *      operation code overlay the suspended record, which must
      *      then calculate cleanly in MATHUTILS; it is appended to
      *      RECYCOUT.DAT so the operator's hand-off presents it back
      *      as RECYCIN.DAT, and its RECYREG.DAT cycle count is reset
      *      to zero;
      *   W  write off - the supervisor's amount posts to the
      *      designated suspense GL account (SUSPPRM.DAT, default 99)
      *      as a detail row on GLINTFC.DAT under batch key SUSPWOFF,
      *      the run's write-offs making one enveloped transmission,
      *      and the item leaves suspense and the register;
      *   H  hold - the item stays where it is.
      * Items with no action stay in suspense.  Every action, applied
      * or refused, is recorded on the SUSPAUD.DAT audit trail before
      * RECYSUSP.DAT is rewritten - a failed audit write stops the
      * run - and the report lists the whole suspense inventory aged
      * from each item's first failure date, then the actions taken.
      * Run it after RECYAGE and before GLACKPRC, so the day's
      * write-off rows are registered with the rest of the
      * interchange.  RETURN-CODE 8 when an action is refused or
      * matches nothing in suspense, 16 on file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-ACTION-FILE
               ASSIGN TO "SUSPACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT OPTIONAL RECYCLE-SUSPENSE-FILE
               ASSIGN TO "RECYSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT OPTIONAL RECYCLE-REGISTER-FILE
               ASSIGN TO "RECYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.
           SELECT RECYCLE-OUT-FILE ASSIGN TO "RECYCOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.
           SELECT GLINTFC-FILE ASSIGN TO "GLINTFC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SUSPENSE-WORK-FILE ASSIGN TO "RECYSUSP.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.
           SELECT SUSPENSE-AUDIT-FILE ASSIGN TO "SUSPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
           SELECT OPTIONAL SUSPENSE-PARM-FILE ASSIGN TO "SUSPPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT SUSPRPT-FILE ASSIGN TO "SUSPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-ACTION-FILE
           RECORDING MODE IS F.
       COPY "SUSPACT.cpy".

       FD  RECYCLE-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-SUSPENSE-RECORD PIC X(50).

       FD  RECYCLE-REGISTER-FILE
           RECORDING MODE IS F.
       01  RECYCLE-REGISTER-BUFFER PIC X(42).

       FD  RECYCLE-OUT-FILE
           RECORDING MODE IS F.
       01  RECYCLE-OUT-RECORD      PIC X(50).

       FD  GLINTFC-FILE
           RECORDING MODE IS F.
       01  GLINTFC-OUT-BUFFER      PIC X(80).

       FD  SUSPENSE-WORK-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-WORK-RECORD    PIC X(50).

       FD  SUSPENSE-AUDIT-FILE
           RECORDING MODE IS F.
       COPY "SUSPAUD.cpy".

       FD  SUSPENSE-PARM-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-PARM-RECORD.
           05  SX-SUSPENSE-ACCOUNT     PIC X(2).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY "BUSDATE.cpy".

       FD  SUSPRPT-FILE
           RECORDING MODE IS F.
       01  SUSPRPT-PRINT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SA-STATUS            PIC XX VALUE SPACES.
       01  WS-RS-STATUS            PIC XX VALUE SPACES.
       01  WS-RG-STATUS            PIC XX VALUE SPACES.
       01  WS-RO-STATUS            PIC XX VALUE SPACES.
       01  WS-GL-STATUS            PIC XX VALUE SPACES.
       01  WS-SW-STATUS            PIC XX VALUE SPACES.
       01  WS-SU-STATUS            PIC XX VALUE SPACES.
       01  WS-PF-STATUS            PIC XX VALUE SPACES.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-RP-STATUS            PIC XX VALUE SPACES.
       01  WS-SA-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-SA-END-OF-FILE       VALUE 'Y'.
       01  WS-RS-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RS-END-OF-FILE       VALUE 'Y'.
       01  WS-RG-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RG-END-OF-FILE       VALUE 'Y'.
       01  WS-SW-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-SW-END-OF-FILE       VALUE 'Y'.
       01  WS-BUSDATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BUSDATE-SUPPLIED     VALUE 'Y'.
       01  WS-RECYCLE-OUT-SWITCH   PIC X VALUE 'N'.
           88  WS-RECYCLE-OUT-OPEN     VALUE 'Y'.
       01  WS-GLINTFC-SWITCH       PIC X VALUE 'N'.
           88  WS-GLINTFC-OPEN         VALUE 'Y'.
       01  WS-GL-TRANSMISSION-SWITCH
                                   PIC X VALUE 'N'.
           88  WS-GL-TRANSMISSION-OPEN VALUE 'Y'.
       01  WS-REGISTER-CHANGE-SWITCH PIC X VALUE 'N'.
           88  WS-REGISTER-CHANGED     VALUE 'Y'.
       01  WS-CORRECTION-SWITCH    PIC X VALUE 'Y'.
           88  WS-CORRECTION-VALID     VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-INTEGER     PIC 9(7) VALUE ZERO.
       01  WS-DATE-INTEGER         PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(5) VALUE ZERO.
       01  WS-SUSPENSE-ACCOUNT     PIC X(2) VALUE "99".
       01  WS-WRITE-OFF-BATCH-KEY  PIC X(10) VALUE "SUSPWOFF".
       01  WS-ACTION-SUB           PIC 9(3) VALUE ZERO.
       01  WS-FOUND-ACTION-SUB     PIC 9(3) VALUE ZERO.
       01  WS-REINSTATE-ACTIONS    PIC 9(3) VALUE ZERO.
       01  WS-WRITE-OFF-ACTIONS    PIC 9(3) VALUE ZERO.
       01  WS-REG-SUB              PIC 9(5) VALUE ZERO.
       01  WS-FOUND-REG-SUB        PIC 9(5) VALUE ZERO.
       01  WS-SUSPENSE-READ-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-REINSTATED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-WRITTEN-OFF-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-STILL-SUSPENDED      PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-UNMATCHED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-CALC-OPERAND-A       PIC S9(5)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
       01  WS-CALC-OPERAND-B       PIC S9(5)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
       01  WS-CALC-RESULT          PIC S9(5)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
       01  WS-CALC-OPERATION       PIC X VALUE SPACE.
       01  WS-MATH-STATUS          PIC X VALUE SPACE.
       COPY "MATHSTAT.cpy".
       01  WS-ACTION-TABLE.
           05  WS-ACTIONS-LOADED   PIC 9(3) VALUE ZERO.
           05  WS-ACTION-ENTRY OCCURS 200 TIMES.
               10  WS-AC-ACTION-CODE   PIC X.
               10  WS-AC-TRANS-ID      PIC 9(6).
               10  WS-AC-OPERAND-A-X   PIC X(8).
               10  WS-AC-OPERAND-A REDEFINES WS-AC-OPERAND-A-X
                                       PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  WS-AC-OPERAND-B-X   PIC X(8).
               10  WS-AC-OPERAND-B REDEFINES WS-AC-OPERAND-B-X
                                       PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  WS-AC-OPERATION     PIC X.
               10  WS-AC-AMOUNT-X      PIC X(8).
               10  WS-AC-AMOUNT REDEFINES WS-AC-AMOUNT-X
                                       PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  WS-AC-APPROVER-ID   PIC X(8).
               10  WS-AC-REASON        PIC X(30).
               10  WS-AC-RESULT        PIC X.
                   88  WS-AC-UNMATCHED     VALUE SPACE.
                   88  WS-AC-APPLIED       VALUE 'A'.
                   88  WS-AC-REFUSED       VALUE 'R'.
               10  WS-AC-OUTCOME       PIC X(40).
               10  WS-AC-FINAL-OPERAND-A PIC S9(5)V99.
               10  WS-AC-FINAL-OPERAND-B PIC S9(5)V99.
               10  WS-AC-FINAL-OPERATION PIC X.
       01  WS-REGISTER-TABLE.
           05  WS-REGISTER-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-REGISTER-ENTRY OCCURS 2000 TIMES.
               10  WS-RE-TRANS-ID      PIC 9(6).
               10  WS-RE-FIRST-FAIL    PIC 9(8).
               10  WS-RE-CYCLE-COUNT   PIC 9(3).
               10  WS-RE-LAST-REASON   PIC X(16).
               10  WS-RE-LAST-RUN-ID   PIC X(8).
               10  WS-RE-STATUS        PIC X.
                   88  WS-RE-CYCLING       VALUE SPACE.
                   88  WS-RE-IN-SUSPENSE   VALUE 'S'.
                   88  WS-RE-WRITTEN-OFF   VALUE 'W'.
       COPY "RECYCLE.cpy".
       COPY "RECYREG.cpy".
       COPY "GLINTFC.cpy".
       COPY "GLENVCTL.cpy".
       COPY "SUSPRPT.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WORK-SUSPENSE-ITEM
               UNTIL WS-RS-END-OF-FILE
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT SUSPRPT-FILE
           IF WS-RP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUSPENSE REPORT FILE, STATUS="
                   WS-RP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
           PERFORM 9860-LOAD-BUSINESS-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               TO WS-BUSINESS-INTEGER
           PERFORM 9000-LOAD-SUSPENSE-PARM
           WRITE SUSPRPT-PRINT-LINE FROM SP-HEADING-LINE
           MOVE WS-BUSINESS-DATE TO SP-BUSINESS-DATE
           MOVE WS-SUSPENSE-ACCOUNT TO SP-SUSPENSE-ACCOUNT
           WRITE SUSPRPT-PRINT-LINE FROM SP-DATE-LINE
           PERFORM 9100-LOAD-ACTION-FILE
           PERFORM 9200-LOAD-REGISTER
           IF WS-REINSTATE-ACTIONS > ZERO
               OPEN EXTEND RECYCLE-OUT-FILE
               IF WS-RO-STATUS = "35"
                   OPEN OUTPUT RECYCLE-OUT-FILE
               END-IF
               IF WS-RO-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING RECYCLE OUT FILE, STATUS="
                       WS-RO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-RECYCLE-OUT-OPEN TO TRUE
           END-IF
           IF WS-WRITE-OFF-ACTIONS > ZERO
               OPEN EXTEND GLINTFC-FILE
               IF WS-GL-STATUS = "35"
                   OPEN OUTPUT GLINTFC-FILE
               END-IF
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING GLINTFC FILE, STATUS="
                       WS-GL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-GLINTFC-OPEN TO TRUE
           END-IF
           OPEN OUTPUT SUSPENSE-WORK-FILE
           IF WS-SW-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUSPENSE WORK FILE, STATUS="
                   WS-SW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND SUSPENSE-AUDIT-FILE
           IF WS-SU-STATUS = "35"
               OPEN OUTPUT SUSPENSE-AUDIT-FILE
           END-IF
           IF WS-SU-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUSPENSE AUDIT FILE, STATUS="
                   WS-SU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE SUSPRPT-PRINT-LINE FROM SP-COLUMN-LINE
           OPEN INPUT RECYCLE-SUSPENSE-FILE
           IF WS-RS-STATUS = "00"
               PERFORM 8000-READ-SUSPENSE-ITEM
           ELSE
               MOVE 'Y' TO WS-RS-EOF-SWITCH
           END-IF.

      ******************************************************************
      * Every suspended item goes exactly one way: back round the
      * recycle loop, off to the suspense GL account, or through the
      * work file so the suspense file is rewritten with what is left.
      ******************************************************************
       2000-WORK-SUSPENSE-ITEM.
           MOVE RECYCLE-SUSPENSE-RECORD TO RECYCLE-RECORD
           PERFORM 2100-FIND-REGISTER-ENTRY
           MOVE ZERO TO WS-FOUND-ACTION-SUB
           PERFORM 2150-SCAN-ACTION-ENTRY
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTIONS-LOADED
                   OR WS-FOUND-ACTION-SUB > ZERO
           EVALUATE TRUE
               WHEN WS-FOUND-ACTION-SUB = ZERO
                   WRITE SUSPENSE-WORK-RECORD
                       FROM RECYCLE-SUSPENSE-RECORD
                   ADD 1 TO WS-STILL-SUSPENDED
                   MOVE "IN SUSPENSE" TO SP-DET-STATUS
               WHEN WS-AC-ACTION-CODE(WS-FOUND-ACTION-SUB) = 'H'
                   WRITE SUSPENSE-WORK-RECORD
                       FROM RECYCLE-SUSPENSE-RECORD
                   ADD 1 TO WS-STILL-SUSPENDED
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'A' TO WS-AC-RESULT(WS-FOUND-ACTION-SUB)
                   MOVE "HELD IN SUSPENSE"
                       TO WS-AC-OUTCOME(WS-FOUND-ACTION-SUB)
                   MOVE RC-OPERAND-A
                       TO WS-AC-FINAL-OPERAND-A(WS-FOUND-ACTION-SUB)
                   MOVE RC-OPERAND-B
                       TO WS-AC-FINAL-OPERAND-B(WS-FOUND-ACTION-SUB)
                   MOVE RC-OPERATION-CODE
                       TO WS-AC-FINAL-OPERATION(WS-FOUND-ACTION-SUB)
                   MOVE "HELD" TO SP-DET-STATUS
               WHEN WS-AC-ACTION-CODE(WS-FOUND-ACTION-SUB) = 'C'
                   PERFORM 2200-REINSTATE-ITEM
               WHEN OTHER
                   PERFORM 2300-WRITE-OFF-ITEM
           END-EVALUATE
           PERFORM 2900-WRITE-INVENTORY-LINE
           PERFORM 8000-READ-SUSPENSE-ITEM.

       2100-FIND-REGISTER-ENTRY.
           MOVE ZERO TO WS-FOUND-REG-SUB
           PERFORM 2110-SCAN-REGISTER-ENTRY
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REGISTER-COUNT
                   OR WS-FOUND-REG-SUB > ZERO.

       2110-SCAN-REGISTER-ENTRY.
           IF WS-RE-TRANS-ID(WS-REG-SUB) = RC-TRANS-ID
               MOVE WS-REG-SUB TO WS-FOUND-REG-SUB
           END-IF.

       2150-SCAN-ACTION-ENTRY.
           IF WS-AC-TRANS-ID(WS-ACTION-SUB) = RC-TRANS-ID
                   AND WS-AC-UNMATCHED(WS-ACTION-SUB)
               MOVE WS-ACTION-SUB TO WS-FOUND-ACTION-SUB
           END-IF.

      ******************************************************************
      * Reinstatement only goes through when the corrected record
      * would now calculate - otherwise it would just cycle back into
      * suspense.  A refused correction leaves the item untouched.
      ******************************************************************
       2200-REINSTATE-ITEM.
           MOVE 'Y' TO WS-CORRECTION-SWITCH
           IF WS-AC-OPERAND-A-X(WS-FOUND-ACTION-SUB) NOT = SPACES
               IF WS-AC-OPERAND-A(WS-FOUND-ACTION-SUB) IS NUMERIC
                   MOVE WS-AC-OPERAND-A(WS-FOUND-ACTION-SUB)
                       TO RC-OPERAND-A
               ELSE
                   MOVE 'N' TO WS-CORRECTION-SWITCH
                   MOVE "REFUSED - OPERAND-A NOT NUMERIC"
                       TO WS-AC-OUTCOME(WS-FOUND-ACTION-SUB)
               END-IF
           END-IF
           IF WS-AC-OPERAND-B-X(WS-FOUND-ACTION-SUB) NOT = SPACES
               IF WS-AC-OPERAND-B(WS-FOUND-ACTION-SUB) IS NUMERIC
                   MOVE WS-AC-OPERAND-B(WS-FOUND-ACTION-SUB)
                       TO RC-OPERAND-B
               ELSE
                   MOVE 'N' TO WS-CORRECTION-SWITCH
                   MOVE "REFUSED - OPERAND-B NOT NUMERIC"
                       TO WS-AC-OUTCOME(WS-FOUND-ACTION-SUB)
               END-IF
           END-IF
           IF WS-AC-OPERATION(WS-FOUND-ACTION-SUB) NOT = SPACE
               IF WS-AC-OPERATION(WS-FOUND-ACTION-SUB) = 'A' OR 'S'
                       OR 'M' OR 'D'
                   MOVE WS-AC-OPERATION(WS-FOUND-ACTION-SUB)
                       TO RC-OPERATION-CODE
               ELSE
                   MOVE 'N' TO WS-CORRECTION-SWITCH
                   MOVE "REFUSED - OPERATION CODE INVALID"
                       TO WS-AC-OUTCOME(WS-FOUND-ACTION-SUB)
               END-IF
           END-IF
           IF WS-CORRECTION-VALID
               PERFORM 2250-TEST-CALCULATION
           END-IF
           IF WS-CORRECTION-VALID
               WRITE RECYCLE-OUT-RECORD FROM RECYCLE-RECORD
               PERFORM 2270-RESET-REGISTER-ENTRY
               ADD 1 TO WS-REINSTATED-COUNT
               MOVE 'A' TO WS-AC-RESULT(WS-FOUND-ACTION-SUB)
               MOVE "REINSTATED TO RECYCLE, CYCLE COUNT RESET"
                   TO WS-AC-OUTCOME(WS-FOUND-ACTION-SUB)
               MOVE "REINSTATED" TO SP-DET-STATUS
           ELSE
               WRITE SUSPENSE-WORK-RECORD FROM RECYCLE-SUSPENSE-RECORD
               ADD 1 TO WS-STILL-SUSPENDED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'R' TO WS-AC-RESULT(WS-FOUND-ACTION-SUB)
               MOVE "IN SUSPENSE" TO SP-DET-STATUS
           END-IF
           MOVE RC-OPERAND-A
               TO WS-AC-FINAL-OPERAND-A(WS-FOUND-ACTION-SUB)
           MOVE RC-OPERAND-B
               TO WS-AC-FINAL-OPERAND-B(WS-FOUND-ACTION-SUB)
           MOVE RC-OPERATION-CODE
               TO WS-AC-FINAL-OPERATION(WS-FOUND-ACTION-SUB)
           IF NOT WS-CORRECTION-VALID
               MOVE RECYCLE-SUSPENSE-RECORD TO RECYCLE-RECORD
           END-IF.

       2250-TEST-CALCULATION.
           MOVE RC-OPERAND-A TO WS-CALC-OPERAND-A
           MOVE RC-OPERAND-B TO WS-CALC-OPERAND-B
           MOVE RC-OPERATION-CODE TO WS-CALC-OPERATION
           IF WS-CALC-OPERATION = SPACE
               MOVE 'A' TO WS-CALC-OPERATION
           END-IF
           CALL 'MATHUTILS' USING WS-CALC-OPERAND-A WS-CALC-OPERAND-B
               WS-CALC-RESULT WS-MATH-STATUS WS-CALC-OPERATION
           IF NOT MATH-STATUS-OK
               MOVE 'N' TO WS-CORRECTION-SWITCH
               MOVE "REFUSED - CORRECTED RECORD STILL FAILS"
                   TO WS-AC-OUTCOME(WS-FOUND-ACTION-SUB)
           END-IF.

      ******************************************************************
      * Back in the loop with a clean slate.  An item escalated
      * before the register kept suspended entries has no entry, so
      * it is registered afresh from today.
      ******************************************************************
       2270-RESET-REGISTER-ENTRY.
           IF WS-FOUND-REG-SUB = ZERO
               IF WS-REGISTER-COUNT >= 2000
                   DISPLAY "RECYCLE REGISTER TABLE FULL, TRANS-ID "
                       RC-TRANS-ID " NOT TRACKED"
               ELSE
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE WS-REGISTER-COUNT TO WS-FOUND-REG-SUB
                   MOVE RC-TRANS-ID
                       TO WS-RE-TRANS-ID(WS-FOUND-REG-SUB)
                   MOVE WS-BUSINESS-DATE
                       TO WS-RE-FIRST-FAIL(WS-FOUND-REG-SUB)
                   MOVE RC-MATH-REASON
                       TO WS-RE-LAST-REASON(WS-FOUND-REG-SUB)
                   MOVE RC-RUN-ID
                       TO WS-RE-LAST-RUN-ID(WS-FOUND-REG-SUB)
               END-IF
           END-IF
           IF WS-FOUND-REG-SUB > ZERO
               MOVE ZERO TO WS-RE-CYCLE-COUNT(WS-FOUND-REG-SUB)
               MOVE SPACE TO WS-RE-STATUS(WS-FOUND-REG-SUB)
               SET WS-REGISTER-CHANGED TO TRUE
           END-IF.

       2300-WRITE-OFF-ITEM.
           IF WS-AC-AMOUNT(WS-FOUND-ACTION-SUB) IS NOT NUMERIC
               WRITE SUSPENSE-WORK-RECORD FROM RECYCLE-SUSPENSE-RECORD
               ADD 1 TO WS-STILL-SUSPENDED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'R' TO WS-AC-RESULT(WS-FOUND-ACTION-SUB)
               MOVE "REFUSED - WRITE-OFF AMOUNT NOT NUMERIC"
                   TO WS-AC-OUTCOME(WS-FOUND-ACTION-SUB)
               MOVE "IN SUSPENSE" TO SP-DET-STATUS
           ELSE
               IF NOT WS-GL-TRANSMISSION-OPEN
                   PERFORM 2350-OPEN-GL-TRANSMISSION
               END-IF
               MOVE SPACES TO GLINTFC-RECORD
               MOVE WS-BUSINESS-DATE TO GL-POSTING-DATE
               MOVE RC-OPERAND-A TO GL-OPERAND-A
               MOVE RC-OPERAND-B TO GL-OPERAND-B
               MOVE WS-AC-AMOUNT(WS-FOUND-ACTION-SUB) TO GL-AMOUNT
               MOVE RC-TRANS-ID TO GL-TRANS-ID
               MOVE WS-WRITE-OFF-BATCH-KEY TO GL-BATCH-KEY
               MOVE WS-SUSPENSE-ACCOUNT TO GL-ACCOUNT-CODE
               SET GL-DETAIL-ROW TO TRUE
               WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
               SET GE-COUNT-ROW TO TRUE
               CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
               IF WS-FOUND-REG-SUB > ZERO
                   MOVE 'W' TO WS-RE-STATUS(WS-FOUND-REG-SUB)
                   SET WS-REGISTER-CHANGED TO TRUE
               END-IF
               ADD 1 TO WS-WRITTEN-OFF-COUNT
               MOVE 'A' TO WS-AC-RESULT(WS-FOUND-ACTION-SUB)
               MOVE SPACES TO WS-AC-OUTCOME(WS-FOUND-ACTION-SUB)
               STRING "WRITTEN OFF TO SUSPENSE ACCOUNT "
                       WS-SUSPENSE-ACCOUNT DELIMITED BY SIZE
                   INTO WS-AC-OUTCOME(WS-FOUND-ACTION-SUB)
               MOVE "WRITTEN OFF" TO SP-DET-STATUS
           END-IF
           MOVE RC-OPERAND-A
               TO WS-AC-FINAL-OPERAND-A(WS-FOUND-ACTION-SUB)
           MOVE RC-OPERAND-B
               TO WS-AC-FINAL-OPERAND-B(WS-FOUND-ACTION-SUB)
           MOVE RC-OPERATION-CODE
               TO WS-AC-FINAL-OPERATION(WS-FOUND-ACTION-SUB).

      ******************************************************************
      * The run's write-off rows go to the ledger as one transmission
      * appended to GLINTFC.DAT, framed by GLENVLP's header and
      * trailer rows.  It is opened at the first write-off applied,
      * so a run whose write-offs are all refused sends nothing.
      ******************************************************************
       2350-OPEN-GL-TRANSMISSION.
           SET GE-OPEN-TRANSMISSION TO TRUE
           MOVE "SUSPWORK" TO GE-SOURCE-PROGRAM
           MOVE WS-BUSINESS-DATE TO GE-BUSINESS-DATE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           PERFORM 2380-CHECK-ENVELOPE-STATUS
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
           SET WS-GL-TRANSMISSION-OPEN TO TRUE.

       2370-CLOSE-GL-TRANSMISSION.
           SET GE-CLOSE-TRANSMISSION TO TRUE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           PERFORM 2380-CHECK-ENVELOPE-STATUS
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
           MOVE 'N' TO WS-GL-TRANSMISSION-SWITCH.

       2380-CHECK-ENVELOPE-STATUS.
           IF NOT GE-STATUS-OK
               DISPLAY "ERROR KEEPING GL TRANSMISSION REGISTER, "
                   "SEQUENCE " GE-SEQUENCE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2900-WRITE-INVENTORY-LINE.
           MOVE RC-TRANS-ID TO SP-DET-TRANS-ID
           MOVE ZERO TO SP-DET-FIRST-FAIL
           MOVE ZERO TO SP-DET-AGE
           MOVE ZERO TO SP-DET-CYCLES
           IF WS-FOUND-REG-SUB > ZERO
               MOVE WS-RE-FIRST-FAIL(WS-FOUND-REG-SUB)
                   TO SP-DET-FIRST-FAIL
               MOVE FUNCTION INTEGER-OF-DATE
                       (WS-RE-FIRST-FAIL(WS-FOUND-REG-SUB))
                   TO WS-DATE-INTEGER
               COMPUTE WS-AGE-DAYS =
                   WS-BUSINESS-INTEGER - WS-DATE-INTEGER
               MOVE WS-AGE-DAYS TO SP-DET-AGE
               MOVE WS-RE-CYCLE-COUNT(WS-FOUND-REG-SUB)
                   TO SP-DET-CYCLES
           END-IF
           MOVE RC-MATH-REASON TO SP-DET-REASON
           MOVE RC-ACCOUNT-CODE TO SP-DET-ACCOUNT
           MOVE RC-OPERAND-A TO SP-DET-OPERAND-A
           MOVE RC-OPERAND-B TO SP-DET-OPERAND-B
           MOVE RC-OPERATION-CODE TO SP-DET-OPERATION
           WRITE SUSPRPT-PRINT-LINE FROM SP-DETAIL-LINE.

       3000-TERMINATE.
           CLOSE RECYCLE-SUSPENSE-FILE
           CLOSE SUSPENSE-WORK-FILE
           IF WS-RECYCLE-OUT-OPEN
               CLOSE RECYCLE-OUT-FILE
           END-IF
           IF WS-GLINTFC-OPEN
               IF WS-GL-TRANSMISSION-OPEN
                   PERFORM 2370-CLOSE-GL-TRANSMISSION
               END-IF
               CLOSE GLINTFC-FILE
           END-IF
      *    Every action is on the audit trail before the suspense file
      *    and register are rewritten without the items it moved.
           IF WS-ACTIONS-LOADED > ZERO
               WRITE SUSPRPT-PRINT-LINE FROM SP-ACTION-COLUMN-LINE
           END-IF
           PERFORM 7000-RECORD-ACTION-OUTCOME
               VARYING WS-ACTION-SUB FROM 1 BY 1
               UNTIL WS-ACTION-SUB > WS-ACTIONS-LOADED
           CLOSE SUSPENSE-AUDIT-FILE
           PERFORM 6000-REWRITE-SUSPENSE-FILE
           IF WS-REGISTER-CHANGED
               PERFORM 6500-REWRITE-REGISTER
           END-IF
           MOVE "SUSPENDED ITEMS READ:" TO SP-TOTAL-LABEL
           MOVE WS-SUSPENSE-READ-COUNT TO SP-TOTAL-VALUE
           WRITE SUSPRPT-PRINT-LINE FROM SP-TOTAL-LINE
           MOVE "ITEMS REINSTATED:" TO SP-TOTAL-LABEL
           MOVE WS-REINSTATED-COUNT TO SP-TOTAL-VALUE
           WRITE SUSPRPT-PRINT-LINE FROM SP-TOTAL-LINE
           MOVE "ITEMS WRITTEN OFF:" TO SP-TOTAL-LABEL
           MOVE WS-WRITTEN-OFF-COUNT TO SP-TOTAL-VALUE
           WRITE SUSPRPT-PRINT-LINE FROM SP-TOTAL-LINE
           MOVE "ITEMS HELD BY ACTION:" TO SP-TOTAL-LABEL
           MOVE WS-HELD-COUNT TO SP-TOTAL-VALUE
           WRITE SUSPRPT-PRINT-LINE FROM SP-TOTAL-LINE
           MOVE "ACTIONS REFUSED:" TO SP-TOTAL-LABEL
           MOVE WS-REFUSED-COUNT TO SP-TOTAL-VALUE
           WRITE SUSPRPT-PRINT-LINE FROM SP-TOTAL-LINE
           MOVE "ACTIONS UNMATCHED:" TO SP-TOTAL-LABEL
           MOVE WS-UNMATCHED-COUNT TO SP-TOTAL-VALUE
           WRITE SUSPRPT-PRINT-LINE FROM SP-TOTAL-LINE
           MOVE "ITEMS STILL IN SUSPENSE:" TO SP-TOTAL-LABEL
           MOVE WS-STILL-SUSPENDED TO SP-TOTAL-VALUE
           WRITE SUSPRPT-PRINT-LINE FROM SP-TOTAL-LINE
           CLOSE SUSPRPT-FILE
           DISPLAY "Suspended items read: " WS-SUSPENSE-READ-COUNT
           DISPLAY "Items reinstated: " WS-REINSTATED-COUNT
           DISPLAY "Items written off: " WS-WRITTEN-OFF-COUNT
           DISPLAY "Items held by action: " WS-HELD-COUNT
           DISPLAY "Actions refused: " WS-REFUSED-COUNT
           DISPLAY "Actions unmatched: " WS-UNMATCHED-COUNT
           DISPLAY "Items still in suspense: " WS-STILL-SUSPENDED
           IF WS-REFUSED-COUNT > ZERO OR WS-UNMATCHED-COUNT > ZERO
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * Put the items still in suspense back on RECYSUSP.DAT, the
      * same work-file rewrite RECYAGE uses for its recycle output.
      ******************************************************************
       6000-REWRITE-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-WORK-FILE
           IF WS-SW-STATUS NOT = "00"
               DISPLAY "ERROR REOPENING SUSPENSE WORK FILE, STATUS="
                   WS-SW-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RECYCLE-SUSPENSE-FILE
               IF WS-RS-STATUS NOT = "00" AND NOT = "05"
                   DISPLAY "ERROR REWRITING SUSPENSE FILE, STATUS="
                       WS-RS-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 6100-COPY-WORK-RECORD
                       UNTIL WS-SW-END-OF-FILE
                   CLOSE RECYCLE-SUSPENSE-FILE
               END-IF
               CLOSE SUSPENSE-WORK-FILE
           END-IF.

       6100-COPY-WORK-RECORD.
           READ SUSPENSE-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SW-EOF-SWITCH
               NOT AT END
                   WRITE RECYCLE-SUSPENSE-RECORD
                       FROM SUSPENSE-WORK-RECORD
           END-READ.

       6500-REWRITE-REGISTER.
           OPEN OUTPUT RECYCLE-REGISTER-FILE
           IF WS-RG-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR REWRITING RECYCLE REGISTER, STATUS="
                   WS-RG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6600-WRITE-REGISTER-ENTRY
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REGISTER-COUNT
               CLOSE RECYCLE-REGISTER-FILE
           END-IF.

       6600-WRITE-REGISTER-ENTRY.
           IF NOT WS-RE-WRITTEN-OFF(WS-REG-SUB)
               MOVE WS-RE-TRANS-ID(WS-REG-SUB) TO RR-TRANS-ID
               MOVE WS-RE-FIRST-FAIL(WS-REG-SUB) TO RR-FIRST-FAIL-DATE
               MOVE WS-RE-CYCLE-COUNT(WS-REG-SUB) TO RR-CYCLE-COUNT
               MOVE WS-RE-LAST-REASON(WS-REG-SUB) TO RR-LAST-REASON
               MOVE WS-RE-LAST-RUN-ID(WS-REG-SUB) TO RR-LAST-RUN-ID
               MOVE WS-RE-STATUS(WS-REG-SUB) TO RR-REGISTER-STATUS
               WRITE RECYCLE-REGISTER-BUFFER
                   FROM RECYCLE-REGISTER-RECORD
           END-IF.

      ******************************************************************
      * One register line and one audit trail entry per supervisor
      * action - an action naming a transaction not in suspense is
      * flagged so a mistyped id cannot pass silently.
      ******************************************************************
       7000-RECORD-ACTION-OUTCOME.
           EVALUATE WS-AC-ACTION-CODE(WS-ACTION-SUB)
               WHEN 'C'
                   MOVE "REINSTATE" TO SP-ACT-ACTION
               WHEN 'W'
                   MOVE "WRITE-OFF" TO SP-ACT-ACTION
               WHEN OTHER
                   MOVE "HOLD" TO SP-ACT-ACTION
           END-EVALUATE
           IF WS-AC-UNMATCHED(WS-ACTION-SUB)
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "NOT IN SUSPENSE - NO ACTION TAKEN"
                   TO WS-AC-OUTCOME(WS-ACTION-SUB)
               MOVE SPACES TO SP-EXCEPTION-TEXT
               STRING "ACTION FOR TRANS-ID "
                       WS-AC-TRANS-ID(WS-ACTION-SUB)
                       " MATCHED NOTHING IN SUSPENSE" DELIMITED BY SIZE
                   INTO SP-EXCEPTION-TEXT
               WRITE SUSPRPT-PRINT-LINE FROM SP-EXCEPTION-LINE
           END-IF
           MOVE WS-AC-TRANS-ID(WS-ACTION-SUB) TO SP-ACT-TRANS-ID
           MOVE WS-AC-APPROVER-ID(WS-ACTION-SUB) TO SP-ACT-APPROVER
           MOVE WS-AC-REASON(WS-ACTION-SUB) TO SP-ACT-REASON
           MOVE WS-AC-OUTCOME(WS-ACTION-SUB) TO SP-ACT-OUTCOME
           WRITE SUSPRPT-PRINT-LINE FROM SP-ACTION-LINE
           PERFORM 7100-WRITE-AUDIT-ENTRY.

      ******************************************************************
      * An action that cannot be audited stops the run before
      * RECYSUSP.DAT is rewritten.
      ******************************************************************
       7100-WRITE-AUDIT-ENTRY.
           MOVE WS-CURRENT-DATE-TIME TO SU-TIMESTAMP
           MOVE WS-AC-ACTION-CODE(WS-ACTION-SUB) TO SU-ACTION-CODE
           MOVE WS-AC-TRANS-ID(WS-ACTION-SUB) TO SU-TRANS-ID
           MOVE WS-AC-APPROVER-ID(WS-ACTION-SUB) TO SU-APPROVER-ID
           MOVE WS-AC-REASON(WS-ACTION-SUB) TO SU-REASON
           EVALUATE TRUE
               WHEN WS-AC-APPLIED(WS-ACTION-SUB)
                   SET SU-ACTION-APPLIED TO TRUE
               WHEN WS-AC-REFUSED(WS-ACTION-SUB)
                   SET SU-ACTION-REFUSED TO TRUE
               WHEN OTHER
                   SET SU-ACTION-UNMATCHED TO TRUE
           END-EVALUATE
           MOVE WS-AC-FINAL-OPERAND-A(WS-ACTION-SUB)
               TO SU-OPERAND-A
           MOVE WS-AC-FINAL-OPERAND-B(WS-ACTION-SUB)
               TO SU-OPERAND-B
           MOVE WS-AC-FINAL-OPERATION(WS-ACTION-SUB)
               TO SU-OPERATION-CODE
           MOVE SPACES TO SU-ACCOUNT-CODE
           MOVE ZERO TO SU-AMOUNT
           IF WS-AC-ACTION-CODE(WS-ACTION-SUB) = 'W'
                   AND WS-AC-APPLIED(WS-ACTION-SUB)
               MOVE WS-SUSPENSE-ACCOUNT TO SU-ACCOUNT-CODE
               MOVE WS-AC-AMOUNT(WS-ACTION-SUB) TO SU-AMOUNT
           END-IF
           WRITE SUSPENSE-AUDIT-RECORD
           IF WS-SU-STATUS NOT = "00"
               DISPLAY "ERROR WRITING SUSPENSE AUDIT FILE, STATUS="
                   WS-SU-STATUS ", TRANS-ID "
                   WS-AC-TRANS-ID(WS-ACTION-SUB)
               CLOSE SUSPRPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-READ-SUSPENSE-ITEM.
           READ RECYCLE-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-RS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-READ-COUNT
           END-READ.

       9000-LOAD-SUSPENSE-PARM.
           OPEN INPUT SUSPENSE-PARM-FILE
           IF WS-PF-STATUS = "00"
               READ SUSPENSE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SX-SUSPENSE-ACCOUNT NOT = SPACES
                           MOVE SX-SUSPENSE-ACCOUNT
                               TO WS-SUSPENSE-ACCOUNT
                       END-IF
               END-READ
           END-IF
           CLOSE SUSPENSE-PARM-FILE.

       9100-LOAD-ACTION-FILE.
           OPEN INPUT SUSPENSE-ACTION-FILE
           IF WS-SA-STATUS = "00"
               PERFORM 9150-LOAD-ACTION-ENTRY
                   UNTIL WS-SA-END-OF-FILE
           END-IF
           CLOSE SUSPENSE-ACTION-FILE
           IF WS-ACTIONS-LOADED = ZERO
               DISPLAY "NO SUPERVISOR ACTIONS SUPPLIED, INVENTORY ONLY"
           END-IF.

       9150-LOAD-ACTION-ENTRY.
           READ SUSPENSE-ACTION-FILE
               AT END
                   MOVE 'Y' TO WS-SA-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT SA-REINSTATE-ACTION
                               AND NOT SA-WRITE-OFF-ACTION
                               AND NOT SA-HOLD-ACTION
                           DISPLAY "INVALID ACTION CODE '"
                               SA-ACTION-CODE "' FOR TRANS-ID "
                               SA-TRANS-ID ", IGNORED"
                           MOVE SPACES TO SP-EXCEPTION-TEXT
                           STRING "INVALID ACTION CODE FOR TRANS-ID "
                                   SA-TRANS-ID DELIMITED BY SIZE
                               INTO SP-EXCEPTION-TEXT
                           WRITE SUSPRPT-PRINT-LINE
                               FROM SP-EXCEPTION-LINE
                           IF RETURN-CODE = ZERO
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN SA-APPROVER-ID = SPACES
                               OR SA-REASON = SPACES
                           DISPLAY "ACTION FOR TRANS-ID " SA-TRANS-ID
                               " HAS NO APPROVER OR REASON, IGNORED"
                           MOVE SPACES TO SP-EXCEPTION-TEXT
                           STRING "ACTION FOR TRANS-ID " SA-TRANS-ID
                                   " HAS NO APPROVER OR REASON"
                                   DELIMITED BY SIZE
                               INTO SP-EXCEPTION-TEXT
                           WRITE SUSPRPT-PRINT-LINE
                               FROM SP-EXCEPTION-LINE
                           IF RETURN-CODE = ZERO
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN WS-ACTIONS-LOADED >= 200
                           DISPLAY "ACTION TABLE FULL, RECORD "
                               "IGNORED, TRANS-ID=" SA-TRANS-ID
                       WHEN OTHER
                           PERFORM 9160-STORE-ACTION-ENTRY
                   END-EVALUATE
           END-READ.

       9160-STORE-ACTION-ENTRY.
           ADD 1 TO WS-ACTIONS-LOADED
           MOVE SA-ACTION-CODE TO WS-AC-ACTION-CODE(WS-ACTIONS-LOADED)
           MOVE SA-TRANS-ID TO WS-AC-TRANS-ID(WS-ACTIONS-LOADED)
           MOVE SA-OPERAND-A-X TO WS-AC-OPERAND-A-X(WS-ACTIONS-LOADED)
           MOVE SA-OPERAND-B-X TO WS-AC-OPERAND-B-X(WS-ACTIONS-LOADED)
           MOVE SA-OPERATION-CODE
               TO WS-AC-OPERATION(WS-ACTIONS-LOADED)
           MOVE SA-WRITE-OFF-AMOUNT-X
               TO WS-AC-AMOUNT-X(WS-ACTIONS-LOADED)
           MOVE SA-APPROVER-ID TO WS-AC-APPROVER-ID(WS-ACTIONS-LOADED)
           MOVE SA-REASON TO WS-AC-REASON(WS-ACTIONS-LOADED)
           MOVE SPACE TO WS-AC-RESULT(WS-ACTIONS-LOADED)
           MOVE SPACES TO WS-AC-OUTCOME(WS-ACTIONS-LOADED)
           MOVE ZERO TO WS-AC-FINAL-OPERAND-A(WS-ACTIONS-LOADED)
           MOVE ZERO TO WS-AC-FINAL-OPERAND-B(WS-ACTIONS-LOADED)
           MOVE SPACE TO WS-AC-FINAL-OPERATION(WS-ACTIONS-LOADED)
           IF SA-REINSTATE-ACTION
               ADD 1 TO WS-REINSTATE-ACTIONS
           END-IF
           IF SA-WRITE-OFF-ACTION
               ADD 1 TO WS-WRITE-OFF-ACTIONS
           END-IF.

       9200-LOAD-REGISTER.
           OPEN INPUT RECYCLE-REGISTER-FILE
           IF WS-RG-STATUS = "00"
               PERFORM 9250-LOAD-REGISTER-ENTRY
                   UNTIL WS-RG-END-OF-FILE
           END-IF
      *    An OPTIONAL file opens even when absent, so always close
      *    here or the register rewrite cannot reopen it for output.
           CLOSE RECYCLE-REGISTER-FILE.

      ******************************************************************
      * The register is rewritten whole when anything is reinstated
      * or written off, so a register that will not fit the table
      * refuses the run rather than losing entries.
      ******************************************************************
       9250-LOAD-REGISTER-ENTRY.
           READ RECYCLE-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-RG-EOF-SWITCH
               NOT AT END
                   IF WS-REGISTER-COUNT >= 2000
                       DISPLAY "RECYCLE REGISTER TABLE FULL, RUN "
                           "REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RECYCLE-REGISTER-BUFFER
                       TO RECYCLE-REGISTER-RECORD
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE RR-TRANS-ID TO WS-RE-TRANS-ID(WS-REGISTER-COUNT)
                   MOVE RR-FIRST-FAIL-DATE
                       TO WS-RE-FIRST-FAIL(WS-REGISTER-COUNT)
                   MOVE RR-CYCLE-COUNT
                       TO WS-RE-CYCLE-COUNT(WS-REGISTER-COUNT)
                   MOVE RR-LAST-REASON
                       TO WS-RE-LAST-REASON(WS-REGISTER-COUNT)
                   MOVE RR-LAST-RUN-ID
                       TO WS-RE-LAST-RUN-ID(WS-REGISTER-COUNT)
                   MOVE RR-REGISTER-STATUS
                       TO WS-RE-STATUS(WS-REGISTER-COUNT)
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
