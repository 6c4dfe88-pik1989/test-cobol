       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMANT.

      ******************************************************************
      * Chart of accounts maintenance.  TRNEDIT validates every
      * detail's account code against COACCT.DAT; this program is the
      * supported way to change that file.  Requests on ACMTRANS.DAT
      * add an account, change its description, close it, or reopen
      * it.  A close is refused while the account still has GL rows
      * held on GLINTFC.HLD, transactions still cycling on the
      * RECYREG.DAT aging register (matched to their account through
      * the RECYCOUT.DAT / RECYCIN.DAT recycle images), or items
      * escalated to RECYSUSP.DAT - closing it would strand them.
      * Every applied request prints before and after images on the
      * register and is appended to the ACCTHIST.DAT change history
      * with the requester, the reason, and the time - once COACCT.DAT
      * has been rewritten, so the history never shows a change the
      * chart did not get.  RETURN-CODE 8 when any request is
      * rejected, 16 on file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAINT-FILE ASSIGN TO "ACMTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AM-STATUS.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "COACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.
           SELECT OPTIONAL GLINTFC-HOLD-FILE ASSIGN TO "GLINTFC.HLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.
           SELECT OPTIONAL RECYCLE-REGISTER-FILE
               ASSIGN TO "RECYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.
           SELECT OPTIONAL RECYCLE-OUT-FILE ASSIGN TO "RECYCOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.
           SELECT OPTIONAL RECYCLE-IN-FILE ASSIGN TO "RECYCIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RI-STATUS.
           SELECT OPTIONAL RECYCLE-SUSPENSE-FILE
               ASSIGN TO "RECYSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT ACMRPT01-FILE ASSIGN TO "ACMRPT01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MAINT-FILE
           RECORDING MODE IS F.
       COPY "ACMTRANS.cpy".

       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       COPY "COACCT.cpy".

       FD  ACCOUNT-HISTORY-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-HISTORY-BUFFER  PIC X(104).

       FD  GLINTFC-HOLD-FILE
           RECORDING MODE IS F.
       01  GLINTFC-HOLD-BUFFER     PIC X(80).

       FD  RECYCLE-REGISTER-FILE
           RECORDING MODE IS F.
       01  RECYCLE-REGISTER-BUFFER PIC X(42).

       FD  RECYCLE-OUT-FILE
           RECORDING MODE IS F.
       01  RECYCLE-OUT-RECORD      PIC X(50).

       FD  RECYCLE-IN-FILE
           RECORDING MODE IS F.
       01  RECYCLE-IN-RECORD       PIC X(50).

       FD  RECYCLE-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-SUSPENSE-RECORD PIC X(50).

       FD  ACMRPT01-FILE
           RECORDING MODE IS F.
       01  ACMRPT01-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AM-STATUS            PIC XX VALUE SPACES.
       01  WS-CA-STATUS            PIC XX VALUE SPACES.
       01  WS-AH-STATUS            PIC XX VALUE SPACES.
       01  WS-GLH-STATUS           PIC XX VALUE SPACES.
       01  WS-RG-STATUS            PIC XX VALUE SPACES.
       01  WS-RO-STATUS            PIC XX VALUE SPACES.
       01  WS-RI-STATUS            PIC XX VALUE SPACES.
       01  WS-RS-STATUS            PIC XX VALUE SPACES.
       01  WS-AR-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-CA-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-CA-END-OF-FILE       VALUE 'Y'.
       01  WS-GLH-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-GLH-END-OF-FILE      VALUE 'Y'.
       01  WS-RG-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RG-END-OF-FILE       VALUE 'Y'.
       01  WS-RO-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RO-END-OF-FILE       VALUE 'Y'.
       01  WS-RI-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RI-END-OF-FILE       VALUE 'Y'.
       01  WS-RS-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RS-END-OF-FILE       VALUE 'Y'.
       01  WS-MASTER-SWITCH        PIC X VALUE 'N'.
           88  WS-MASTER-REWRITTEN     VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-ACCT-SUB             PIC 9(3) VALUE ZERO.
       01  WS-FOUND-ACCT-SUB       PIC 9(3) VALUE ZERO.
       01  WS-EXP-SUB              PIC 9(3) VALUE ZERO.
       01  WS-FOUND-EXP-SUB        PIC 9(3) VALUE ZERO.
       01  WS-REG-SUB              PIC 9(5) VALUE ZERO.
       01  WS-HIST-SUB             PIC 9(3) VALUE ZERO.
       01  WS-FOUND-REG-SUB        PIC 9(5) VALUE ZERO.
       01  WS-EXPOSURE-CODE        PIC X(2) VALUE SPACES.
       01  WS-BEFORE-STATUS        PIC X VALUE SPACE.
       01  WS-BEFORE-DESCRIPTION   PIC X(20) VALUE SPACES.
       01  WS-REQUESTS-READ        PIC 9(7) VALUE ZERO.
       01  WS-ADDS-APPLIED         PIC 9(7) VALUE ZERO.
       01  WS-CHANGES-APPLIED      PIC 9(7) VALUE ZERO.
       01  WS-CLOSES-APPLIED       PIC 9(7) VALUE ZERO.
       01  WS-REOPENS-APPLIED      PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNTS-LOADED  PIC 9(3) VALUE ZERO.
           05  WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
               10  WS-AT-CODE          PIC X(2).
               10  WS-AT-STATUS        PIC X.
               10  WS-AT-DESCRIPTION   PIC X(20).
      *    Open business per account: GL rows still held and recycle
      *    or suspense items still unresolved.  Either blocks a close.
       01  WS-EXPOSURE-TABLE.
           05  WS-EXPOSURES-USED   PIC 9(3) VALUE ZERO.
           05  WS-EXPOSURE-ENTRY OCCURS 500 TIMES.
               10  WS-EX-CODE          PIC X(2).
               10  WS-EX-HELD-COUNT    PIC 9(7).
               10  WS-EX-RECYCLE-COUNT PIC 9(7).
       01  WS-REGISTER-TABLE.
           05  WS-REGISTER-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-REGISTER-ENTRY OCCURS 2000 TIMES.
               10  WS-RE-TRANS-ID      PIC 9(6).
      *    History rows for the requests applied, held until the
      *    account master has been rewritten.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-USED     PIC 9(3) VALUE ZERO.
           05  WS-HISTORY-ENTRY OCCURS 500 TIMES.
               10  WS-HI-IMAGE         PIC X(104).
       COPY "ACCTHIST.cpy".
       COPY "GLINTFCW.cpy".
       COPY "RECYCLE.cpy".
       COPY "RECYREG.cpy".
       COPY "ACMRPT01.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-MAINTENANCE
               UNTIL WS-END-OF-FILE
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ACCOUNT-MAINT-FILE
           IF WS-AM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT MAINT FILE, STATUS="
                   WS-AM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACMRPT01-FILE
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT MAINT REPORT, STATUS="
                   WS-AR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE ACMRPT01-PRINT-LINE FROM AC-HEADING-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 9000-LOAD-ACCOUNT-MASTER
           PERFORM 9100-LOAD-HELD-ROWS
           PERFORM 9200-LOAD-RECYCLE-REGISTER
           PERFORM 9300-LOAD-RECYCLE-ITEMS
           PERFORM 8000-READ-ACCOUNT-MAINT.

       2000-APPLY-MAINTENANCE.
           MOVE AM-ACCOUNT-CODE TO AC-ACTION-ACCOUNT
           MOVE AM-REQUESTED-BY TO AC-ACTION-REQUESTER
           MOVE AM-REASON TO AC-ACTION-REASON
           EVALUATE TRUE
               WHEN NOT AM-ACTION-ADD AND NOT AM-ACTION-CHANGE
                       AND NOT AM-ACTION-CLOSE
                       AND NOT AM-ACTION-REOPEN
                   MOVE "INVALID" TO AC-ACTION-LABEL
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN AM-ACCOUNT-CODE = SPACES
                   MOVE AM-ACTION-CODE TO AC-ACTION-LABEL
                   MOVE "REJECTED - NO ACCOUNT CODE"
                       TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
      *        The change history is for the auditors - a request
      *        that cannot say who asked and why is not applied.
               WHEN AM-REQUESTED-BY = SPACES
                   MOVE AM-ACTION-CODE TO AC-ACTION-LABEL
                   MOVE "REJECTED - NO REQUESTER ID"
                       TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN AM-REASON = SPACES
                   MOVE AM-ACTION-CODE TO AC-ACTION-LABEL
                   MOVE "REJECTED - NO REASON GIVEN"
                       TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-HISTORY-USED >= 500
                   MOVE AM-ACTION-CODE TO AC-ACTION-LABEL
                   MOVE "REJECTED - HISTORY TABLE FULL"
                       TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN AM-ACTION-ADD
                   PERFORM 2100-APPLY-ADD
               WHEN AM-ACTION-CHANGE
                   PERFORM 2200-APPLY-CHANGE
               WHEN AM-ACTION-CLOSE
                   PERFORM 2300-APPLY-CLOSE
               WHEN AM-ACTION-REOPEN
                   PERFORM 2400-APPLY-REOPEN
           END-EVALUATE
           PERFORM 8000-READ-ACCOUNT-MAINT.

       2100-APPLY-ADD.
           MOVE "ADD" TO AC-ACTION-LABEL
           PERFORM 7500-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN WS-FOUND-ACCT-SUB > ZERO
                   MOVE "REJECTED - ACCOUNT EXISTS" TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN AM-DESCRIPTION = SPACES
                   MOVE "REJECTED - NO DESCRIPTION" TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-ACCOUNTS-LOADED >= 500
                   MOVE "REJECTED - ACCOUNT TABLE FULL"
                       TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN OTHER
                   ADD 1 TO WS-ACCOUNTS-LOADED
                   MOVE WS-ACCOUNTS-LOADED TO WS-FOUND-ACCT-SUB
                   MOVE SPACE TO WS-BEFORE-STATUS
                   MOVE SPACES TO WS-BEFORE-DESCRIPTION
                   MOVE AM-ACCOUNT-CODE
                       TO WS-AT-CODE(WS-FOUND-ACCT-SUB)
                   MOVE 'O' TO WS-AT-STATUS(WS-FOUND-ACCT-SUB)
                   MOVE AM-DESCRIPTION
                       TO WS-AT-DESCRIPTION(WS-FOUND-ACCT-SUB)
                   MOVE "APPLIED" TO AC-ACTION-RESULT
                   WRITE ACMRPT01-PRINT-LINE FROM AC-ACTION-LINE
                   PERFORM 7100-PRINT-AFTER-IMAGE
                   PERFORM 7600-HOLD-HISTORY-ENTRY
                   ADD 1 TO WS-ADDS-APPLIED
           END-EVALUATE.

       2200-APPLY-CHANGE.
           MOVE "CHANGE" TO AC-ACTION-LABEL
           PERFORM 7500-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN WS-FOUND-ACCT-SUB = ZERO
                   MOVE "REJECTED - NOT FOUND" TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN AM-DESCRIPTION = SPACES
                   MOVE "REJECTED - NO DESCRIPTION" TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN OTHER
                   PERFORM 7050-SAVE-BEFORE-IMAGE
                   MOVE "APPLIED" TO AC-ACTION-RESULT
                   WRITE ACMRPT01-PRINT-LINE FROM AC-ACTION-LINE
                   PERFORM 7000-PRINT-BEFORE-IMAGE
                   MOVE AM-DESCRIPTION
                       TO WS-AT-DESCRIPTION(WS-FOUND-ACCT-SUB)
                   PERFORM 7100-PRINT-AFTER-IMAGE
                   PERFORM 7600-HOLD-HISTORY-ENTRY
                   ADD 1 TO WS-CHANGES-APPLIED
           END-EVALUATE.

      ******************************************************************
      * A closed account rejects at edit, so anything still owed to
      * it - held GL rows awaiting release, or a transaction still in
      * the recycle loop or in suspense - must be worked off first.
      ******************************************************************
       2300-APPLY-CLOSE.
           MOVE "CLOSE" TO AC-ACTION-LABEL
           PERFORM 7500-FIND-ACCOUNT
           MOVE AM-ACCOUNT-CODE TO WS-EXPOSURE-CODE
           PERFORM 7700-FIND-EXPOSURE
           EVALUATE TRUE
               WHEN WS-FOUND-ACCT-SUB = ZERO
                   MOVE "REJECTED - NOT FOUND" TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-AT-STATUS(WS-FOUND-ACCT-SUB) = 'C'
                   MOVE "REJECTED - ALREADY CLOSED" TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-FOUND-EXP-SUB > ZERO
                       AND WS-EX-HELD-COUNT(WS-FOUND-EXP-SUB) > ZERO
                   MOVE "REJECTED - HELD GL ROWS" TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-FOUND-EXP-SUB > ZERO
                       AND WS-EX-RECYCLE-COUNT(WS-FOUND-EXP-SUB) > ZERO
                   MOVE "REJECTED - OPEN RECYCLE ITEMS"
                       TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN OTHER
                   PERFORM 7050-SAVE-BEFORE-IMAGE
                   MOVE "APPLIED" TO AC-ACTION-RESULT
                   WRITE ACMRPT01-PRINT-LINE FROM AC-ACTION-LINE
                   PERFORM 7000-PRINT-BEFORE-IMAGE
                   MOVE 'C' TO WS-AT-STATUS(WS-FOUND-ACCT-SUB)
                   PERFORM 7100-PRINT-AFTER-IMAGE
                   PERFORM 7600-HOLD-HISTORY-ENTRY
                   ADD 1 TO WS-CLOSES-APPLIED
           END-EVALUATE.

       2400-APPLY-REOPEN.
           MOVE "REOPEN" TO AC-ACTION-LABEL
           PERFORM 7500-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN WS-FOUND-ACCT-SUB = ZERO
                   MOVE "REJECTED - NOT FOUND" TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN WS-AT-STATUS(WS-FOUND-ACCT-SUB) = 'O'
                   MOVE "REJECTED - ALREADY OPEN" TO AC-ACTION-RESULT
                   PERFORM 2900-REJECT-REQUEST
               WHEN OTHER
                   PERFORM 7050-SAVE-BEFORE-IMAGE
                   MOVE "APPLIED" TO AC-ACTION-RESULT
                   WRITE ACMRPT01-PRINT-LINE FROM AC-ACTION-LINE
                   PERFORM 7000-PRINT-BEFORE-IMAGE
                   MOVE 'O' TO WS-AT-STATUS(WS-FOUND-ACCT-SUB)
                   PERFORM 7100-PRINT-AFTER-IMAGE
                   PERFORM 7600-HOLD-HISTORY-ENTRY
                   ADD 1 TO WS-REOPENS-APPLIED
           END-EVALUATE.

       2900-REJECT-REQUEST.
           WRITE ACMRPT01-PRINT-LINE FROM AC-ACTION-LINE
           ADD 1 TO WS-REJECT-COUNT.

       3000-TERMINATE.
           CLOSE ACCOUNT-MAINT-FILE
           IF WS-ADDS-APPLIED > ZERO OR WS-CHANGES-APPLIED > ZERO
                   OR WS-CLOSES-APPLIED > ZERO
                   OR WS-REOPENS-APPLIED > ZERO
               PERFORM 6000-REWRITE-ACCOUNT-MASTER
               IF WS-MASTER-REWRITTEN
                   PERFORM 6500-APPEND-HISTORY
               ELSE
                   DISPLAY "ACCOUNT MASTER NOT REWRITTEN, NO CHANGE "
                       "HISTORY WRITTEN"
               END-IF
           END-IF
           MOVE "MAINTENANCE REQUESTS READ:" TO AC-TOTAL-LABEL
           MOVE WS-REQUESTS-READ TO AC-TOTAL-VALUE
           WRITE ACMRPT01-PRINT-LINE FROM AC-TOTAL-LINE
           MOVE "ADDS APPLIED:" TO AC-TOTAL-LABEL
           MOVE WS-ADDS-APPLIED TO AC-TOTAL-VALUE
           WRITE ACMRPT01-PRINT-LINE FROM AC-TOTAL-LINE
           MOVE "CHANGES APPLIED:" TO AC-TOTAL-LABEL
           MOVE WS-CHANGES-APPLIED TO AC-TOTAL-VALUE
           WRITE ACMRPT01-PRINT-LINE FROM AC-TOTAL-LINE
           MOVE "CLOSES APPLIED:" TO AC-TOTAL-LABEL
           MOVE WS-CLOSES-APPLIED TO AC-TOTAL-VALUE
           WRITE ACMRPT01-PRINT-LINE FROM AC-TOTAL-LINE
           MOVE "REOPENS APPLIED:" TO AC-TOTAL-LABEL
           MOVE WS-REOPENS-APPLIED TO AC-TOTAL-VALUE
           WRITE ACMRPT01-PRINT-LINE FROM AC-TOTAL-LINE
           MOVE "REQUESTS REJECTED:" TO AC-TOTAL-LABEL
           MOVE WS-REJECT-COUNT TO AC-TOTAL-VALUE
           WRITE ACMRPT01-PRINT-LINE FROM AC-TOTAL-LINE
           CLOSE ACMRPT01-FILE
           DISPLAY "Maintenance requests read: " WS-REQUESTS-READ
           DISPLAY "Adds applied: " WS-ADDS-APPLIED
           DISPLAY "Changes applied: " WS-CHANGES-APPLIED
           DISPLAY "Closes applied: " WS-CLOSES-APPLIED
           DISPLAY "Reopens applied: " WS-REOPENS-APPLIED
           DISPLAY "Requests rejected: " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * COACCT.DAT is a plain sequential file, so the maintained
      * table is written back whole, in its original order with new
      * accounts at the end.
      ******************************************************************
       6000-REWRITE-ACCOUNT-MASTER.
           OPEN OUTPUT ACCOUNT-MASTER-FILE
           IF WS-CA-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR REWRITING ACCOUNT MASTER, STATUS="
                   WS-CA-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6100-WRITE-ACCOUNT-ENTRY
                   VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCOUNTS-LOADED
               CLOSE ACCOUNT-MASTER-FILE
               SET WS-MASTER-REWRITTEN TO TRUE
           END-IF.

       6100-WRITE-ACCOUNT-ENTRY.
           MOVE WS-AT-CODE(WS-ACCT-SUB) TO CA-ACCOUNT-CODE
           MOVE WS-AT-STATUS(WS-ACCT-SUB) TO CA-ACCOUNT-STATUS
           MOVE WS-AT-DESCRIPTION(WS-ACCT-SUB) TO CA-DESCRIPTION
           WRITE ACCOUNT-MASTER-RECORD.

      ******************************************************************
      * The change history is appended only after COACCT.DAT has been
      * rewritten, and a failed write is not passed over.
      ******************************************************************
       6500-APPEND-HISTORY.
           OPEN EXTEND ACCOUNT-HISTORY-FILE
           IF WS-AH-STATUS = "35"
               OPEN OUTPUT ACCOUNT-HISTORY-FILE
           END-IF
           IF WS-AH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT HISTORY FILE, STATUS="
                   WS-AH-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6550-WRITE-HISTORY-ENTRY
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HISTORY-USED
                       OR WS-AH-STATUS NOT = "00"
               CLOSE ACCOUNT-HISTORY-FILE
           END-IF.

       6550-WRITE-HISTORY-ENTRY.
           WRITE ACCOUNT-HISTORY-BUFFER FROM WS-HI-IMAGE(WS-HIST-SUB)
           IF WS-AH-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ACCOUNT HISTORY FILE, STATUS="
                   WS-AH-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       7000-PRINT-BEFORE-IMAGE.
           MOVE "BEFORE:" TO AC-IMAGE-LABEL
           MOVE AM-ACCOUNT-CODE TO AC-IMAGE-ACCOUNT
           MOVE WS-BEFORE-STATUS TO AC-IMAGE-STATUS
           MOVE WS-BEFORE-DESCRIPTION TO AC-IMAGE-DESCRIPTION
           WRITE ACMRPT01-PRINT-LINE FROM AC-IMAGE-LINE.

       7050-SAVE-BEFORE-IMAGE.
           MOVE WS-AT-STATUS(WS-FOUND-ACCT-SUB) TO WS-BEFORE-STATUS
           MOVE WS-AT-DESCRIPTION(WS-FOUND-ACCT-SUB)
               TO WS-BEFORE-DESCRIPTION.

       7100-PRINT-AFTER-IMAGE.
           MOVE "AFTER:" TO AC-IMAGE-LABEL
           MOVE WS-AT-CODE(WS-FOUND-ACCT-SUB) TO AC-IMAGE-ACCOUNT
           MOVE WS-AT-STATUS(WS-FOUND-ACCT-SUB) TO AC-IMAGE-STATUS
           MOVE WS-AT-DESCRIPTION(WS-FOUND-ACCT-SUB)
               TO AC-IMAGE-DESCRIPTION
           WRITE ACMRPT01-PRINT-LINE FROM AC-IMAGE-LINE.

       7500-FIND-ACCOUNT.
           MOVE ZERO TO WS-FOUND-ACCT-SUB
           PERFORM 7550-SCAN-ACCOUNT-ENTRY
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCOUNTS-LOADED
                   OR WS-FOUND-ACCT-SUB > ZERO.

       7550-SCAN-ACCOUNT-ENTRY.
           IF WS-AT-CODE(WS-ACCT-SUB) = AM-ACCOUNT-CODE
               MOVE WS-ACCT-SUB TO WS-FOUND-ACCT-SUB
           END-IF.

       7600-HOLD-HISTORY-ENTRY.
           MOVE WS-CURRENT-DATE-TIME TO AH-TIMESTAMP
           MOVE AM-ACTION-CODE TO AH-ACTION-CODE
           MOVE AM-ACCOUNT-CODE TO AH-ACCOUNT-CODE
           MOVE AM-REQUESTED-BY TO AH-REQUESTED-BY
           MOVE AM-REASON TO AH-REASON
           MOVE WS-BEFORE-STATUS TO AH-BEFORE-STATUS
           MOVE WS-BEFORE-DESCRIPTION TO AH-BEFORE-DESCRIPTION
           MOVE WS-AT-STATUS(WS-FOUND-ACCT-SUB) TO AH-AFTER-STATUS
           MOVE WS-AT-DESCRIPTION(WS-FOUND-ACCT-SUB)
               TO AH-AFTER-DESCRIPTION
           ADD 1 TO WS-HISTORY-USED
           MOVE ACCOUNT-HISTORY-RECORD TO WS-HI-IMAGE(WS-HISTORY-USED).

       7700-FIND-EXPOSURE.
           MOVE ZERO TO WS-FOUND-EXP-SUB
           PERFORM 7750-SCAN-EXPOSURE-ENTRY
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXPOSURES-USED
                   OR WS-FOUND-EXP-SUB > ZERO.

       7750-SCAN-EXPOSURE-ENTRY.
           IF WS-EX-CODE(WS-EXP-SUB) = WS-EXPOSURE-CODE
               MOVE WS-EXP-SUB TO WS-FOUND-EXP-SUB
           END-IF.

       7800-FIND-OR-ADD-EXPOSURE.
           PERFORM 7700-FIND-EXPOSURE
           IF WS-FOUND-EXP-SUB = ZERO
               IF WS-EXPOSURES-USED >= 500
                   DISPLAY "EXPOSURE TABLE FULL, ACCOUNT "
                       WS-EXPOSURE-CODE " NOT TRACKED"
               ELSE
                   ADD 1 TO WS-EXPOSURES-USED
                   MOVE WS-EXPOSURES-USED TO WS-FOUND-EXP-SUB
                   MOVE WS-EXPOSURE-CODE
                       TO WS-EX-CODE(WS-FOUND-EXP-SUB)
                   MOVE ZERO TO WS-EX-HELD-COUNT(WS-FOUND-EXP-SUB)
                   MOVE ZERO TO WS-EX-RECYCLE-COUNT(WS-FOUND-EXP-SUB)
               END-IF
           END-IF.

       7900-FIND-REGISTER-ENTRY.
           MOVE ZERO TO WS-FOUND-REG-SUB
           PERFORM 7950-SCAN-REGISTER-ENTRY
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REGISTER-COUNT
                   OR WS-FOUND-REG-SUB > ZERO.

       7950-SCAN-REGISTER-ENTRY.
           IF WS-RE-TRANS-ID(WS-REG-SUB) = RC-TRANS-ID
               MOVE WS-REG-SUB TO WS-FOUND-REG-SUB
           END-IF.

       8000-READ-ACCOUNT-MAINT.
           READ ACCOUNT-MAINT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
           END-READ.

       9000-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-CA-STATUS = "00"
               PERFORM 9050-LOAD-ACCOUNT-ENTRY
                   UNTIL WS-CA-END-OF-FILE
           END-IF
      *    An OPTIONAL file opens even when absent, so always close
      *    here or the master rewrite cannot reopen it for output.
           CLOSE ACCOUNT-MASTER-FILE.

       9050-LOAD-ACCOUNT-ENTRY.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-CA-EOF-SWITCH
               NOT AT END
                   IF WS-ACCOUNTS-LOADED >= 500
                       DISPLAY "ACCOUNT TABLE FULL, RECORD IGNORED, "
                           "CODE=" CA-ACCOUNT-CODE
                       IF RETURN-CODE = ZERO
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   ELSE
                       ADD 1 TO WS-ACCOUNTS-LOADED
                       MOVE CA-ACCOUNT-CODE
                           TO WS-AT-CODE(WS-ACCOUNTS-LOADED)
                       MOVE CA-ACCOUNT-STATUS
                           TO WS-AT-STATUS(WS-ACCOUNTS-LOADED)
                       MOVE CA-DESCRIPTION
                           TO WS-AT-DESCRIPTION(WS-ACCOUNTS-LOADED)
                   END-IF
           END-READ.

       9100-LOAD-HELD-ROWS.
           OPEN INPUT GLINTFC-HOLD-FILE
           IF WS-GLH-STATUS = "00"
               PERFORM 9150-LOAD-HELD-ROW
                   UNTIL WS-GLH-END-OF-FILE
           END-IF
           CLOSE GLINTFC-HOLD-FILE.

       9150-LOAD-HELD-ROW.
           READ GLINTFC-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-GLH-EOF-SWITCH
               NOT AT END
                   MOVE GLINTFC-HOLD-BUFFER TO GLINTFC-WORK-RECORD
                   IF GLW-ACCOUNT-CODE NOT = SPACES
                       MOVE GLW-ACCOUNT-CODE TO WS-EXPOSURE-CODE
                       PERFORM 7800-FIND-OR-ADD-EXPOSURE
                       IF WS-FOUND-EXP-SUB > ZERO
                           ADD 1 TO WS-EX-HELD-COUNT(WS-FOUND-EXP-SUB)
                       END-IF
                   END-IF
           END-READ.

       9200-LOAD-RECYCLE-REGISTER.
           OPEN INPUT RECYCLE-REGISTER-FILE
           IF WS-RG-STATUS = "00"
               PERFORM 9250-LOAD-REGISTER-ENTRY
                   UNTIL WS-RG-END-OF-FILE
           END-IF
           CLOSE RECYCLE-REGISTER-FILE.

       9250-LOAD-REGISTER-ENTRY.
           READ RECYCLE-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-RG-EOF-SWITCH
               NOT AT END
                   IF WS-REGISTER-COUNT >= 2000
                       DISPLAY "RECYCLE REGISTER TABLE FULL, "
                           "RECORD IGNORED"
                   ELSE
                       MOVE RECYCLE-REGISTER-BUFFER
                           TO RECYCLE-REGISTER-RECORD
                       ADD 1 TO WS-REGISTER-COUNT
                       MOVE RR-TRANS-ID
                           TO WS-RE-TRANS-ID(WS-REGISTER-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * RECYREG.DAT carries no account code, so a registered
      * transaction is tied to its account through its recycle image:
      * on RECYCOUT.DAT after the run, or on RECYCIN.DAT once the
      * operator has handed it back for the next run.  Suspense
      * items are counted straight from RECYSUSP.DAT, whether or not
      * the register still carries them.
      ******************************************************************
       9300-LOAD-RECYCLE-ITEMS.
           OPEN INPUT RECYCLE-OUT-FILE
           IF WS-RO-STATUS = "00"
               PERFORM 9350-LOAD-RECYCLE-OUT-ITEM
                   UNTIL WS-RO-END-OF-FILE
           END-IF
           CLOSE RECYCLE-OUT-FILE
           OPEN INPUT RECYCLE-IN-FILE
           IF WS-RI-STATUS = "00"
               PERFORM 9360-LOAD-RECYCLE-IN-ITEM
                   UNTIL WS-RI-END-OF-FILE
           END-IF
           CLOSE RECYCLE-IN-FILE
           OPEN INPUT RECYCLE-SUSPENSE-FILE
           IF WS-RS-STATUS = "00"
               PERFORM 9370-LOAD-SUSPENSE-ITEM
                   UNTIL WS-RS-END-OF-FILE
           END-IF
           CLOSE RECYCLE-SUSPENSE-FILE.

       9350-LOAD-RECYCLE-OUT-ITEM.
           READ RECYCLE-OUT-FILE
               AT END
                   MOVE 'Y' TO WS-RO-EOF-SWITCH
               NOT AT END
                   MOVE RECYCLE-OUT-RECORD TO RECYCLE-RECORD
                   PERFORM 9400-COUNT-REGISTERED-ITEM
           END-READ.

       9360-LOAD-RECYCLE-IN-ITEM.
           READ RECYCLE-IN-FILE
               AT END
                   MOVE 'Y' TO WS-RI-EOF-SWITCH
               NOT AT END
                   MOVE RECYCLE-IN-RECORD TO RECYCLE-RECORD
                   PERFORM 9400-COUNT-REGISTERED-ITEM
           END-READ.

       9370-LOAD-SUSPENSE-ITEM.
           READ RECYCLE-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-RS-EOF-SWITCH
               NOT AT END
                   MOVE RECYCLE-SUSPENSE-RECORD TO RECYCLE-RECORD
                   PERFORM 9450-COUNT-RECYCLE-ITEM
           END-READ.

       9400-COUNT-REGISTERED-ITEM.
           PERFORM 7900-FIND-REGISTER-ENTRY
           IF WS-FOUND-REG-SUB > ZERO
               PERFORM 9450-COUNT-RECYCLE-ITEM
           END-IF.

       9450-COUNT-RECYCLE-ITEM.
           IF RC-ACCOUNT-CODE NOT = SPACES
               MOVE RC-ACCOUNT-CODE TO WS-EXPOSURE-CODE
               PERFORM 7800-FIND-OR-ADD-EXPOSURE
               IF WS-FOUND-EXP-SUB > ZERO
                   ADD 1 TO WS-EX-RECYCLE-COUNT(WS-FOUND-EXP-SUB)
               END-IF
           END-IF.
