           SELECT EDITRPT-FILE ASSIGN TO "EDITRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EP-STATUS.
           SELECT EDIT-BATCH-FILE ASSIGN TO "EDITBAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EB-STATUS.
           SELECT OPTIONAL EDIT-PARM-FILE ASSIGN TO "EDITPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-STATUS.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HC-STATUS.
           SELECT OPTIONAL POSTED-HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-TRANS-ID
               FILE STATUS IS WS-PH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  EDITRPT-PRINT-LINE      PIC X(132).

       FD  EDIT-BATCH-FILE
           RECORDING MODE IS F.
       COPY "EDITBAT.cpy".

       FD  EDIT-PARM-FILE
           RECORDING MODE IS F.
       COPY "EDITPARM.cpy".
           RECORDING MODE IS F.
       COPY "HOLCAL.cpy".

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "POSTHIST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ES-STATUS            PIC XX VALUE SPACES.
       01  WS-DT-STATUS            PIC XX VALUE SPACES.
       01  WS-ER-STATUS            PIC XX VALUE SPACES.
       01  WS-EP-STATUS            PIC XX VALUE SPACES.
       01  WS-EB-STATUS            PIC XX VALUE SPACES.
       01  WS-EDIT-BATCH-SWITCH    PIC X VALUE 'N'.
           88  WS-EDIT-BATCH-OPEN      VALUE 'Y'.
       01  WS-NOBATCH-KEY          PIC X(10) VALUE "*NOBATCH*".
       01  WS-EDIT-BATCH-KEY       PIC X(10) VALUE SPACES.
       01  WS-PF-STATUS            PIC XX VALUE SPACES.
       01  WS-CKPT-STATUS          PIC XX VALUE SPACES.
       01  WS-CHECKPOINT-NAME      PIC X(12) VALUE "RESTART.DAT".
       01  WS-ERR-REC-TYPE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ERR-BATCH-DATA-COUNT PIC 9(7) VALUE ZERO.
       01  WS-ERR-ACCOUNT-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-ERR-REVERSAL-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-PH-STATUS            PIC XX VALUE SPACES.
       01  WS-HISTORY-SWITCH       PIC X VALUE 'N'.
           88  WS-HISTORY-OPEN         VALUE 'Y'.
       01  WS-ORIGINAL-TRANS-ID    PIC 9(6) VALUE ZERO.
       01  WS-RV-SUB               PIC 9(4) VALUE ZERO.
       01  WS-FOUND-RV-SUB         PIC 9(4) VALUE ZERO.
      *    Originals already reversed by a clean record earlier in
      *    this feed - POSTHIST only learns of them at MAINPROG commit.
       01  WS-REVERSAL-TABLE.
           05  WS-REVERSALS-USED   PIC 9(4) VALUE ZERO.
           05  WS-RV-ORIGINAL-ID OCCURS 1000 TIMES
                                   PIC 9(6).
       01  WS-CA-STATUS            PIC XX VALUE SPACES.
       01  WS-CA-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-CA-END-OF-FILE       VALUE 'Y'.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EDIT-BATCH-FILE
           IF WS-EB-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EDIT BATCH FILE, STATUS="
                   WS-EB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9000-LOAD-EDIT-PARM
           PERFORM 9600-LOAD-ACCOUNT-MASTER
           PERFORM 9500-LOAD-PRIOR-DAY-HIGH-ID
           OPEN INPUT POSTED-HISTORY-FILE
           IF WS-PH-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "POSTED HISTORY NOT ON FILE, REVERSALS "
                   "WILL BE REJECTED"
           END-IF
           PERFORM 8000-READ-TRANS-SOURCE.

       2000-EDIT-TRANSACTIONS.
           IF NOT WS-RECORD-CLEAN
               PERFORM 2300-WRITE-REJECT
           END-IF
           PERFORM 2400-COUNT-EDIT-BATCH
           PERFORM 8000-READ-TRANS-SOURCE.

       2100-EDIT-FIELDS.
                   PERFORM 2120-EDIT-TRAILER-FIELDS
               WHEN ES-DETAIL
                   PERFORM 2130-EDIT-DETAIL-FIELDS
               WHEN ES-REVERSAL
                   PERFORM 2160-EDIT-REVERSAL-FIELDS
               WHEN OTHER
                   SET ER-RECORD-TYPE-INVALID TO TRUE
                   ADD 1 TO WS-ERR-REC-TYPE-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * A reversal must name a posting on the history file that is
      * not itself a reversal, has gone to the GL (not held or
      * purged), and has not already been reversed - either on an
      * earlier day or by a reversal earlier in this feed.
      ******************************************************************
       2160-EDIT-REVERSAL-FIELDS.
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
                   PERFORM 2165-SCAN-REVERSAL-ENTRY
                       VARYING WS-RV-SUB FROM 1 BY 1
                       UNTIL WS-RV-SUB > WS-REVERSALS-USED
                           OR WS-FOUND-RV-SUB > ZERO
                   IF WS-FOUND-RV-SUB > ZERO
                       SET ER-ORIGINAL-REVERSED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ER-REASON-OPERAND-A NOT = SPACE
               ADD 1 TO WS-ERR-REVERSAL-COUNT
               MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
           END-IF.

       2165-SCAN-REVERSAL-ENTRY.
           IF WS-RV-ORIGINAL-ID(WS-RV-SUB) = WS-ORIGINAL-TRANS-ID
               MOVE WS-RV-SUB TO WS-FOUND-RV-SUB
           END-IF.

       2200-LOAD-CLEAN-RECORD.
           MOVE SPACES TO DAILY-TRANS-RECORD
           MOVE ES-TRANS-ID-X TO DT-TRANS-ID
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE DT-TRANS-ID TO WS-PREV-TRANS-ID
                   IF DT-REVERSAL
                       PERFORM 2250-NOTE-REVERSAL
                   END-IF
           END-WRITE.

       2250-NOTE-REVERSAL.
           IF WS-REVERSALS-USED >= 1000
               DISPLAY "REVERSAL TABLE FULL, REPEAT NOT CHECKED, "
                   "ORIGINAL=" DT-ORIGINAL-TRANS-ID
           ELSE
               ADD 1 TO WS-REVERSALS-USED
               MOVE DT-ORIGINAL-TRANS-ID
                   TO WS-RV-ORIGINAL-ID(WS-REVERSALS-USED)
           END-IF.

       2300-WRITE-REJECT.
           MOVE EDIT-SOURCE-RECORD TO ER-REJECT-IMAGE
           WRITE EDIT-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

      ******************************************************************
      * Each batch's edit figures are kept as the department sent the
      * batch, so BATSTAT can tell the department what was edited and
      * rejected.  A header opens the batch (closing any the
      * department left without a trailer), the trailer closes it.
      ******************************************************************
       2400-COUNT-EDIT-BATCH.
           EVALUATE TRUE
               WHEN ES-BATCH-HEADER
                   IF WS-EDIT-BATCH-OPEN
                       PERFORM 2450-WRITE-EDIT-BATCH
                   END-IF
                   IF ES-BATCH-KEY = SPACES
                       MOVE WS-NOBATCH-KEY TO WS-EDIT-BATCH-KEY
                   ELSE
                       MOVE ES-BATCH-KEY TO WS-EDIT-BATCH-KEY
                   END-IF
                   PERFORM 2410-OPEN-EDIT-BATCH
               WHEN ES-BATCH-TRAILER
                   IF NOT WS-EDIT-BATCH-OPEN
                       MOVE WS-NOBATCH-KEY TO WS-EDIT-BATCH-KEY
                       PERFORM 2410-OPEN-EDIT-BATCH
                   END-IF
                   IF WS-RECORD-CLEAN
                       MOVE 'Y' TO EB-TRLR-SEEN
                       MOVE ES-BATCH-COUNT-X TO EB-TRLR-COUNT
                       MOVE ES-BATCH-SUM-S TO EB-TRLR-SUM
                   END-IF
                   PERFORM 2450-WRITE-EDIT-BATCH
               WHEN OTHER
                   IF NOT WS-EDIT-BATCH-OPEN
                       MOVE WS-NOBATCH-KEY TO WS-EDIT-BATCH-KEY
                       PERFORM 2410-OPEN-EDIT-BATCH
                   END-IF
                   ADD 1 TO EB-RECEIVED-COUNT
                   IF WS-RECORD-CLEAN
                       ADD 1 TO EB-ACCEPTED-COUNT
                   ELSE
                       ADD 1 TO EB-REJECTED-COUNT
                   END-IF
           END-EVALUATE.

       2410-OPEN-EDIT-BATCH.
           MOVE SPACES TO EDIT-BATCH-RECORD
           MOVE WS-EDIT-BATCH-KEY TO EB-BATCH-KEY
           MOVE ZERO TO EB-RECEIVED-COUNT
           MOVE ZERO TO EB-ACCEPTED-COUNT
           MOVE ZERO TO EB-REJECTED-COUNT
           MOVE 'N' TO EB-TRLR-SEEN
           MOVE ZERO TO EB-TRLR-COUNT
           MOVE ZERO TO EB-TRLR-SUM
           SET WS-EDIT-BATCH-OPEN TO TRUE.

       2450-WRITE-EDIT-BATCH.
           WRITE EDIT-BATCH-RECORD
           MOVE 'N' TO WS-EDIT-BATCH-SWITCH.

       3000-TERMINATE.
           IF WS-EDIT-BATCH-OPEN
               PERFORM 2450-WRITE-EDIT-BATCH
           END-IF
           CLOSE EDIT-BATCH-FILE
           PERFORM 7000-WRITE-EDIT-REPORT
           CLOSE TRANS-SOURCE-FILE
           CLOSE DAILY-TRANS-FILE
           CLOSE EDIT-REJECT-FILE
           CLOSE EDITRPT-FILE
           IF WS-HISTORY-OPEN
               CLOSE POSTED-HISTORY-FILE
           END-IF
           DISPLAY "Records read: " WS-RECORDS-READ
           DISPLAY "Records accepted: " WS-ACCEPTED-COUNT
           DISPLAY "Records rejected: " WS-REJECTED-COUNT
           MOVE "ACCOUNT UNKNOWN OR CLOSED:" TO EP-ERROR-LABEL
           MOVE WS-ERR-ACCOUNT-COUNT TO EP-ERROR-VALUE
           WRITE EDITRPT-PRINT-LINE FROM EP-ERROR-COUNT-LINE
           MOVE "REVERSAL ORIGINAL INVALID:" TO EP-ERROR-LABEL
           MOVE WS-ERR-REVERSAL-COUNT TO EP-ERROR-VALUE
           WRITE EDITRPT-PRINT-LINE FROM EP-ERROR-COUNT-LINE
           MOVE WS-REJECT-TOLERANCE TO EP-TOLERANCE-VALUE
           IF WS-REJECTED-COUNT > WS-REJECT-TOLERANCE
               MOVE " EXCEEDED - STEP HELD" TO EP-TOLERANCE-RESULT
