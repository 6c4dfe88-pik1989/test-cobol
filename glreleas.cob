      * Supervisor release step for held batches.  A batch that failed
      * reconciliation leaves its GL rows sitting in GLINTFC.HLD; once
      * the department sorts out its trailer, a supervisor supplies an
      * action record (GLRELACT.DAT) naming the batch, the approver, and
      * a reason.  Release moves the batch's held rows onto GLINTFC.DAT;
      * purge moves them to the GLRETAIN.DAT retention file - purged
      * rows never vanish.  Each row's POSTHIST.DAT posted-history entry
      * is marked released or purged to match, so only a posting the GL
      * received can later be reversed; purging a held reversal frees
      * its original to be reversed again.  Rows of batches with no
      * action stay held.  Every action is recorded on the GLRELAUD.DAT
      * audit trail and the release register report shows who moved what
      * and why.  Each action that moved rows also goes back to the
      * department as a follow-up record on the BATSTAT.DAT batch status
      * return, dated with the BUSDATE.DAT business date, with a notice
      * line on the register.  The rows released in a run go to the
      * ledger as one enveloped transmission.  RETURN-CODE 8 when an
      * action names a batch with no held rows or carries a bad action
      * code, 16 on file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT GLRELRPT-FILE ASSIGN TO "GLRELRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT OPTIONAL BATCH-STATUS-FILE ASSIGN TO "BATSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BS-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT POSTED-HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-TRANS-ID
               FILE STATUS IS WS-PH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  GLRELRPT-PRINT-LINE     PIC X(132).

       FD  BATCH-STATUS-FILE
           RECORDING MODE IS F.
       COPY "BATSTAT.cpy".

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY "BUSDATE.cpy".

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "POSTHIST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RA-STATUS            PIC XX VALUE SPACES.
       01  WS-GLH-STATUS           PIC XX VALUE SPACES.
       01  WS-HW-STATUS            PIC XX VALUE SPACES.
       01  WS-RL-STATUS            PIC XX VALUE SPACES.
       01  WS-RP-STATUS            PIC XX VALUE SPACES.
       01  WS-BS-STATUS            PIC XX VALUE SPACES.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-PH-STATUS            PIC XX VALUE SPACES.
       01  WS-RA-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RA-END-OF-FILE       VALUE 'Y'.
       01  WS-GLH-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-GLH-END-OF-FILE      VALUE 'Y'.
       01  WS-HW-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-HW-END-OF-FILE       VALUE 'Y'.
       01  WS-GL-TRANSMISSION-SWITCH
                                   PIC X VALUE 'N'.
           88  WS-GL-TRANSMISSION-OPEN VALUE 'Y'.
       01  WS-BUSDATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BUSDATE-SUPPLIED     VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-HISTORY-TRANS-ID     PIC 9(6) VALUE ZERO.
       01  WS-ACTION-SUB           PIC 9(3) VALUE ZERO.
       01  WS-FOUND-ACTION-SUB     PIC 9(3) VALUE ZERO.
       01  WS-HELD-READ-COUNT      PIC 9(7) VALUE ZERO.
               10  WS-AC-AMOUNT        PIC S9(9)V99.
       COPY "GLINTFCW.cpy".
       COPY "GLINTFC.cpy".
       COPY "GLENVCTL.cpy".
       COPY "GLRELRPT.cpy".

       PROCEDURE DIVISION.
           WRITE GLRELRPT-PRINT-LINE FROM RL-HEADING-LINE
           WRITE GLRELRPT-PRINT-LINE FROM RL-COLUMN-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
           PERFORM 9860-LOAD-BUSINESS-DATE
           PERFORM 9000-LOAD-ACTION-FILE
           IF WS-ACTIONS-LOADED = ZERO
               DISPLAY "NO SUPERVISOR ACTIONS SUPPLIED, NOTHING TO DO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O POSTED-HISTORY-FILE
           IF WS-PH-STATUS = "35"
               OPEN OUTPUT POSTED-HISTORY-FILE
               CLOSE POSTED-HISTORY-FILE
               OPEN I-O POSTED-HISTORY-FILE
           END-IF
           IF WS-PH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING POSTED HISTORY FILE, STATUS="
                   WS-PH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GLINTFC-HOLD-FILE
           IF WS-GLH-STATUS = "00"
               PERFORM 8000-READ-HELD-ROW
                   ADD 1 TO WS-STILL-HELD-COUNT
               WHEN WS-AC-ACTION-CODE(WS-FOUND-ACTION-SUB) = 'R'
                   PERFORM 2200-RELEASE-ROW
                   PERFORM 2300-UPDATE-POSTED-HISTORY
               WHEN OTHER
                   WRITE GLRETAIN-RECORD FROM GLINTFC-WORK-RECORD
                   ADD 1 TO WS-PURGED-COUNT
                   ADD 1 TO WS-AC-ROW-COUNT(WS-FOUND-ACTION-SUB)
                   ADD GLW-AMOUNT
                       TO WS-AC-AMOUNT(WS-FOUND-ACTION-SUB)
                   PERFORM 2300-UPDATE-POSTED-HISTORY
           END-EVALUATE
           PERFORM 8000-READ-HELD-ROW.

           END-IF.

       2200-RELEASE-ROW.
           IF NOT WS-GL-TRANSMISSION-OPEN
               PERFORM 2250-OPEN-GL-TRANSMISSION
           END-IF
           MOVE SPACES TO GLINTFC-RECORD
           MOVE GLW-POSTING-DATE TO GL-POSTING-DATE
           MOVE GLW-OPERAND-A TO GL-OPERAND-A
           MOVE GLW-TRANS-ID TO GL-TRANS-ID
           MOVE GLW-BATCH-KEY TO GL-BATCH-KEY
           MOVE GLW-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           IF GLW-ORIGINAL-TRANS-ID NUMERIC
               MOVE GLW-ORIGINAL-TRANS-ID TO GL-ORIGINAL-TRANS-ID
           END-IF
           SET GL-DETAIL-ROW TO TRUE
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
           SET GE-COUNT-ROW TO TRUE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           ADD 1 TO WS-AC-ROW-COUNT(WS-FOUND-ACTION-SUB)
           ADD GLW-AMOUNT TO WS-AC-AMOUNT(WS-FOUND-ACTION-SUB).

      ******************************************************************
      * The rows released in one run go to the ledger as one
      * transmission appended to GLINTFC.DAT, framed by GLENVLP's
      * header and trailer rows.  It is opened at the first released
      * row, so a run that only purges sends nothing.
      ******************************************************************
       2250-OPEN-GL-TRANSMISSION.
           SET GE-OPEN-TRANSMISSION TO TRUE
           MOVE "GLRELEAS" TO GE-SOURCE-PROGRAM
           MOVE ZERO TO GE-BUSINESS-DATE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           PERFORM 2280-CHECK-ENVELOPE-STATUS
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
           SET WS-GL-TRANSMISSION-OPEN TO TRUE.

       2270-CLOSE-GL-TRANSMISSION.
           SET GE-CLOSE-TRANSMISSION TO TRUE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           PERFORM 2280-CHECK-ENVELOPE-STATUS
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
           MOVE 'N' TO WS-GL-TRANSMISSION-SWITCH.

       2280-CHECK-ENVELOPE-STATUS.
           IF NOT GE-STATUS-OK
               DISPLAY "ERROR KEEPING GL TRANSMISSION REGISTER, "
                   "SEQUENCE " GE-SEQUENCE
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * The held row's history entry follows it: released to the GL
      * or purged.  A purged reversal never reached the ledger, so its
      * original is no longer reversed and may be reversed again.
      ******************************************************************
       2300-UPDATE-POSTED-HISTORY.
           IF GLW-TRANS-ID NUMERIC AND GLW-TRANS-ID > ZERO
               MOVE GLW-TRANS-ID TO PH-TRANS-ID
               READ POSTED-HISTORY-FILE
                   INVALID KEY
                       DISPLAY "*** HELD TRANS-ID " GLW-TRANS-ID
                           " NOT ON POSTED HISTORY"
                   NOT INVALID KEY
                       IF WS-AC-ACTION-CODE(WS-FOUND-ACTION-SUB) = 'R'
                           SET PH-POSTED-TO-GL TO TRUE
                       ELSE
                           SET PH-PURGED-FROM-GL TO TRUE
                       END-IF
                       PERFORM 2350-REWRITE-HISTORY-ENTRY
                       IF PH-PURGED-FROM-GL
                               AND PH-REVERSAL-OF-ID NOT = ZERO
                           PERFORM 2360-RESTORE-ORIGINAL
                       END-IF
               END-READ
           END-IF.

       2350-REWRITE-HISTORY-ENTRY.
           REWRITE POSTED-TRANS-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING POSTED HISTORY, "
                       "TRANS-ID=" PH-TRANS-ID " STATUS="
                       WS-PH-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       2360-RESTORE-ORIGINAL.
           MOVE PH-TRANS-ID TO WS-HISTORY-TRANS-ID
           MOVE PH-REVERSAL-OF-ID TO PH-TRANS-ID
           READ POSTED-HISTORY-FILE
               INVALID KEY
                   DISPLAY "*** REVERSED TRANS-ID " PH-TRANS-ID
                       " NOT ON POSTED HISTORY"
               NOT INVALID KEY
                   IF PH-REVERSED-BY-ID = WS-HISTORY-TRANS-ID
                       MOVE ZERO TO PH-REVERSED-BY-ID
                       PERFORM 2350-REWRITE-HISTORY-ENTRY
                   END-IF
           END-READ.

       3000-TERMINATE.
           CLOSE GLINTFC-HOLD-FILE
           CLOSE POSTED-HISTORY-FILE
           IF WS-GL-TRANSMISSION-OPEN
               PERFORM 2270-CLOSE-GL-TRANSMISSION
           END-IF
           CLOSE GLINTFC-FILE
           CLOSE GLRETAIN-FILE
           CLOSE HOLD-WORK-FILE
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 7100-WRITE-FOLLOW-UP-STATUS
           END-IF
           PERFORM 7000-WRITE-AUDIT-ENTRY.

               CLOSE RELEASE-AUDIT-FILE
           END-IF.

      ******************************************************************
      * The department learned at end of day that the batch was held;
      * this tells it what finally became of the rows.
      ******************************************************************
       7100-WRITE-FOLLOW-UP-STATUS.
           MOVE SPACES TO BATCH-STATUS-RECORD
           SET BS-FOLLOW-UP TO TRUE
           MOVE WS-BUSINESS-DATE TO BS-BUSINESS-DATE
           MOVE WS-AC-BATCH-KEY(WS-ACTION-SUB) TO BS-BATCH-KEY
           MOVE ZERO TO BS-TRLR-COUNT
           MOVE ZERO TO BS-TRLR-SUM
           MOVE ZERO TO BS-RECEIVED-COUNT
           MOVE ZERO TO BS-EDITED-COUNT
           MOVE ZERO TO BS-REJECTED-COUNT
           MOVE ZERO TO BS-POSTED-COUNT
           MOVE ZERO TO BS-POSTED-TOTAL
           MOVE ZERO TO BS-RECYCLED-COUNT
           MOVE WS-AC-APPROVER-ID(WS-ACTION-SUB) TO BS-APPROVER-ID
           MOVE WS-AC-REASON(WS-ACTION-SUB) TO BS-ACTION-REASON
           MOVE WS-AC-ROW-COUNT(WS-ACTION-SUB) TO BS-ROW-COUNT
           MOVE WS-AC-AMOUNT(WS-ACTION-SUB) TO BS-ROW-AMOUNT
           MOVE WS-AC-BATCH-KEY(WS-ACTION-SUB) TO RL-NOTICE-BATCH-KEY
           IF WS-AC-ACTION-CODE(WS-ACTION-SUB) = 'R'
               SET BS-GL-RELEASED TO TRUE
               MOVE "HELD ROWS RELEASED TO THE GENERAL LEDGER"
                   TO RL-NOTICE-TEXT
           ELSE
               SET BS-GL-PURGED TO TRUE
               MOVE "HELD ROWS PURGED TO RETENTION, NOT POSTED"
                   TO RL-NOTICE-TEXT
           END-IF
           WRITE GLRELRPT-PRINT-LINE FROM RL-NOTICE-LINE
           OPEN EXTEND BATCH-STATUS-FILE
           IF WS-BS-STATUS = "35"
               OPEN OUTPUT BATCH-STATUS-FILE
           END-IF
           IF WS-BS-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR OPENING BATCH STATUS FILE, STATUS="
                   WS-BS-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE BATCH-STATUS-RECORD
               CLOSE BATCH-STATUS-FILE
           END-IF.

       8000-READ-HELD-ROW.
           READ GLINTFC-HOLD-FILE
               AT END
                       END-IF
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
