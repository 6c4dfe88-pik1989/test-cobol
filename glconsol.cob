               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SW-STATUS.
           SELECT POSTED-HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-TRANS-ID
               FILE STATUS IS WS-PH-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-PART-FILE
           RECORDING MODE IS F.
       01  AUDIT-PART-RECORD       PIC X(71).

       FD  RECYCLE-PART-FILE
           RECORDING MODE IS F.

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
       01  AUDITLOG-OUT-RECORD     PIC X(71).

       FD  RECYCLE-OUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY "GLSUMWRK.cpy".

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "POSTHIST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SC-STATUS            PIC XX VALUE SPACES.
       01  WS-GLW-STATUS           PIC XX VALUE SPACES.
       01  WS-RK-STATUS            PIC XX VALUE SPACES.
       01  WS-RX-STATUS            PIC XX VALUE SPACES.
       01  WS-CR-STATUS            PIC XX VALUE SPACES.
       01  WS-PH-STATUS            PIC XX VALUE SPACES.
       01  WS-SPLITCTL-NAME        PIC X(12) VALUE SPACES.
       01  WS-GLINTFCW-NAME        PIC X(12) VALUE SPACES.
       01  WS-AUDITPART-NAME       PIC X(12) VALUE SPACES.
       COPY "SPLITCTL.cpy".
       COPY "GLINTFCW.cpy".
       COPY "GLINTFC.cpy".
       COPY "GLENVCTL.cpy".
       COPY "HISTMAST.cpy".
       COPY "RUNCTL.cpy".
       COPY "CONSRPT1.cpy".
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
           PERFORM 3010-OPEN-GL-TRANSMISSION
           IF WS-GL-SUMMARY-ACTIVE
               PERFORM 3130-OPEN-SUMMARY-WORK
           END-IF
               PERFORM 3175-WRITE-SUMMARY-ROWS
               CLOSE SUMMARY-WORK-FILE
           END-IF
           PERFORM 3020-CLOSE-GL-TRANSMISSION
           CLOSE POSTED-HISTORY-FILE
           CLOSE GLINTFC-FILE
           CLOSE GLINTFC-HOLD-FILE.

      ******************************************************************
      * The consolidated release is one transmission to the ledger,
      * framed by GLENVLP's header and trailer rows as MAINPROG's is.
      ******************************************************************
       3010-OPEN-GL-TRANSMISSION.
           SET GE-OPEN-TRANSMISSION TO TRUE
           MOVE "GLCONSOL" TO GE-SOURCE-PROGRAM
           MOVE WS-BUSINESS-DATE TO GE-BUSINESS-DATE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           PERFORM 3025-CHECK-ENVELOPE-STATUS
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD.

       3015-COUNT-GL-ROW.
           SET GE-COUNT-ROW TO TRUE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD.

       3020-CLOSE-GL-TRANSMISSION.
           SET GE-CLOSE-TRANSMISSION TO TRUE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           PERFORM 3025-CHECK-ENVELOPE-STATUS
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD.

       3025-CHECK-ENVELOPE-STATUS.
           IF NOT GE-STATUS-OK
               DISPLAY "ERROR KEEPING GL TRANSMISSION REGISTER, "
                   "SEQUENCE " GE-SEQUENCE
               MOVE 16 TO RETURN-CODE
           END-IF.

       3130-OPEN-SUMMARY-WORK.
           OPEN OUTPUT SUMMARY-WORK-FILE
           CLOSE SUMMARY-WORK-FILE
                       NOT INVALID KEY
                           SET WS-ROW-BATCH-FOUND TO TRUE
                   END-READ
                   PERFORM 3190-RECORD-POSTED-HISTORY
                   IF WS-ROW-BATCH-FOUND AND BW-CLEAN
                       IF WS-GL-SUMMARY-ACTIVE
                           PERFORM 3155-ACCUMULATE-SUMMARY
           MOVE GLW-TRANS-ID TO GL-TRANS-ID
           MOVE GLW-BATCH-KEY TO GL-BATCH-KEY
           MOVE GLW-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           IF GLW-ORIGINAL-TRANS-ID NUMERIC
               MOVE GLW-ORIGINAL-TRANS-ID TO GL-ORIGINAL-TRANS-ID
           END-IF
           SET GL-DETAIL-ROW TO TRUE
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
           PERFORM 3015-COUNT-GL-ROW.

      ******************************************************************
      * Same history rule as MAINPROG's commit: every partition row
      * is a successful post, marked posted or held, and a reversal
      * marks its original.
      ******************************************************************
       3190-RECORD-POSTED-HISTORY.
           IF GLW-TRANS-ID NUMERIC AND GLW-TRANS-ID > ZERO
               MOVE SPACES TO POSTED-TRANS-RECORD
               MOVE GLW-TRANS-ID TO PH-TRANS-ID
               MOVE GLW-POSTING-DATE TO PH-BUSINESS-DATE
               MOVE GLW-BATCH-KEY TO PH-BATCH-KEY
               MOVE GLW-ACCOUNT-CODE TO PH-ACCOUNT-CODE
               MOVE GLW-AMOUNT TO PH-AMOUNT
               MOVE ZERO TO PH-REVERSAL-OF-ID
               IF GLW-ORIGINAL-TRANS-ID NUMERIC
                   MOVE GLW-ORIGINAL-TRANS-ID TO PH-REVERSAL-OF-ID
               END-IF
               MOVE ZERO TO PH-REVERSED-BY-ID
               IF WS-ROW-BATCH-FOUND AND BW-CLEAN
                   SET PH-POSTED-TO-GL TO TRUE
               ELSE
                   SET PH-HELD-FROM-GL TO TRUE
               END-IF
               WRITE POSTED-TRANS-RECORD
                   INVALID KEY
                       DISPLAY "POSTED HISTORY ALREADY HOLDS TRANS-ID "
                           GLW-TRANS-ID ", KEPT"
                   NOT INVALID KEY
                       IF PH-REVERSAL-OF-ID > ZERO
                           PERFORM 3195-MARK-ORIGINAL-REVERSED
                       END-IF
               END-WRITE
           END-IF.

       3195-MARK-ORIGINAL-REVERSED.
           MOVE PH-REVERSAL-OF-ID TO PH-TRANS-ID
           READ POSTED-HISTORY-FILE
               INVALID KEY
                   DISPLAY "*** REVERSED TRANS-ID " PH-TRANS-ID
                       " NOT ON POSTED HISTORY"
               NOT INVALID KEY
                   MOVE GLW-TRANS-ID TO PH-REVERSED-BY-ID
                   REWRITE POSTED-TRANS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REWRITING POSTED HISTORY, "
                               "TRANS-ID=" PH-TRANS-ID " STATUS="
                               WS-PH-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.

      ******************************************************************
      * Summary posting mode: fold each released row into its keyed
                   MOVE SW-COUNT TO GL-SUM-RECORD-COUNT
                   MOVE SW-NET TO GL-SUM-NET-AMOUNT
                   WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
                   PERFORM 3015-COUNT-GL-ROW
                   ADD 1 TO WS-SUMMARY-ROW-COUNT
           END-READ.

