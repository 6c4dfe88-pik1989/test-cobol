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
           RECORDING MODE IS F.
       COPY "GLSUMWRK.cpy".

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "POSTHIST.cpy".

       WORKING-STORAGE SECTION.
       01  A                       PIC S9(5)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
       COPY "MATHSTAT.cpy".
       01  WS-OPERATION-CODE       PIC X VALUE 'A'.
       01  WS-SKIPPED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PH-STATUS            PIC XX VALUE SPACES.
       01  WS-HISTORY-SWITCH       PIC X VALUE 'N'.
           88  WS-HISTORY-OPEN         VALUE 'Y'.
       01  WS-ORIGINAL-FOUND-SWITCH PIC X VALUE 'N'.
           88  WS-ORIGINAL-FOUND       VALUE 'Y'.
      *    Account and reversed posting of the transaction in hand -
      *    taken from the record on a detail, from POSTHIST on a
      *    reversal.
       01  WS-POST-ACCOUNT-CODE    PIC X(2) VALUE SPACES.
       01  WS-POST-ORIGINAL-ID     PIC 9(6) VALUE ZERO.
       01  WS-RI-STATUS            PIC XX VALUE SPACES.
       01  WS-RO-STATUS            PIC XX VALUE SPACES.
       01  WS-RECYCLE-SWITCH       PIC X VALUE 'N'.
       COPY "SUMRPT01.cpy".
       COPY "GLINTFC.cpy".
       COPY "GLINTFCW.cpy".
       COPY "GLENVCTL.cpy".
       COPY "HISTMAST.cpy".
       COPY "RUNCTL.cpy".

      *    accepted - a refused run must not truncate the completed
      *    run's accumulators.
           PERFORM 9880-OPEN-BATCH-WORK
           PERFORM 9890-OPEN-POSTED-HISTORY
      *    A split partition leaves the register entry to GLCONSOL so
      *    the day shows one start/end pair, not one per partition.
           IF NOT WS-SPLIT-ACTIVE
                   PERFORM 2700-START-BATCH
               WHEN DT-BATCH-TRAILER
                   PERFORM 2800-END-BATCH
               WHEN DT-REVERSAL
                   PERFORM 2520-PROCESS-REVERSAL
               WHEN OTHER
                   PERFORM 2500-PROCESS-DETAIL
           END-EVALUATE
           IF WS-OPERATION-CODE = SPACE
               MOVE 'A' TO WS-OPERATION-CODE
           END-IF
           MOVE DT-ACCOUNT-CODE TO WS-POST-ACCOUNT-CODE
           MOVE ZERO TO WS-POST-ORIGINAL-ID
           PERFORM 2510-POST-TRANSACTION.

       2510-POST-TRANSACTION.
           DISPLAY "Calling MATHUTILS, OPERATION=" WS-OPERATION-CODE
           CALL 'MATHUTILS' USING A B SUM-RESULT WS-MATH-STATUS
               WS-OPERATION-CODE
           MOVE SUM-RESULT TO AL-SUM-RESULT
           MOVE WS-MATH-STATUS TO AL-MATH-STATUS
           MOVE WS-OPERATION-CODE TO AL-OPERATION-CODE
           MOVE DT-TRANS-ID TO AL-TRANS-ID
           MOVE WS-CURRENT-BATCH-KEY TO AL-BATCH-KEY
           WRITE AUDITLOG-RECORD
           PERFORM 2550-SET-OP-STATS-SUB
           IF NOT MATH-STATUS-OK
               MOVE WS-POSTING-DATE TO GLW-POSTING-DATE
               MOVE WS-CURRENT-BATCH-KEY TO GLW-BATCH-KEY
               MOVE DT-TRANS-ID TO GLW-TRANS-ID
               MOVE WS-POST-ACCOUNT-CODE TO GLW-ACCOUNT-CODE
               MOVE WS-OPERATION-CODE TO GLW-OPERATION-CODE
               MOVE A TO GLW-OPERAND-A
               MOVE B TO GLW-OPERAND-B
               MOVE SUM-RESULT TO GLW-AMOUNT
               MOVE WS-POST-ORIGINAL-ID TO GLW-ORIGINAL-TRANS-ID
               WRITE GLINTFC-WORK-BUFFER FROM GLINTFC-WORK-RECORD
           END-IF.

      ******************************************************************
      * A reversal posts zero minus the original amount to the
      * original account - the exact negation, whatever operation
      * produced the original.  TRNEDIT has already checked the
      * original against POSTHIST; one that has since gone, or that
      * the GL never received because its batch is held or was
      * purged, is refused here rather than posted blind.
      ******************************************************************
       2520-PROCESS-REVERSAL.
           IF WS-NO-OPEN-BATCH
               PERFORM 2400-OPEN-DEFAULT-BATCH
           END-IF
           MOVE 'N' TO WS-ORIGINAL-FOUND-SWITCH
           IF WS-HISTORY-OPEN
               MOVE DT-ORIGINAL-TRANS-ID TO PH-TRANS-ID
               READ POSTED-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PH-REVERSAL-OF-ID = ZERO
                               AND PH-NOT-REVERSED
                               AND PH-POSTED-TO-GL
                           SET WS-ORIGINAL-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-ORIGINAL-FOUND
               MOVE ZERO TO A
               MOVE PH-AMOUNT TO B
               MOVE 'S' TO WS-OPERATION-CODE
               MOVE PH-ACCOUNT-CODE TO WS-POST-ACCOUNT-CODE
               MOVE DT-ORIGINAL-TRANS-ID TO WS-POST-ORIGINAL-ID
               PERFORM 2510-POST-TRANSACTION
           ELSE
               DISPLAY "*** REVERSAL " DT-TRANS-ID " OF TRANS-ID "
                   DT-ORIGINAL-TRANS-ID " NOT POSTABLE, SKIPPED"
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM 2470-READ-CURRENT-BATCH
               ADD 1 TO BW-SKIPPED
               PERFORM 2480-REWRITE-CURRENT-BATCH
               MOVE SPACES TO SR-EXCEPTION-TEXT
               STRING "REVERSAL " DT-TRANS-ID " OF TRANS-ID "
                       DT-ORIGINAL-TRANS-ID
                       " NOT ON POSTED HISTORY, NOT RELEASED TO GL"
                       " OR ALREADY REVERSED"
                       DELIMITED BY SIZE
                   INTO SR-EXCEPTION-TEXT
               WRITE SUMRPT01-PRINT-LINE FROM SR-EXCEPTION-LINE
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2550-SET-OP-STATS-SUB.
           EVALUATE WS-OPERATION-CODE
               WHEN 'A'
           MOVE A TO RC-OPERAND-A
           MOVE B TO RC-OPERAND-B
           MOVE WS-OPERATION-CODE TO RC-OPERATION-CODE
           MOVE WS-POST-ACCOUNT-CODE TO RC-ACCOUNT-CODE
           WRITE RECYCLE-OUT-RECORD FROM RECYCLE-RECORD
           ADD 1 TO WS-RECYCLED-OUT-COUNT.

           IF NOT WS-SPLIT-ACTIVE
               CLOSE CONTROL-WORK-FILE
           END-IF
           IF WS-HISTORY-OPEN
               CLOSE POSTED-HISTORY-FILE
           END-IF
           CLOSE SUMRPT01-FILE
           CLOSE AUDITLOG-FILE
           CLOSE RECYCLE-OUT-FILE
                       WS-GL-STATUS " HOLD STATUS=" WS-GLH-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 6510-OPEN-GL-TRANSMISSION
                   IF WS-GL-SUMMARY-ACTIVE
                       PERFORM 6530-OPEN-SUMMARY-WORK
                   END-IF
                       PERFORM 6575-WRITE-SUMMARY-ROWS
                       CLOSE SUMMARY-WORK-FILE
                   END-IF
                   PERFORM 6520-CLOSE-GL-TRANSMISSION
                   CLOSE GLINTFC-FILE
                   CLOSE GLINTFC-HOLD-FILE
               END-IF
           END-IF
           CLOSE GLINTFC-WORK-FILE.

      ******************************************************************
      * The day's release is one transmission to the ledger, framed
      * by GLENVLP's header and trailer rows - an empty one still goes
      * out, so the ledger can tell a quiet day from a missing file.
      ******************************************************************
       6510-OPEN-GL-TRANSMISSION.
           SET GE-OPEN-TRANSMISSION TO TRUE
           MOVE "MAINPROG" TO GE-SOURCE-PROGRAM
           MOVE WS-POSTING-DATE TO GE-BUSINESS-DATE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           PERFORM 6525-CHECK-ENVELOPE-STATUS
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD.

       6515-COUNT-GL-ROW.
           SET GE-COUNT-ROW TO TRUE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD.

       6520-CLOSE-GL-TRANSMISSION.
           SET GE-CLOSE-TRANSMISSION TO TRUE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           PERFORM 6525-CHECK-ENVELOPE-STATUS
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD.

       6525-CHECK-ENVELOPE-STATUS.
           IF NOT GE-STATUS-OK
               DISPLAY "ERROR KEEPING GL TRANSMISSION REGISTER, "
                   "SEQUENCE " GE-SEQUENCE
               MOVE 16 TO RETURN-CODE
           END-IF.

       6550-RELEASE-OR-HOLD-ROW.
           READ GLINTFC-WORK-FILE INTO GLINTFC-WORK-RECORD
               AT END
                       NOT INVALID KEY
                           SET WS-ROW-BATCH-FOUND TO TRUE
                   END-READ
                   PERFORM 6590-RECORD-POSTED-HISTORY
                   IF WS-ROW-BATCH-FOUND AND BW-CLEAN
                       IF WS-GL-SUMMARY-ACTIVE
                           PERFORM 6555-ACCUMULATE-SUMMARY
           MOVE GLW-TRANS-ID TO GL-TRANS-ID
           MOVE GLW-BATCH-KEY TO GL-BATCH-KEY
           MOVE GLW-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           IF GLW-ORIGINAL-TRANS-ID NUMERIC
               MOVE GLW-ORIGINAL-TRANS-ID TO GL-ORIGINAL-TRANS-ID
           END-IF
           SET GL-DETAIL-ROW TO TRUE
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
           PERFORM 6515-COUNT-GL-ROW.

      ******************************************************************
      * Every staged row is a successful post, released or held, and
      * goes on the posted history marked posted or held; a reversal
      * also marks its original reversed.  A row already on file is a
      * restarted commit and is left as it stands.
      ******************************************************************
       6590-RECORD-POSTED-HISTORY.
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
                           PERFORM 6595-MARK-ORIGINAL-REVERSED
                       END-IF
               END-WRITE
           END-IF.

       6595-MARK-ORIGINAL-REVERSED.
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
                   PERFORM 6515-COUNT-GL-ROW
                   ADD 1 TO WS-SUMMARY-ROW-COUNT
           END-READ.

               STOP RUN
           END-IF.

      ******************************************************************
      * The posted history is only written at commit, so a split
      * partition - which never commits - reads it for reversals and
      * leaves the writing to GLCONSOL.
      ******************************************************************
       9890-OPEN-POSTED-HISTORY.
           IF WS-SPLIT-ACTIVE
               OPEN INPUT POSTED-HISTORY-FILE
               IF WS-PH-STATUS = "00"
                   SET WS-HISTORY-OPEN TO TRUE
               END-IF
           ELSE
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
               SET WS-HISTORY-OPEN TO TRUE
           END-IF.

       9850-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RK-STATUS = "35"
