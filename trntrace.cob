       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNTRACE.

      ******************************************************************
      * Transaction lifecycle trace inquiry.  Takes one or more
      * transaction ids, or batch keys, from TRACEPRM.DAT and prints
      * every trace of them the system holds, in date order under
      * each transaction:
      *   received in the daily feed (DAILYTRN.SEQ), accepted
      *   (DAILYTRN.DAT) or rejected (EDITREJ.DAT) by the edit;
      *   a reject still outstanding (REJCARRY.DAT), or re-entered
      *   under a new id or withdrawn (REJLOG.DAT) - a re-entered
      *   transaction is traced on under its new id as well;
      *   each MATHUTILS call and its status (AUDITLOG.DAT);
      *   each recycle pass (RECYCOUT.DAT), its aging (RECYREG.DAT),
      *   any escalation (RECYSUSP.DAT), and the supervisor's
      *   reinstatement or write-off (SUSPAUD.DAT);
      *   posted (POSTHIST.DAT), held (GLINTFC.HLD), and the held
      *   batch released or purged (GLRELAUD.DAT);
      *   sent to the GL and acknowledged or rejected (GLSTAT.DAT),
      *   queued for resubmission (GLEXCEPT.DAT) or exhausted
      *   (GLRESEXH.DAT).
      * A batch key selects every transaction found under that key on
      * the feed, the posted history, or the audit trail; the GL
      * summary rows of a traced batch are listed under transaction
      * 000000.  Every input is optional - a file not on hand simply
      * contributes nothing.  The daily files (feed, edit, recycle
      * output, suspense) carry no date of their own and are shown at
      * the business date.  RETURN-CODE 8 when a selection is invalid
      * or a table fills, 12 when there is nothing to trace, 16 on
      * file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRACE-PARM-FILE ASSIGN TO "TRACEPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT OPTIONAL TRANS-SOURCE-FILE ASSIGN TO "DAILYTRN.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ES-STATUS.
           SELECT OPTIONAL DAILY-TRANS-FILE ASSIGN TO "DAILYTRN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-TRANS-ID
               FILE STATUS IS WS-DT-STATUS.
           SELECT OPTIONAL EDIT-REJECT-FILE ASSIGN TO "EDITREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT OPTIONAL RECYCLE-OUT-FILE ASSIGN TO "RECYCOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.
           SELECT OPTIONAL RECYCLE-REGISTER-FILE
               ASSIGN TO "RECYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.
           SELECT OPTIONAL RECYCLE-SUSPENSE-FILE
               ASSIGN TO "RECYSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT OPTIONAL POSTED-HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-TRANS-ID
               FILE STATUS IS WS-PH-STATUS.
           SELECT OPTIONAL GLINTFC-HOLD-FILE ASSIGN TO "GLINTFC.HLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.
           SELECT OPTIONAL GLSTAT-FILE ASSIGN TO "GLSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GS-STATUS.
           SELECT OPTIONAL GLEXCEPT-FILE ASSIGN TO "GLEXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GX-STATUS.
           SELECT OPTIONAL GLRESEXH-FILE ASSIGN TO "GLRESEXH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GE-STATUS.
           SELECT OPTIONAL REJECT-CARRY-FILE ASSIGN TO "REJCARRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.
           SELECT OPTIONAL REJECT-LOG-FILE ASSIGN TO "REJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT OPTIONAL RELEASE-AUDIT-FILE ASSIGN TO "GLRELAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT OPTIONAL SUSPENSE-AUDIT-FILE ASSIGN TO "SUSPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SU-STATUS.
           SELECT TRCRPT01-FILE ASSIGN TO "TRCRPT01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-PARM-FILE
           RECORDING MODE IS F.
       COPY "TRACEPRM.cpy".

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY "BUSDATE.cpy".

       FD  TRANS-SOURCE-FILE
           RECORDING MODE IS F.
       COPY "EDITSRC.cpy".

       FD  DAILY-TRANS-FILE
           RECORDING MODE IS F.
       COPY "DAILYTRN.cpy".

       FD  EDIT-REJECT-FILE
           RECORDING MODE IS F.
       01  EDIT-REJECT-BUFFER      PIC X(33).

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
       COPY "AUDITLOG.cpy".

       FD  RECYCLE-OUT-FILE
           RECORDING MODE IS F.
       01  RECYCLE-OUT-RECORD      PIC X(50).

       FD  RECYCLE-REGISTER-FILE
           RECORDING MODE IS F.
       01  RECYCLE-REGISTER-BUFFER PIC X(42).

       FD  RECYCLE-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-SUSPENSE-RECORD PIC X(50).

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "POSTHIST.cpy".

       FD  GLINTFC-HOLD-FILE
           RECORDING MODE IS F.
       01  GLINTFC-HOLD-BUFFER     PIC X(80).

       FD  GLSTAT-FILE
           RECORDING MODE IS F.
       01  GLSTAT-BUFFER           PIC X(110).

       FD  GLEXCEPT-FILE
           RECORDING MODE IS F.
       01  GLEXCEPT-BUFFER         PIC X(110).

       FD  GLRESEXH-FILE
           RECORDING MODE IS F.
       01  GLRESEXH-BUFFER         PIC X(110).

       FD  REJECT-CARRY-FILE
           RECORDING MODE IS F.
       COPY "REJCARRY.cpy".

       FD  REJECT-LOG-FILE
           RECORDING MODE IS F.
       COPY "REJLOG.cpy".

       FD  RELEASE-AUDIT-FILE
           RECORDING MODE IS F.
       COPY "GLRELAUD.cpy".

       FD  SUSPENSE-AUDIT-FILE
           RECORDING MODE IS F.
       COPY "SUSPAUD.cpy".

       FD  TRCRPT01-FILE
           RECORDING MODE IS F.
       01  TRCRPT01-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TP-STATUS            PIC XX VALUE SPACES.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-ES-STATUS            PIC XX VALUE SPACES.
       01  WS-DT-STATUS            PIC XX VALUE SPACES.
       01  WS-ER-STATUS            PIC XX VALUE SPACES.
       01  WS-AL-STATUS            PIC XX VALUE SPACES.
       01  WS-RO-STATUS            PIC XX VALUE SPACES.
       01  WS-RG-STATUS            PIC XX VALUE SPACES.
       01  WS-RS-STATUS            PIC XX VALUE SPACES.
       01  WS-PH-STATUS            PIC XX VALUE SPACES.
       01  WS-GLH-STATUS           PIC XX VALUE SPACES.
       01  WS-GS-STATUS            PIC XX VALUE SPACES.
       01  WS-GX-STATUS            PIC XX VALUE SPACES.
       01  WS-GE-STATUS            PIC XX VALUE SPACES.
       01  WS-RJ-STATUS            PIC XX VALUE SPACES.
       01  WS-RN-STATUS            PIC XX VALUE SPACES.
       01  WS-RL-STATUS            PIC XX VALUE SPACES.
       01  WS-SU-STATUS            PIC XX VALUE SPACES.
       01  WS-TR-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-BUSDATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BUSDATE-SUPPLIED     VALUE 'Y'.
       01  WS-ROW-SELECTED-SWITCH  PIC X VALUE 'N'.
           88  WS-ROW-SELECTED         VALUE 'Y'.
       01  WS-FIRST-GROUP-SWITCH   PIC X VALUE 'Y'.
           88  WS-FIRST-GROUP          VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-SELECTIONS-READ      PIC 9(7) VALUE ZERO.
       01  WS-SELECTIONS-INVALID   PIC 9(7) VALUE ZERO.
       01  WS-EVENTS-DROPPED       PIC 9(7) VALUE ZERO.
       01  WS-IDS-DROPPED          PIC 9(7) VALUE ZERO.
       01  WS-NO-ACTIVITY-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-GROUPS-PRINTED       PIC 9(7) VALUE ZERO.
       01  WS-FEED-BATCH-KEY       PIC X(10) VALUE SPACES.
       01  WS-ROW-TRANS-ID         PIC 9(6) VALUE ZERO.
       01  WS-ROW-BATCH-KEY        PIC X(10) VALUE SPACES.
       01  WS-PRINT-TRANS-ID       PIC 9(6) VALUE ZERO.
       01  WS-ID-SUB               PIC 9(4) VALUE ZERO.
       01  WS-FOUND-ID-SUB         PIC 9(4) VALUE ZERO.
       01  WS-BATCH-SUB            PIC 9(2) VALUE ZERO.
       01  WS-FOUND-BATCH-SUB      PIC 9(2) VALUE ZERO.
       01  WS-EVENT-SUB            PIC 9(4) VALUE ZERO.
       01  WS-RELEASE-SUB          PIC 9(4) VALUE ZERO.
       01  WS-ACCEPT-SUB           PIC 9(4) VALUE ZERO.
       01  WS-EDIT-AMOUNT-A        PIC -(5)9.99.
       01  WS-EDIT-AMOUNT-B        PIC -(5)9.99.
       01  WS-EDIT-AMOUNT-R        PIC -(5)9.99.
       01  WS-EDIT-NET-AMOUNT      PIC -(9)9.99.
       01  WS-HISTORY-GL-TEXT      PIC X(8) VALUE SPACES.
       01  WS-EDIT-COUNT           PIC Z(6)9.
       01  WS-EDIT-CYCLES          PIC ZZ9.
       01  WS-EDIT-RESENDS         PIC Z9.
       01  WS-EDIT-ATTEMPTS        PIC ZZ9.
       01  WS-EDIT-ROWS            PIC Z(6)9.
       01  WS-STATUS-TEXT          PIC X(6) VALUE SPACES.
       01  WS-TRACE-ID-TABLE.
           05  WS-TRACE-IDS-USED   PIC 9(4) VALUE ZERO.
           05  WS-TRACE-ID-ENTRY OCCURS 1000 TIMES.
               10  WS-TI-TRANS-ID      PIC 9(6).
               10  WS-TI-EVENT-COUNT   PIC 9(5).
               10  WS-TI-BATCH-KEY     PIC X(10).
       01  WS-TRACE-BATCH-TABLE.
           05  WS-TRACE-BATCHES-USED PIC 9(2) VALUE ZERO.
           05  WS-TB-BATCH-KEY OCCURS 20 TIMES
                                   PIC X(10).
      *    Events are kept in transaction, date, time, and stage order
      *    as they are found, so the print pass is a straight read.
      *    The stage number orders events of the same day that carry
      *    no time of their own.
       01  WS-NEW-EVENT.
           05  WS-NE-ORDER-KEY.
               10  WS-NE-TRANS-ID      PIC 9(6).
               10  WS-NE-DATE          PIC 9(8).
               10  WS-NE-TIME          PIC X(8).
               10  WS-NE-STAGE         PIC 9(2).
           05  WS-NE-SOURCE            PIC X(8).
           05  WS-NE-TEXT              PIC X(80).
       01  WS-EVENT-TABLE.
           05  WS-EVENTS-USED      PIC 9(4) VALUE ZERO.
           05  WS-EVENT-ENTRY OCCURS 3000 TIMES.
               10  WS-EV-ORDER-KEY.
                   15  WS-EV-TRANS-ID  PIC 9(6).
                   15  WS-EV-DATE      PIC 9(8).
                   15  WS-EV-TIME      PIC X(8).
                   15  WS-EV-STAGE     PIC 9(2).
               10  WS-EV-SOURCE        PIC X(8).
               10  WS-EV-TEXT          PIC X(80).
       01  WS-NO-TIME              PIC X(8) VALUE "99999999".
       COPY "EDITREJ.cpy".
       COPY "RECYCLE.cpy".
       COPY "RECYREG.cpy".
       COPY "GLINTFCW.cpy".
       COPY "GLSTAT.cpy".
       COPY "TRCRPT01.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-TRACE-REJECT-RESOLUTIONS
           PERFORM 2000-TRACE-DAILY-FEED
           PERFORM 2100-TRACE-POSTED-HISTORY
           PERFORM 2200-TRACE-AUDITLOG
           PERFORM 2300-TRACE-HELD-ROWS
           PERFORM 2370-TRACE-HELD-RELEASES
           PERFORM 2400-TRACE-GL-STATUS
           PERFORM 2500-TRACE-GL-EXCEPTIONS
           PERFORM 2600-TRACE-GL-EXHAUSTED
           PERFORM 2700-TRACE-EDIT-REJECTS
           PERFORM 2720-TRACE-CARRIED-REJECTS
           PERFORM 2750-TRACE-EDIT-ACCEPTS
           PERFORM 2800-TRACE-RECYCLE-OUT
           PERFORM 2850-TRACE-RECYCLE-REGISTER
           PERFORM 2900-TRACE-SUSPENSE
           PERFORM 2950-TRACE-SUSPENSE-ACTIONS
           PERFORM 4000-PRINT-TRACE
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT TRCRPT01-FILE
           IF WS-TR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRACE REPORT FILE, STATUS="
                   WS-TR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
           END-IF
           WRITE TRCRPT01-PRINT-LINE FROM TR-HEADING-LINE
           MOVE WS-BUSINESS-DATE TO TR-BUSINESS-DATE
           WRITE TRCRPT01-PRINT-LINE FROM TR-DATE-LINE
           PERFORM 9000-LOAD-TRACE-PARM
           IF WS-TRACE-IDS-USED = ZERO
                   AND WS-TRACE-BATCHES-USED = ZERO
               DISPLAY "NO VALID TRACE SELECTION IN TRACEPRM.DAT"
               MOVE "NO VALID TRACE SELECTION - NOTHING TRACED"
                   TO TR-EXCEPTION-TEXT
               WRITE TRCRPT01-PRINT-LINE FROM TR-EXCEPTION-LINE
               CLOSE TRCRPT01-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * The resolution log is read before anything else, so the id a
      * traced reject was re-entered as is on the id table for every
      * file that follows.  The log is in the order TRNCORR wrote it,
      * so a re-entry that was itself rejected and re-entered again
      * is followed to the end of the chain.  Only ids already on the
      * table are followed - a reject first found under a selected
      * batch key is listed, but its re-entry is not.
      ******************************************************************
       1500-TRACE-REJECT-RESOLUTIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REJECT-LOG-FILE
           IF WS-RN-STATUS = "00"
               PERFORM 1550-TRACE-RESOLUTION-RECORD
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE REJECT-LOG-FILE.

       1550-TRACE-RESOLUTION-RECORD.
           READ REJECT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RN-ORIGINAL-TRANS-ID NUMERIC
                       MOVE RN-ORIGINAL-TRANS-ID TO WS-ROW-TRANS-ID
                       MOVE SPACES TO WS-ROW-BATCH-KEY
                       PERFORM 5000-SELECT-ROW
                       IF WS-ROW-SELECTED
                           PERFORM 1560-NOTE-RESOLUTION
                       END-IF
                   END-IF
           END-READ.

       1560-NOTE-RESOLUTION.
           MOVE RN-ACTION-DATE TO WS-NE-DATE
           MOVE WS-NO-TIME TO WS-NE-TIME
           MOVE 02 TO WS-NE-STAGE
           MOVE "REJLOG" TO WS-NE-SOURCE
           MOVE SPACES TO WS-NE-TEXT
           IF RN-RE-ENTERED
               STRING "RE-ENTERED AS " RN-NEW-TRANS-ID
                       ", BATCH " RN-BATCH-KEY ", BY " RN-CLERK-ID
                       DELIMITED BY SIZE
                   INTO WS-NE-TEXT
           ELSE
               STRING "WITHDRAWN BY " RN-CLERK-ID ": " RN-REASON
                       DELIMITED BY SIZE
                   INTO WS-NE-TEXT
           END-IF
           PERFORM 5100-ADD-EVENT
           IF RN-RE-ENTERED AND RN-NEW-TRANS-ID NUMERIC
               PERFORM 1570-FOLLOW-RE-ENTRY
           END-IF.

       1570-FOLLOW-RE-ENTRY.
           MOVE RN-NEW-TRANS-ID TO WS-ROW-TRANS-ID
           MOVE RN-BATCH-KEY TO WS-ROW-BATCH-KEY
           PERFORM 5010-FIND-TRACE-ID
           IF WS-FOUND-ID-SUB = ZERO
               PERFORM 5060-ADD-TRACE-ID
           END-IF
           IF WS-FOUND-ID-SUB > ZERO
               MOVE RN-ACTION-DATE TO WS-NE-DATE
               MOVE ZEROS TO WS-NE-TIME
               MOVE 01 TO WS-NE-STAGE
               MOVE "REJLOG" TO WS-NE-SOURCE
               MOVE SPACES TO WS-NE-TEXT
               STRING "RE-ENTRY OF REJECTED TRANS-ID "
                       RN-ORIGINAL-TRANS-ID ", BATCH " RN-BATCH-KEY
                       DELIMITED BY SIZE
                   INTO WS-NE-TEXT
               PERFORM 5100-ADD-EVENT
           END-IF.

      ******************************************************************
      * The feed is read first: its headers are the only record of
      * which batch a rejected transaction arrived in.
      ******************************************************************
       2000-TRACE-DAILY-FEED.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-FEED-BATCH-KEY
           OPEN INPUT TRANS-SOURCE-FILE
           IF WS-ES-STATUS = "00"
               PERFORM 2050-TRACE-FEED-RECORD
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE TRANS-SOURCE-FILE.

       2050-TRACE-FEED-RECORD.
           READ TRANS-SOURCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF ES-BATCH-HEADER
                       MOVE ES-BATCH-KEY TO WS-FEED-BATCH-KEY
                   END-IF
                   IF ES-TRANS-ID-X NUMERIC
                       MOVE ES-TRANS-ID-X TO WS-ROW-TRANS-ID
                       MOVE WS-FEED-BATCH-KEY TO WS-ROW-BATCH-KEY
                       PERFORM 5000-SELECT-ROW
                       IF WS-ROW-SELECTED
                           PERFORM 2060-NOTE-FEED-RECORD
                       END-IF
                   END-IF
                   IF ES-BATCH-TRAILER
                       MOVE SPACES TO WS-FEED-BATCH-KEY
                   END-IF
           END-READ.

       2060-NOTE-FEED-RECORD.
           MOVE WS-BUSINESS-DATE TO WS-NE-DATE
           MOVE ZEROS TO WS-NE-TIME
           MOVE 01 TO WS-NE-STAGE
           MOVE "FEED" TO WS-NE-SOURCE
           MOVE SPACES TO WS-NE-TEXT
           EVALUATE TRUE
               WHEN ES-BATCH-HEADER
                   STRING "BATCH HEADER RECEIVED, BATCH "
                           ES-BATCH-KEY DELIMITED BY SIZE
                       INTO WS-NE-TEXT
               WHEN ES-BATCH-TRAILER
                   STRING "BATCH TRAILER RECEIVED, BATCH "
                           WS-FEED-BATCH-KEY DELIMITED BY SIZE
                       INTO WS-NE-TEXT
               WHEN ES-REVERSAL
                   STRING "REVERSAL RECEIVED IN FEED, BATCH "
                           WS-FEED-BATCH-KEY " OF TRANS-ID "
                           ES-ORIGINAL-TRANS-ID-X
                           DELIMITED BY SIZE
                       INTO WS-NE-TEXT
               WHEN OTHER
                   STRING "RECEIVED IN FEED, BATCH "
                           WS-FEED-BATCH-KEY " TYPE '"
                           ES-RECORD-TYPE "' ACCOUNT "
                           ES-ACCOUNT-CODE DELIMITED BY SIZE
                       INTO WS-NE-TEXT
           END-EVALUATE
           PERFORM 5100-ADD-EVENT.

      ******************************************************************
      * The posted history spans every business day, so a batch key
      * finds its transactions here long after the day's feed is gone.
      ******************************************************************
       2100-TRACE-POSTED-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT POSTED-HISTORY-FILE
           IF WS-PH-STATUS = "00"
               MOVE LOW-VALUES TO PH-TRANS-ID
               START POSTED-HISTORY-FILE
                   KEY IS NOT LESS THAN PH-TRANS-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM 2150-TRACE-HISTORY-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE POSTED-HISTORY-FILE
           END-IF.

       2150-TRACE-HISTORY-RECORD.
           READ POSTED-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PH-TRANS-ID TO WS-ROW-TRANS-ID
                   MOVE PH-BATCH-KEY TO WS-ROW-BATCH-KEY
                   PERFORM 5000-SELECT-ROW
                   IF WS-ROW-SELECTED
                       MOVE PH-BUSINESS-DATE TO WS-NE-DATE
                       MOVE WS-NO-TIME TO WS-NE-TIME
                       MOVE 07 TO WS-NE-STAGE
                       MOVE "POSTHIST" TO WS-NE-SOURCE
                       MOVE PH-AMOUNT TO WS-EDIT-AMOUNT-R
                       EVALUATE TRUE
                           WHEN PH-HELD-FROM-GL
                               MOVE ", HELD" TO WS-HISTORY-GL-TEXT
                           WHEN PH-PURGED-FROM-GL
                               MOVE ", PURGED" TO WS-HISTORY-GL-TEXT
                           WHEN OTHER
                               MOVE SPACES TO WS-HISTORY-GL-TEXT
                       END-EVALUATE
                       MOVE SPACES TO WS-NE-TEXT
                       EVALUATE TRUE
                           WHEN PH-REVERSAL-OF-ID NOT = ZERO
                               STRING "POSTED " WS-EDIT-AMOUNT-R
                                       " TO ACCOUNT " PH-ACCOUNT-CODE
                                       ", BATCH " PH-BATCH-KEY
                                       ", REVERSING " PH-REVERSAL-OF-ID
                                       WS-HISTORY-GL-TEXT
                                       DELIMITED BY SIZE
                                   INTO WS-NE-TEXT
                           WHEN PH-REVERSED-BY-ID NOT = ZERO
                               STRING "POSTED " WS-EDIT-AMOUNT-R
                                       " TO ACCOUNT " PH-ACCOUNT-CODE
                                       ", BATCH " PH-BATCH-KEY
                                       ", REVERSED BY "
                                       PH-REVERSED-BY-ID
                                       WS-HISTORY-GL-TEXT
                                       DELIMITED BY SIZE
                                   INTO WS-NE-TEXT
                           WHEN OTHER
                               STRING "POSTED " WS-EDIT-AMOUNT-R
                                       " TO ACCOUNT " PH-ACCOUNT-CODE
                                       ", BATCH " PH-BATCH-KEY
                                       WS-HISTORY-GL-TEXT
                                       DELIMITED BY SIZE
                                   INTO WS-NE-TEXT
                       END-EVALUATE
                       PERFORM 5100-ADD-EVENT
                   END-IF
           END-READ.

       2200-TRACE-AUDITLOG.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDITLOG-FILE
           IF WS-AL-STATUS = "00"
               PERFORM 2250-TRACE-AUDIT-RECORD
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE AUDITLOG-FILE.

      *    Entries written before the audit trail carried the
      *    transaction id cannot be tied to one and are passed over.
       2250-TRACE-AUDIT-RECORD.
           READ AUDITLOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF AL-TRANS-ID NUMERIC AND AL-TRANS-ID > ZERO
                       MOVE AL-TRANS-ID TO WS-ROW-TRANS-ID
                       MOVE AL-BATCH-KEY TO WS-ROW-BATCH-KEY
                       PERFORM 5000-SELECT-ROW
                       IF WS-ROW-SELECTED
                           PERFORM 2260-NOTE-AUDIT-RECORD
                       END-IF
                   END-IF
           END-READ.

       2260-NOTE-AUDIT-RECORD.
           IF AL-TIMESTAMP(1:8) NUMERIC
               MOVE AL-TIMESTAMP(1:8) TO WS-NE-DATE
               MOVE AL-TIMESTAMP(9:8) TO WS-NE-TIME
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-NE-DATE
               MOVE WS-NO-TIME TO WS-NE-TIME
           END-IF
           MOVE 03 TO WS-NE-STAGE
           MOVE "AUDITLOG" TO WS-NE-SOURCE
           MOVE AL-OPERAND-A TO WS-EDIT-AMOUNT-A
           MOVE AL-OPERAND-B TO WS-EDIT-AMOUNT-B
           MOVE AL-SUM-RESULT TO WS-EDIT-AMOUNT-R
           IF AL-MATH-STATUS = '0'
               MOVE "OK" TO WS-STATUS-TEXT
           ELSE
               MOVE "FAILED" TO WS-STATUS-TEXT
           END-IF
           MOVE SPACES TO WS-NE-TEXT
           STRING "CALC " AL-OPERATION-CODE " " WS-EDIT-AMOUNT-A
                   " " WS-EDIT-AMOUNT-B " =" WS-EDIT-AMOUNT-R
                   " ST " AL-MATH-STATUS " " WS-STATUS-TEXT
                   " BATCH " AL-BATCH-KEY " RUN " AL-RUN-ID
                   DELIMITED BY SIZE
               INTO WS-NE-TEXT
           PERFORM 5100-ADD-EVENT.

       2300-TRACE-HELD-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GLINTFC-HOLD-FILE
           IF WS-GLH-STATUS = "00"
               PERFORM 2350-TRACE-HELD-ROW
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE GLINTFC-HOLD-FILE.

       2350-TRACE-HELD-ROW.
           READ GLINTFC-HOLD-FILE INTO GLINTFC-WORK-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF GLW-TRANS-ID NUMERIC
                       MOVE GLW-TRANS-ID TO WS-ROW-TRANS-ID
                       MOVE GLW-BATCH-KEY TO WS-ROW-BATCH-KEY
                       PERFORM 5000-SELECT-ROW
                       IF WS-ROW-SELECTED
                           MOVE GLW-POSTING-DATE TO WS-NE-DATE
                           MOVE WS-NO-TIME TO WS-NE-TIME
                           MOVE 08 TO WS-NE-STAGE
                           MOVE "GLHOLD" TO WS-NE-SOURCE
                           MOVE GLW-AMOUNT TO WS-EDIT-AMOUNT-R
                           MOVE SPACES TO WS-NE-TEXT
                           STRING "HELD FROM GL WITH BATCH "
                                   GLW-BATCH-KEY ", AMOUNT "
                                   WS-EDIT-AMOUNT-R
                                   DELIMITED BY SIZE
                               INTO WS-NE-TEXT
                           PERFORM 5100-ADD-EVENT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * The release audit names batches, not transactions - each
      * action is listed under every traced transaction whose batch
      * key it names, as learned from the files read so far.
      ******************************************************************
       2370-TRACE-HELD-RELEASES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RELEASE-AUDIT-FILE
           IF WS-RL-STATUS = "00"
               PERFORM 2380-TRACE-RELEASE-RECORD
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE RELEASE-AUDIT-FILE.

       2380-TRACE-RELEASE-RECORD.
           READ RELEASE-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RL-ROW-COUNT NUMERIC AND RL-ROW-COUNT > ZERO
                           AND RL-BATCH-KEY NOT = SPACES
                       PERFORM 2390-NOTE-RELEASE-RECORD
                           VARYING WS-RELEASE-SUB FROM 1 BY 1
                           UNTIL WS-RELEASE-SUB > WS-TRACE-IDS-USED
                   END-IF
           END-READ.

       2390-NOTE-RELEASE-RECORD.
           IF WS-TI-BATCH-KEY(WS-RELEASE-SUB) = RL-BATCH-KEY
               MOVE WS-TI-TRANS-ID(WS-RELEASE-SUB) TO WS-ROW-TRANS-ID
               IF RL-TIMESTAMP(1:8) NUMERIC
                   MOVE RL-TIMESTAMP(1:8) TO WS-NE-DATE
                   MOVE RL-TIMESTAMP(9:8) TO WS-NE-TIME
               ELSE
                   MOVE WS-BUSINESS-DATE TO WS-NE-DATE
                   MOVE WS-NO-TIME TO WS-NE-TIME
               END-IF
               MOVE 08 TO WS-NE-STAGE
               MOVE "GLRELAUD" TO WS-NE-SOURCE
               MOVE RL-ROW-COUNT TO WS-EDIT-ROWS
               MOVE SPACES TO WS-NE-TEXT
               IF RL-ACTION-CODE = 'R'
                   STRING "RELEASED BY GLRELEAS, BATCH " RL-BATCH-KEY
                           "," WS-EDIT-ROWS " ROWS, APPROVER "
                           RL-APPROVER-ID DELIMITED BY SIZE
                       INTO WS-NE-TEXT
               ELSE
                   STRING "PURGED TO RETENTION, BATCH " RL-BATCH-KEY
                           "," WS-EDIT-ROWS " ROWS, APPROVER "
                           RL-APPROVER-ID DELIMITED BY SIZE
                       INTO WS-NE-TEXT
               END-IF
               PERFORM 5100-ADD-EVENT
           END-IF.

       2400-TRACE-GL-STATUS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GLSTAT-FILE
           IF WS-GS-STATUS = "00"
               PERFORM 2450-TRACE-GL-STATUS-RECORD
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE GLSTAT-FILE.

       2450-TRACE-GL-STATUS-RECORD.
           READ GLSTAT-FILE INTO GL-STATUS-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2460-SELECT-GL-STATUS-ROW
                   IF WS-ROW-SELECTED
                       PERFORM 2470-NOTE-GL-SENT
                       PERFORM 2480-NOTE-GL-ACK
                   END-IF
           END-READ.

      *    A summary row names no transaction - it is traced by its
      *    batch key alone and listed under transaction 000000.
       2460-SELECT-GL-STATUS-ROW.
           IF GS-SUMMARY-ROW OR GS-TRANS-ID NOT NUMERIC
               MOVE ZERO TO WS-ROW-TRANS-ID
           ELSE
               MOVE GS-TRANS-ID TO WS-ROW-TRANS-ID
           END-IF
           MOVE GS-BATCH-KEY TO WS-ROW-BATCH-KEY
           PERFORM 5000-SELECT-ROW.

       2470-NOTE-GL-SENT.
           MOVE GS-SENT-DATE TO WS-NE-DATE
           MOVE WS-NO-TIME TO WS-NE-TIME
           MOVE 09 TO WS-NE-STAGE
           MOVE "GLSTAT" TO WS-NE-SOURCE
           MOVE GS-RESEND-COUNT TO WS-EDIT-RESENDS
           MOVE SPACES TO WS-NE-TEXT
           IF GS-SUMMARY-ROW
               MOVE GS-SUM-NET-AMOUNT TO WS-EDIT-NET-AMOUNT
               MOVE GS-SUM-RECORD-COUNT TO WS-EDIT-COUNT
               STRING "SUMMARY ROW SENT TO GL, BATCH " GS-BATCH-KEY
                       " OP " GS-SUM-OPERATION-CODE
                       " COUNT" WS-EDIT-COUNT
                       " NET" WS-EDIT-NET-AMOUNT
                       DELIMITED BY SIZE
                   INTO WS-NE-TEXT
           ELSE
               MOVE GS-AMOUNT TO WS-EDIT-AMOUNT-R
               STRING "SENT TO GL, AMOUNT " WS-EDIT-AMOUNT-R
                       ", ACCOUNT " GS-ACCOUNT-CODE
                       ", RESENDS " WS-EDIT-RESENDS
                       DELIMITED BY SIZE
                   INTO WS-NE-TEXT
           END-IF
           PERFORM 5100-ADD-EVENT.

       2480-NOTE-GL-ACK.
           MOVE 10 TO WS-NE-STAGE
           MOVE WS-NO-TIME TO WS-NE-TIME
           MOVE SPACES TO WS-NE-TEXT
           EVALUATE TRUE
               WHEN GS-CONFIRMED
                   MOVE GS-ACK-DATE TO WS-NE-DATE
                   MOVE "ACKNOWLEDGED BY GL - CONFIRMED" TO WS-NE-TEXT
               WHEN GS-REJECTED
                   MOVE GS-ACK-DATE TO WS-NE-DATE
                   STRING "REJECTED BY GL: " GS-ACK-REASON
                           DELIMITED BY SIZE
                       INTO WS-NE-TEXT
               WHEN OTHER
                   MOVE GS-SENT-DATE TO WS-NE-DATE
                   MOVE "AWAITING GL ACKNOWLEDGMENT" TO WS-NE-TEXT
           END-EVALUATE
           PERFORM 5100-ADD-EVENT.

       2500-TRACE-GL-EXCEPTIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GLEXCEPT-FILE
           IF WS-GX-STATUS = "00"
               PERFORM 2550-TRACE-GL-EXCEPTION
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE GLEXCEPT-FILE.

       2550-TRACE-GL-EXCEPTION.
           READ GLEXCEPT-FILE INTO GL-STATUS-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2460-SELECT-GL-STATUS-ROW
                   IF WS-ROW-SELECTED
                       MOVE GS-ACK-DATE TO WS-NE-DATE
                       MOVE WS-NO-TIME TO WS-NE-TIME
                       MOVE 11 TO WS-NE-STAGE
                       MOVE "GLEXCEPT" TO WS-NE-SOURCE
                       MOVE SPACES TO WS-NE-TEXT
                       STRING "QUEUED FOR RESUBMISSION: " GS-ACK-REASON
                               DELIMITED BY SIZE
                           INTO WS-NE-TEXT
                       PERFORM 5100-ADD-EVENT
                   END-IF
           END-READ.

       2600-TRACE-GL-EXHAUSTED.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GLRESEXH-FILE
           IF WS-GE-STATUS = "00"
               PERFORM 2650-TRACE-GL-EXHAUSTED-ROW
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE GLRESEXH-FILE.

       2650-TRACE-GL-EXHAUSTED-ROW.
           READ GLRESEXH-FILE INTO GL-STATUS-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2460-SELECT-GL-STATUS-ROW
                   IF WS-ROW-SELECTED
                       MOVE GS-ACK-DATE TO WS-NE-DATE
                       MOVE WS-NO-TIME TO WS-NE-TIME
                       MOVE 12 TO WS-NE-STAGE
                       MOVE "GLRESEXH" TO WS-NE-SOURCE
                       MOVE GS-RESEND-COUNT TO WS-EDIT-RESENDS
                       MOVE SPACES TO WS-NE-TEXT
                       STRING "RESUBMISSION EXHAUSTED AFTER "
                               WS-EDIT-RESENDS " RESENDS: "
                               GS-ACK-REASON DELIMITED BY SIZE
                           INTO WS-NE-TEXT
                       PERFORM 5100-ADD-EVENT
                   END-IF
           END-READ.

      ******************************************************************
      * The remaining files carry no batch key - by now every
      * transaction a batch selection will reach is on the id table.
      ******************************************************************
       2700-TRACE-EDIT-REJECTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EDIT-REJECT-FILE
           IF WS-ER-STATUS = "00"
               PERFORM 2710-TRACE-EDIT-REJECT
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE EDIT-REJECT-FILE.

       2710-TRACE-EDIT-REJECT.
           READ EDIT-REJECT-FILE INTO EDIT-REJECT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF ER-REJECT-IMAGE(1:6) NUMERIC
                       MOVE ER-REJECT-IMAGE(1:6) TO WS-ROW-TRANS-ID
                       MOVE SPACES TO WS-ROW-BATCH-KEY
                       PERFORM 5000-SELECT-ROW
                       IF WS-ROW-SELECTED
                           MOVE WS-BUSINESS-DATE TO WS-NE-DATE
                           MOVE ZEROS TO WS-NE-TIME
                           MOVE 02 TO WS-NE-STAGE
                           MOVE "EDITREJ" TO WS-NE-SOURCE
                           MOVE SPACES TO WS-NE-TEXT
                           STRING "REJECTED BY EDIT, REASON BYTES '"
                                   ER-REASON-TRANS-ID
                                   ER-REASON-OPERAND-A
                                   ER-REASON-OPERAND-B
                                   ER-REASON-OPERATION
                                   ER-REASON-SEQUENCE
                                   ER-REASON-BATCH
                                   ER-REASON-ACCOUNT "'"
                                   DELIMITED BY SIZE
                               INTO WS-NE-TEXT
                           PERFORM 5100-ADD-EVENT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * TRNCORR moves each day's rejects onto the carry file, so a
      * reject not yet corrected is found here, dated the day it was
      * first rejected.
      ******************************************************************
       2720-TRACE-CARRIED-REJECTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REJECT-CARRY-FILE
           IF WS-RJ-STATUS = "00"
               PERFORM 2730-TRACE-CARRIED-REJECT
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE REJECT-CARRY-FILE.

       2730-TRACE-CARRIED-REJECT.
           READ REJECT-CARRY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RJ-ORIGINAL-TRANS-ID NUMERIC
                       MOVE RJ-ORIGINAL-TRANS-ID TO WS-ROW-TRANS-ID
                       MOVE SPACES TO WS-ROW-BATCH-KEY
                       PERFORM 5000-SELECT-ROW
                       IF WS-ROW-SELECTED
                           PERFORM 2740-NOTE-CARRIED-REJECT
                       END-IF
                   END-IF
           END-READ.

       2740-NOTE-CARRIED-REJECT.
           IF RJ-FIRST-REJECT-DATE NUMERIC
               MOVE RJ-FIRST-REJECT-DATE TO WS-NE-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-NE-DATE
           END-IF
           MOVE ZEROS TO WS-NE-TIME
           MOVE 02 TO WS-NE-STAGE
           MOVE "REJCARRY" TO WS-NE-SOURCE
           MOVE RJ-REJECT-DATA TO EDIT-REJECT-RECORD
           IF RJ-ATTEMPT-COUNT NUMERIC
               MOVE RJ-ATTEMPT-COUNT TO WS-EDIT-ATTEMPTS
           ELSE
               MOVE ZERO TO WS-EDIT-ATTEMPTS
           END-IF
           MOVE SPACES TO WS-NE-TEXT
           STRING "REJECT STILL OUTSTANDING," WS-EDIT-ATTEMPTS
                   " CORRECTIONS TRIED, REASON BYTES '"
                   ER-REASON-TRANS-ID
                   ER-REASON-OPERAND-A
                   ER-REASON-OPERAND-B
                   ER-REASON-OPERATION
                   ER-REASON-SEQUENCE
                   ER-REASON-BATCH
                   ER-REASON-ACCOUNT "'"
                   DELIMITED BY SIZE
               INTO WS-NE-TEXT
           PERFORM 5100-ADD-EVENT.

       2750-TRACE-EDIT-ACCEPTS.
           OPEN INPUT DAILY-TRANS-FILE
           IF WS-DT-STATUS = "00"
               PERFORM 2760-TRACE-EDIT-ACCEPT
                   VARYING WS-ACCEPT-SUB FROM 1 BY 1
                   UNTIL WS-ACCEPT-SUB > WS-TRACE-IDS-USED
               CLOSE DAILY-TRANS-FILE
           END-IF.

       2760-TRACE-EDIT-ACCEPT.
           MOVE WS-TI-TRANS-ID(WS-ACCEPT-SUB) TO DT-TRANS-ID
           READ DAILY-TRANS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DT-TRANS-ID TO WS-ROW-TRANS-ID
                   MOVE WS-BUSINESS-DATE TO WS-NE-DATE
                   MOVE ZEROS TO WS-NE-TIME
                   MOVE 02 TO WS-NE-STAGE
                   MOVE "DAILYTRN" TO WS-NE-SOURCE
                   MOVE SPACES TO WS-NE-TEXT
                   STRING "ACCEPTED BY EDIT, RECORD TYPE '"
                           DT-RECORD-TYPE "'" DELIMITED BY SIZE
                       INTO WS-NE-TEXT
                   PERFORM 5100-ADD-EVENT
           END-READ.

       2800-TRACE-RECYCLE-OUT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECYCLE-OUT-FILE
           IF WS-RO-STATUS = "00"
               PERFORM 2810-TRACE-RECYCLE-RECORD
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE RECYCLE-OUT-FILE.

       2810-TRACE-RECYCLE-RECORD.
           READ RECYCLE-OUT-FILE INTO RECYCLE-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RC-TRANS-ID NUMERIC
                       MOVE RC-TRANS-ID TO WS-ROW-TRANS-ID
                       MOVE SPACES TO WS-ROW-BATCH-KEY
                       PERFORM 5000-SELECT-ROW
                       IF WS-ROW-SELECTED
                           MOVE 04 TO WS-NE-STAGE
                           MOVE "RECYCOUT" TO WS-NE-SOURCE
                           MOVE SPACES TO WS-NE-TEXT
                           STRING "WRITTEN TO RECYCLE: " RC-MATH-REASON
                                   " RUN " RC-RUN-ID
                                   DELIMITED BY SIZE
                               INTO WS-NE-TEXT
                           PERFORM 2890-NOTE-DAILY-RECYCLE-EVENT
                       END-IF
                   END-IF
           END-READ.

       2850-TRACE-RECYCLE-REGISTER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECYCLE-REGISTER-FILE
           IF WS-RG-STATUS = "00"
               PERFORM 2860-TRACE-REGISTER-RECORD
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE RECYCLE-REGISTER-FILE.

       2860-TRACE-REGISTER-RECORD.
           READ RECYCLE-REGISTER-FILE INTO RECYCLE-REGISTER-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RR-TRANS-ID NUMERIC
                       MOVE RR-TRANS-ID TO WS-ROW-TRANS-ID
                       MOVE SPACES TO WS-ROW-BATCH-KEY
                       PERFORM 5000-SELECT-ROW
                       IF WS-ROW-SELECTED
                           PERFORM 2870-NOTE-REGISTER-RECORD
                       END-IF
                   END-IF
           END-READ.

       2870-NOTE-REGISTER-RECORD.
           IF RR-FIRST-FAIL-DATE NUMERIC
               MOVE RR-FIRST-FAIL-DATE TO WS-NE-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-NE-DATE
           END-IF
           MOVE WS-NO-TIME TO WS-NE-TIME
           MOVE 05 TO WS-NE-STAGE
           MOVE "RECYREG" TO WS-NE-SOURCE
           MOVE RR-CYCLE-COUNT TO WS-EDIT-CYCLES
           MOVE SPACES TO WS-NE-TEXT
           IF RR-IN-SUSPENSE
               STRING "RECYCLE REGISTER: FIRST FAILED HERE,"
                       WS-EDIT-CYCLES " CYCLES, LAST "
                       RR-LAST-REASON " - IN SUSPENSE"
                       DELIMITED BY SIZE
                   INTO WS-NE-TEXT
           ELSE
               STRING "RECYCLE REGISTER: FIRST FAILED HERE,"
                       WS-EDIT-CYCLES " CYCLES, LAST "
                       RR-LAST-REASON " RUN " RR-LAST-RUN-ID
                       DELIMITED BY SIZE
                   INTO WS-NE-TEXT
           END-IF
           PERFORM 5100-ADD-EVENT.

       2890-NOTE-DAILY-RECYCLE-EVENT.
           MOVE WS-BUSINESS-DATE TO WS-NE-DATE
           MOVE WS-NO-TIME TO WS-NE-TIME
           PERFORM 5100-ADD-EVENT.

       2900-TRACE-SUSPENSE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECYCLE-SUSPENSE-FILE
           IF WS-RS-STATUS = "00"
               PERFORM 2910-TRACE-SUSPENSE-RECORD
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE RECYCLE-SUSPENSE-FILE.

       2910-TRACE-SUSPENSE-RECORD.
           READ RECYCLE-SUSPENSE-FILE INTO RECYCLE-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RC-TRANS-ID NUMERIC
                       MOVE RC-TRANS-ID TO WS-ROW-TRANS-ID
                       MOVE SPACES TO WS-ROW-BATCH-KEY
                       PERFORM 5000-SELECT-ROW
                       IF WS-ROW-SELECTED
                           MOVE 06 TO WS-NE-STAGE
                           MOVE "RECYSUSP" TO WS-NE-SOURCE
                           MOVE SPACES TO WS-NE-TEXT
                           STRING "ESCALATED TO SUSPENSE: "
                                   RC-MATH-REASON " RUN " RC-RUN-ID
                                   DELIMITED BY SIZE
                               INTO WS-NE-TEXT
                           PERFORM 2890-NOTE-DAILY-RECYCLE-EVENT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Every supervisor action on a suspended item is audited,
      * applied or not, and dated when it was taken.
      ******************************************************************
       2950-TRACE-SUSPENSE-ACTIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-AUDIT-FILE
           IF WS-SU-STATUS = "00"
               PERFORM 2960-TRACE-SUSPENSE-ACTION
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE SUSPENSE-AUDIT-FILE.

       2960-TRACE-SUSPENSE-ACTION.
           READ SUSPENSE-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SU-TRANS-ID NUMERIC AND SU-TRANS-ID > ZERO
                       MOVE SU-TRANS-ID TO WS-ROW-TRANS-ID
                       MOVE SPACES TO WS-ROW-BATCH-KEY
                       PERFORM 5000-SELECT-ROW
                       IF WS-ROW-SELECTED
                           PERFORM 2970-NOTE-SUSPENSE-ACTION
                       END-IF
                   END-IF
           END-READ.

       2970-NOTE-SUSPENSE-ACTION.
           IF SU-TIMESTAMP(1:8) NUMERIC
               MOVE SU-TIMESTAMP(1:8) TO WS-NE-DATE
               MOVE SU-TIMESTAMP(9:8) TO WS-NE-TIME
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-NE-DATE
               MOVE WS-NO-TIME TO WS-NE-TIME
           END-IF
           MOVE 06 TO WS-NE-STAGE
           MOVE "SUSPAUD" TO WS-NE-SOURCE
           MOVE SPACES TO WS-NE-TEXT
           EVALUATE TRUE
               WHEN SU-ACTION-REFUSED
                   STRING "SUSPENSE ACTION '" SU-ACTION-CODE
                           "' REFUSED, APPROVER " SU-APPROVER-ID
                           DELIMITED BY SIZE
                       INTO WS-NE-TEXT
               WHEN SU-ACTION-UNMATCHED
                   STRING "SUSPENSE ACTION '" SU-ACTION-CODE
                           "' MATCHED NOTHING IN SUSPENSE, APPROVER "
                           SU-APPROVER-ID DELIMITED BY SIZE
                       INTO WS-NE-TEXT
               WHEN SU-ACTION-CODE = 'C'
                   MOVE SU-OPERAND-A TO WS-EDIT-AMOUNT-A
                   MOVE SU-OPERAND-B TO WS-EDIT-AMOUNT-B
                   STRING "REINSTATED FROM SUSPENSE BY " SU-APPROVER-ID
                           ", CALC " SU-OPERATION-CODE " "
                           WS-EDIT-AMOUNT-A " " WS-EDIT-AMOUNT-B
                           DELIMITED BY SIZE
                       INTO WS-NE-TEXT
               WHEN SU-ACTION-CODE = 'W'
                   MOVE SU-AMOUNT TO WS-EDIT-AMOUNT-R
                   STRING "WRITTEN OFF TO SUSPENSE ACCOUNT "
                           SU-ACCOUNT-CODE ", AMOUNT " WS-EDIT-AMOUNT-R
                           ", BY " SU-APPROVER-ID
                           DELIMITED BY SIZE
                       INTO WS-NE-TEXT
               WHEN OTHER
                   STRING "HELD IN SUSPENSE BY " SU-APPROVER-ID ": "
                           SU-REASON DELIMITED BY SIZE
                       INTO WS-NE-TEXT
           END-EVALUATE
           PERFORM 5100-ADD-EVENT.

       3000-TERMINATE.
           MOVE "SELECTIONS READ:" TO TR-TOTAL-LABEL
           MOVE WS-SELECTIONS-READ TO TR-TOTAL-VALUE
           WRITE TRCRPT01-PRINT-LINE FROM TR-TOTAL-LINE
           MOVE "SELECTIONS INVALID:" TO TR-TOTAL-LABEL
           MOVE WS-SELECTIONS-INVALID TO TR-TOTAL-VALUE
           WRITE TRCRPT01-PRINT-LINE FROM TR-TOTAL-LINE
           MOVE "TRANSACTIONS TRACED:" TO TR-TOTAL-LABEL
           MOVE WS-TRACE-IDS-USED TO TR-TOTAL-VALUE
           WRITE TRCRPT01-PRINT-LINE FROM TR-TOTAL-LINE
           MOVE "TRANSACTIONS WITH NO ACTIVITY:" TO TR-TOTAL-LABEL
           MOVE WS-NO-ACTIVITY-COUNT TO TR-TOTAL-VALUE
           WRITE TRCRPT01-PRINT-LINE FROM TR-TOTAL-LINE
           MOVE "EVENTS LISTED:" TO TR-TOTAL-LABEL
           MOVE WS-EVENTS-USED TO TR-TOTAL-VALUE
           WRITE TRCRPT01-PRINT-LINE FROM TR-TOTAL-LINE
           IF WS-EVENTS-DROPPED > ZERO OR WS-IDS-DROPPED > ZERO
               MOVE SPACES TO TR-EXCEPTION-TEXT
               STRING "TRACE TABLE FULL - " WS-IDS-DROPPED
                       " TRANSACTIONS AND " WS-EVENTS-DROPPED
                       " EVENTS NOT LISTED" DELIMITED BY SIZE
                   INTO TR-EXCEPTION-TEXT
               WRITE TRCRPT01-PRINT-LINE FROM TR-EXCEPTION-LINE
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE TRCRPT01-FILE
           DISPLAY "Transactions traced: " WS-TRACE-IDS-USED
           DISPLAY "Events listed: " WS-EVENTS-USED
           DISPLAY "Transactions with no activity: "
               WS-NO-ACTIVITY-COUNT.

      ******************************************************************
      * The event table is already in order - one group per
      * transaction, then each selected transaction nothing was found
      * for.
      ******************************************************************
       4000-PRINT-TRACE.
           PERFORM 4100-PRINT-EVENT
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > WS-EVENTS-USED
           PERFORM 4200-PRINT-NO-ACTIVITY
               VARYING WS-ID-SUB FROM 1 BY 1
               UNTIL WS-ID-SUB > WS-TRACE-IDS-USED.

       4100-PRINT-EVENT.
           IF WS-FIRST-GROUP
                   OR WS-EV-TRANS-ID(WS-EVENT-SUB)
                       NOT = WS-PRINT-TRANS-ID
               MOVE 'N' TO WS-FIRST-GROUP-SWITCH
               MOVE WS-EV-TRANS-ID(WS-EVENT-SUB) TO WS-PRINT-TRANS-ID
               MOVE WS-PRINT-TRANS-ID TO TR-HEAD-TRANS-ID
               IF WS-PRINT-TRANS-ID = ZERO
                   MOVE "BATCH-LEVEL GL ROWS" TO TR-HEAD-TEXT
               ELSE
                   MOVE SPACES TO TR-HEAD-TEXT
               END-IF
               WRITE TRCRPT01-PRINT-LINE FROM TR-TRANS-HEAD-LINE
               WRITE TRCRPT01-PRINT-LINE FROM TR-COLUMN-LINE
               ADD 1 TO WS-GROUPS-PRINTED
           END-IF
           MOVE WS-EV-DATE(WS-EVENT-SUB) TO TR-DET-DATE
           IF WS-EV-TIME(WS-EVENT-SUB) = ZEROS
                   OR WS-EV-TIME(WS-EVENT-SUB) = WS-NO-TIME
               MOVE SPACES TO TR-DET-TIME
           ELSE
               MOVE SPACES TO TR-DET-TIME
               STRING WS-EV-TIME(WS-EVENT-SUB)(1:2) ":"
                       WS-EV-TIME(WS-EVENT-SUB)(3:2) ":"
                       WS-EV-TIME(WS-EVENT-SUB)(5:2)
                       DELIMITED BY SIZE
                   INTO TR-DET-TIME
           END-IF
           MOVE WS-EV-SOURCE(WS-EVENT-SUB) TO TR-DET-SOURCE
           MOVE WS-EV-TEXT(WS-EVENT-SUB) TO TR-DET-EVENT
           WRITE TRCRPT01-PRINT-LINE FROM TR-DETAIL-LINE.

       4200-PRINT-NO-ACTIVITY.
           IF WS-TI-EVENT-COUNT(WS-ID-SUB) = ZERO
               MOVE WS-TI-TRANS-ID(WS-ID-SUB) TO TR-HEAD-TRANS-ID
               MOVE "NO ACTIVITY FOUND ON ANY FILE" TO TR-HEAD-TEXT
               WRITE TRCRPT01-PRINT-LINE FROM TR-TRANS-HEAD-LINE
               ADD 1 TO WS-NO-ACTIVITY-COUNT
           END-IF.

      ******************************************************************
      * A row is traced when its transaction id is on the id table, or
      * when it carries a selected batch key - in which case its id
      * joins the table so the files without a batch key find it too.
      * The batch key a traced row carries is kept against its id for
      * the release audit, which names batches only.
      ******************************************************************
       5000-SELECT-ROW.
           MOVE 'N' TO WS-ROW-SELECTED-SWITCH
           MOVE ZERO TO WS-FOUND-ID-SUB
           IF WS-ROW-TRANS-ID > ZERO
               PERFORM 5010-FIND-TRACE-ID
           END-IF
           IF WS-FOUND-ID-SUB > ZERO
               SET WS-ROW-SELECTED TO TRUE
           ELSE
               IF WS-ROW-BATCH-KEY NOT = SPACES
                       AND WS-TRACE-BATCHES-USED > ZERO
                   MOVE ZERO TO WS-FOUND-BATCH-SUB
                   PERFORM 5030-SCAN-TRACE-BATCH
                       VARYING WS-BATCH-SUB FROM 1 BY 1
                       UNTIL WS-BATCH-SUB > WS-TRACE-BATCHES-USED
                           OR WS-FOUND-BATCH-SUB > ZERO
                   IF WS-FOUND-BATCH-SUB > ZERO
                       SET WS-ROW-SELECTED TO TRUE
                       IF WS-ROW-TRANS-ID > ZERO
                           PERFORM 5060-ADD-TRACE-ID
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ROW-SELECTED AND WS-FOUND-ID-SUB > ZERO
                   AND WS-ROW-BATCH-KEY NOT = SPACES
               MOVE WS-ROW-BATCH-KEY TO WS-TI-BATCH-KEY(WS-FOUND-ID-SUB)
           END-IF.

       5010-FIND-TRACE-ID.
           MOVE ZERO TO WS-FOUND-ID-SUB
           PERFORM 5020-SCAN-TRACE-ID
               VARYING WS-ID-SUB FROM 1 BY 1
               UNTIL WS-ID-SUB > WS-TRACE-IDS-USED
                   OR WS-FOUND-ID-SUB > ZERO.

       5020-SCAN-TRACE-ID.
           IF WS-TI-TRANS-ID(WS-ID-SUB) = WS-ROW-TRANS-ID
               MOVE WS-ID-SUB TO WS-FOUND-ID-SUB
           END-IF.

       5030-SCAN-TRACE-BATCH.
           IF WS-TB-BATCH-KEY(WS-BATCH-SUB) = WS-ROW-BATCH-KEY
               MOVE WS-BATCH-SUB TO WS-FOUND-BATCH-SUB
           END-IF.

       5060-ADD-TRACE-ID.
           IF WS-TRACE-IDS-USED >= 1000
               ADD 1 TO WS-IDS-DROPPED
               MOVE 'N' TO WS-ROW-SELECTED-SWITCH
           ELSE
               ADD 1 TO WS-TRACE-IDS-USED
               MOVE WS-ROW-TRANS-ID
                   TO WS-TI-TRANS-ID(WS-TRACE-IDS-USED)
               MOVE ZERO TO WS-TI-EVENT-COUNT(WS-TRACE-IDS-USED)
               MOVE WS-ROW-BATCH-KEY
                   TO WS-TI-BATCH-KEY(WS-TRACE-IDS-USED)
               MOVE WS-TRACE-IDS-USED TO WS-FOUND-ID-SUB
           END-IF.

      ******************************************************************
      * Insert the new event behind every entry that sorts at or
      * before it, so events found later in the same order keep it.
      ******************************************************************
       5100-ADD-EVENT.
           MOVE WS-ROW-TRANS-ID TO WS-NE-TRANS-ID
           IF WS-EVENTS-USED >= 3000
               ADD 1 TO WS-EVENTS-DROPPED
           ELSE
               ADD 1 TO WS-EVENTS-USED
               MOVE WS-EVENTS-USED TO WS-EVENT-SUB
               PERFORM 5150-SHIFT-EVENT
                   UNTIL WS-EVENT-SUB = 1
                       OR WS-EV-ORDER-KEY(WS-EVENT-SUB - 1)
                           NOT > WS-NE-ORDER-KEY
               MOVE WS-NEW-EVENT TO WS-EVENT-ENTRY(WS-EVENT-SUB)
               IF WS-ROW-TRANS-ID > ZERO
                   PERFORM 5010-FIND-TRACE-ID
                   IF WS-FOUND-ID-SUB > ZERO
                       ADD 1 TO WS-TI-EVENT-COUNT(WS-FOUND-ID-SUB)
                   END-IF
               END-IF
           END-IF.

       5150-SHIFT-EVENT.
           MOVE WS-EVENT-ENTRY(WS-EVENT-SUB - 1)
               TO WS-EVENT-ENTRY(WS-EVENT-SUB)
           SUBTRACT 1 FROM WS-EVENT-SUB.

       9000-LOAD-TRACE-PARM.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TRACE-PARM-FILE
           IF WS-TP-STATUS = "00"
               PERFORM 9050-LOAD-TRACE-SELECTION
                   UNTIL WS-END-OF-FILE
           ELSE
               DISPLAY "TRACE SELECTION FILE NOT SUPPLIED"
           END-IF
           CLOSE TRACE-PARM-FILE.

       9050-LOAD-TRACE-SELECTION.
           READ TRACE-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SELECTIONS-READ
                   EVALUATE TRUE
                       WHEN TP-BY-TRANS-ID AND TP-TRANS-ID-X NUMERIC
                           MOVE TP-TRANS-ID-X TO WS-ROW-TRANS-ID
                           PERFORM 5010-FIND-TRACE-ID
                           IF WS-FOUND-ID-SUB = ZERO
                               PERFORM 5060-ADD-TRACE-ID
                           END-IF
                           MOVE "TRANSACTION ID:" TO TR-SELECT-LABEL
                           MOVE TP-SELECT-VALUE TO TR-SELECT-VALUE
                           WRITE TRCRPT01-PRINT-LINE FROM TR-SELECT-LINE
                       WHEN TP-BY-BATCH-KEY
                               AND TP-SELECT-VALUE NOT = SPACES
                               AND WS-TRACE-BATCHES-USED < 20
                           ADD 1 TO WS-TRACE-BATCHES-USED
                           MOVE TP-SELECT-VALUE
                               TO WS-TB-BATCH-KEY(WS-TRACE-BATCHES-USED)
                           MOVE "BATCH KEY:" TO TR-SELECT-LABEL
                           MOVE TP-SELECT-VALUE TO TR-SELECT-VALUE
                           WRITE TRCRPT01-PRINT-LINE FROM TR-SELECT-LINE
                       WHEN OTHER
                           ADD 1 TO WS-SELECTIONS-INVALID
                           MOVE SPACES TO TR-EXCEPTION-TEXT
                           STRING "SELECTION IGNORED: '"
                                   TRACE-PARM-RECORD(1:11) "'"
                                   DELIMITED BY SIZE
                               INTO TR-EXCEPTION-TEXT
                           WRITE TRCRPT01-PRINT-LINE
                               FROM TR-EXCEPTION-LINE
                           IF RETURN-CODE = ZERO
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-EVALUATE
           END-READ.
