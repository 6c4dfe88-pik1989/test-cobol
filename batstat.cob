       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATSTAT.

      ******************************************************************
      * End-of-day batch status return to the feeding departments.
      * Runs after the day's posting run (MAINPROG, or GLCONSOL on a
      * split day) and appends one BATSTAT.DAT record per batch key
      * the day's feed carried, joining what TRNEDIT saw of the batch
      * (EDITBAT.DAT - the department's trailer figures, records
      * edited and rejected) to what the posting run made of it (the
      * batch work file - records posted and recycled, the
      * reconciliation outcome, and whether the GL rows were released
      * or held in GLINTFC.HLD).  The batch work file read is the one
      * the day's completed run on RUNCTL.DAT used: BATCHWRK.CNS when
      * GLCONSOL closed the day, BATCHWRK.DAT otherwise.  A printed
      * notice per batch (BSTRPT01.DAT) tells each department what it
      * needs to do.  GLRELEAS appends the follow-up record when a
      * held batch is later released or purged.  RETURN-CODE 8 when
      * records arrived outside any batch, 12 when the day has no
      * completed posting run or its status has already been
      * returned, 16 on file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RK-STATUS.
           SELECT EDIT-BATCH-FILE ASSIGN TO "EDITBAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EB-STATUS.
           SELECT BATCH-WORK-FILE ASSIGN USING WS-BATCHWRK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-KEY
               FILE STATUS IS WS-BW-STATUS.
           SELECT OPTIONAL BATCH-STATUS-FILE ASSIGN TO "BATSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BS-STATUS.
           SELECT BSTRPT01-FILE ASSIGN TO "BSTRPT01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY "BUSDATE.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-BUFFER      PIC X(90).

       FD  EDIT-BATCH-FILE
           RECORDING MODE IS F.
       COPY "EDITBAT.cpy".

       FD  BATCH-WORK-FILE
           RECORDING MODE IS F.
       COPY "BATCHWRK.cpy".

       FD  BATCH-STATUS-FILE
           RECORDING MODE IS F.
       COPY "BATSTAT.cpy".

       FD  BSTRPT01-FILE
           RECORDING MODE IS F.
       01  BSTRPT01-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-RK-STATUS            PIC XX VALUE SPACES.
       01  WS-EB-STATUS            PIC XX VALUE SPACES.
       01  WS-BW-STATUS            PIC XX VALUE SPACES.
       01  WS-BS-STATUS            PIC XX VALUE SPACES.
       01  WS-BN-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-RK-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-RK-END-OF-FILE       VALUE 'Y'.
       01  WS-BS-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-BS-END-OF-FILE       VALUE 'Y'.
       01  WS-BUSDATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BUSDATE-SUPPLIED     VALUE 'Y'.
       01  WS-BATCH-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-BATCH-FOUND          VALUE 'Y'.
       01  WS-ALREADY-SWITCH       PIC X VALUE 'N'.
           88  WS-ALREADY-RETURNED     VALUE 'Y'.
       01  WS-ACTION-SWITCH        PIC X VALUE 'N'.
           88  WS-ACTION-PRINTED       VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01  WS-DAY-RUN-ID           PIC X(8) VALUE SPACES.
       01  WS-BATCHWRK-NAME        PIC X(12) VALUE "BATCHWRK.DAT".
       01  WS-BATCHES-RETURNED     PIC 9(7) VALUE ZERO.
       01  WS-BATCHES-HELD         PIC 9(7) VALUE ZERO.
       01  WS-BATCHES-REJECTS      PIC 9(7) VALUE ZERO.
       01  WS-OUTSIDE-BATCH-COUNT  PIC 9(7) VALUE ZERO.
       COPY "RUNCTL.cpy".
       COPY "BSTRPT01.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RETURN-BATCH-STATUS
               UNTIL WS-END-OF-FILE
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT BSTRPT01-FILE
           IF WS-BN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH NOTICE FILE, STATUS="
                   WS-BN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
           PERFORM 9860-LOAD-BUSINESS-DATE
           WRITE BSTRPT01-PRINT-LINE FROM BN-HEADING-LINE
           MOVE WS-BUSINESS-DATE TO BN-BUSINESS-DATE
           WRITE BSTRPT01-PRINT-LINE FROM BN-DATE-LINE
           PERFORM 9100-FIND-DAY-RUN
           IF WS-DAY-RUN-ID = SPACES
               DISPLAY "RUN REFUSED: NO COMPLETED POSTING RUN FOR "
                   "BUSINESS DATE " WS-BUSINESS-DATE
               MOVE "NO COMPLETED POSTING RUN FOR THE BUSINESS DATE"
                   TO BN-EXCEPTION-TEXT
               PERFORM 9900-REFUSE-RUN
           END-IF
      *    GLCONSOL's run ids start with C - a split day's batch
      *    outcomes are on its consolidated batch work file.
           IF WS-DAY-RUN-ID(1:1) = "C"
               MOVE "BATCHWRK.CNS" TO WS-BATCHWRK-NAME
           END-IF
           PERFORM 9200-CHECK-ALREADY-RETURNED
           IF WS-ALREADY-RETURNED
               DISPLAY "RUN REFUSED: BATCH STATUS ALREADY RETURNED "
                   "FOR BUSINESS DATE " WS-BUSINESS-DATE
               MOVE "BATCH STATUS ALREADY RETURNED FOR THE DATE"
                   TO BN-EXCEPTION-TEXT
               PERFORM 9900-REFUSE-RUN
           END-IF
           OPEN INPUT EDIT-BATCH-FILE
           IF WS-EB-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EDIT BATCH FILE, STATUS="
                   WS-EB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BATCH-WORK-FILE
           IF WS-BW-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BATCH WORK FILE "
                   WS-BATCHWRK-NAME ", STATUS=" WS-BW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND BATCH-STATUS-FILE
           IF WS-BS-STATUS = "35"
               OPEN OUTPUT BATCH-STATUS-FILE
           END-IF
           IF WS-BS-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR OPENING BATCH STATUS FILE, STATUS="
                   WS-BS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RETURNING BATCH STATUS FOR RUN " WS-DAY-RUN-ID
               " FROM " WS-BATCHWRK-NAME.

      ******************************************************************
      * One status record and one notice per batch the feed carried.
      * Records that arrived outside any batch header have no
      * department to answer to and are reported here instead.
      ******************************************************************
       2000-RETURN-BATCH-STATUS.
           READ EDIT-BATCH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF EB-BATCH-KEY(1:1) = "*"
                       ADD EB-RECEIVED-COUNT TO WS-OUTSIDE-BATCH-COUNT
                   ELSE
                       PERFORM 2100-BUILD-STATUS-RECORD
                       WRITE BATCH-STATUS-RECORD
                       ADD 1 TO WS-BATCHES-RETURNED
                       PERFORM 2400-PRINT-NOTICE
                   END-IF
           END-READ.

       2100-BUILD-STATUS-RECORD.
           MOVE SPACES TO BATCH-STATUS-RECORD
           SET BS-END-OF-DAY TO TRUE
           MOVE WS-BUSINESS-DATE TO BS-BUSINESS-DATE
           MOVE EB-BATCH-KEY TO BS-BATCH-KEY
           MOVE EB-TRLR-SEEN TO BS-TRLR-SEEN
           MOVE EB-TRLR-COUNT TO BS-TRLR-COUNT
           MOVE EB-TRLR-SUM TO BS-TRLR-SUM
           MOVE EB-RECEIVED-COUNT TO BS-RECEIVED-COUNT
           MOVE EB-ACCEPTED-COUNT TO BS-EDITED-COUNT
           MOVE EB-REJECTED-COUNT TO BS-REJECTED-COUNT
           MOVE ZERO TO BS-ROW-COUNT
           MOVE ZERO TO BS-ROW-AMOUNT
           MOVE 'N' TO WS-BATCH-FOUND-SWITCH
           MOVE EB-BATCH-KEY TO BW-KEY
           READ BATCH-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BATCH-FOUND TO TRUE
           END-READ
           IF WS-BATCH-FOUND
               MOVE BW-COUNT TO BS-POSTED-COUNT
               MOVE BW-TOTAL TO BS-POSTED-TOTAL
               MOVE BW-SKIPPED TO BS-RECYCLED-COUNT
               MOVE BW-STATUS TO BS-RECON-STATUS
               MOVE BW-REASON TO BS-RECON-REASON
               IF BW-CLEAN
                   SET BS-GL-RELEASED TO TRUE
               ELSE
                   SET BS-GL-HELD TO TRUE
                   ADD 1 TO WS-BATCHES-HELD
               END-IF
           ELSE
               MOVE ZERO TO BS-POSTED-COUNT
               MOVE ZERO TO BS-POSTED-TOTAL
               MOVE ZERO TO BS-RECYCLED-COUNT
               MOVE "NOT POSTED" TO BS-RECON-REASON
               SET BS-GL-NOT-POSTED TO TRUE
           END-IF
           IF BS-REJECTED-COUNT > ZERO
               ADD 1 TO WS-BATCHES-REJECTS
           END-IF.

       2400-PRINT-NOTICE.
           WRITE BSTRPT01-PRINT-LINE FROM BN-RULE-LINE
           MOVE BS-BATCH-KEY TO BN-HEAD-BATCH-KEY
           MOVE BS-BUSINESS-DATE TO BN-HEAD-DATE
           WRITE BSTRPT01-PRINT-LINE FROM BN-NOTICE-HEAD-LINE
           IF BS-TRLR-RECEIVED
               MOVE "YOUR TRAILER: RECORDS" TO BN-FIGURE-LABEL
               MOVE BS-TRLR-COUNT TO BN-FIGURE-COUNT
               MOVE "SUM" TO BN-FIGURE-AMOUNT-LABEL
               MOVE BS-TRLR-SUM TO BN-FIGURE-AMOUNT
               WRITE BSTRPT01-PRINT-LINE FROM BN-FIGURE-LINE
           ELSE
               MOVE "YOUR TRAILER:" TO BN-TEXT-LABEL
               MOVE "NOT RECEIVED, OR REJECTED BY THE EDIT"
                   TO BN-TEXT-VALUE
               WRITE BSTRPT01-PRINT-LINE FROM BN-TEXT-LINE
           END-IF
           MOVE "RECORDS RECEIVED:" TO BN-COUNT-LABEL
           MOVE BS-RECEIVED-COUNT TO BN-COUNT-VALUE
           WRITE BSTRPT01-PRINT-LINE FROM BN-COUNT-LINE
           MOVE "RECORDS EDITED:" TO BN-COUNT-LABEL
           MOVE BS-EDITED-COUNT TO BN-COUNT-VALUE
           WRITE BSTRPT01-PRINT-LINE FROM BN-COUNT-LINE
           MOVE "RECORDS REJECTED AT EDIT:" TO BN-COUNT-LABEL
           MOVE BS-REJECTED-COUNT TO BN-COUNT-VALUE
           WRITE BSTRPT01-PRINT-LINE FROM BN-COUNT-LINE
           MOVE "RECORDS POSTED:" TO BN-FIGURE-LABEL
           MOVE BS-POSTED-COUNT TO BN-FIGURE-COUNT
           MOVE "TOTAL" TO BN-FIGURE-AMOUNT-LABEL
           MOVE BS-POSTED-TOTAL TO BN-FIGURE-AMOUNT
           WRITE BSTRPT01-PRINT-LINE FROM BN-FIGURE-LINE
           MOVE "RECORDS RECYCLED:" TO BN-COUNT-LABEL
           MOVE BS-RECYCLED-COUNT TO BN-COUNT-VALUE
           WRITE BSTRPT01-PRINT-LINE FROM BN-COUNT-LINE
           MOVE "RECONCILIATION:" TO BN-TEXT-LABEL
           MOVE BS-RECON-REASON TO BN-TEXT-VALUE
           WRITE BSTRPT01-PRINT-LINE FROM BN-TEXT-LINE
           MOVE "GL ROWS:" TO BN-TEXT-LABEL
           EVALUATE TRUE
               WHEN BS-GL-RELEASED
                   MOVE "RELEASED TO THE GENERAL LEDGER"
                       TO BN-TEXT-VALUE
               WHEN BS-GL-HELD
                   MOVE "HELD PENDING SUPERVISOR RELEASE"
                       TO BN-TEXT-VALUE
               WHEN OTHER
                   MOVE "NONE - NOTHING REACHED POSTING"
                       TO BN-TEXT-VALUE
           END-EVALUATE
           WRITE BSTRPT01-PRINT-LINE FROM BN-TEXT-LINE
           PERFORM 2500-PRINT-ACTIONS.

      ******************************************************************
      * Tell the department what, if anything, it has to do.
      ******************************************************************
       2500-PRINT-ACTIONS.
           MOVE 'N' TO WS-ACTION-SWITCH
           MOVE "ACTION REQUIRED:" TO BN-TEXT-LABEL
           IF BS-REJECTED-COUNT > ZERO
               MOVE "CORRECT AND RESUBMIT THE REJECTED RECORDS"
                   TO BN-TEXT-VALUE
               PERFORM 2550-WRITE-ACTION-LINE
           END-IF
           IF BS-GL-HELD
               EVALUATE BS-RECON-REASON
                   WHEN "TRLR MISMTCH"
                       MOVE "CONFIRM TRAILER FIGURES - THEY DISAGREE"
                           TO BN-TEXT-VALUE
                   WHEN "MISSING TRLR"
                       MOVE "SEND THE BATCH TRAILER FIGURES"
                           TO BN-TEXT-VALUE
                   WHEN "NO CONTROL"
                       MOVE "SUPPLY THE BATCH CONTROL RECORD"
                           TO BN-TEXT-VALUE
                   WHEN "CTL MISMATCH"
                       MOVE "CONFIRM CONTROL TOTAL - IT DISAGREES"
                           TO BN-TEXT-VALUE
                   WHEN OTHER
                       MOVE "BATCH HELD - CONTACT THE GL SUPERVISOR"
                           TO BN-TEXT-VALUE
               END-EVALUATE
               PERFORM 2550-WRITE-ACTION-LINE
           END-IF
           IF BS-RECYCLED-COUNT > ZERO
               MOVE "NONE FOR RECYCLED RECORDS - THEY RETRY DAILY"
                   TO BN-TEXT-VALUE
               PERFORM 2550-WRITE-ACTION-LINE
           END-IF
           IF NOT WS-ACTION-PRINTED
               MOVE "NONE" TO BN-TEXT-VALUE
               PERFORM 2550-WRITE-ACTION-LINE
           END-IF.

       2550-WRITE-ACTION-LINE.
           WRITE BSTRPT01-PRINT-LINE FROM BN-TEXT-LINE
           SET WS-ACTION-PRINTED TO TRUE
           MOVE SPACES TO BN-TEXT-LABEL.

       3000-TERMINATE.
           WRITE BSTRPT01-PRINT-LINE FROM BN-RULE-LINE
           IF WS-OUTSIDE-BATCH-COUNT > ZERO
               MOVE SPACES TO BN-EXCEPTION-TEXT
               STRING "RECORDS RECEIVED OUTSIDE ANY BATCH HEADER: "
                       WS-OUTSIDE-BATCH-COUNT
                       " - NO DEPARTMENT NOTIFIED" DELIMITED BY SIZE
                   INTO BN-EXCEPTION-TEXT
               WRITE BSTRPT01-PRINT-LINE FROM BN-EXCEPTION-LINE
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "BATCHES RETURNED:" TO BN-TOTAL-LABEL
           MOVE WS-BATCHES-RETURNED TO BN-TOTAL-VALUE
           WRITE BSTRPT01-PRINT-LINE FROM BN-TOTAL-LINE
           MOVE "BATCHES HELD:" TO BN-TOTAL-LABEL
           MOVE WS-BATCHES-HELD TO BN-TOTAL-VALUE
           WRITE BSTRPT01-PRINT-LINE FROM BN-TOTAL-LINE
           MOVE "BATCHES WITH EDIT REJECTS:" TO BN-TOTAL-LABEL
           MOVE WS-BATCHES-REJECTS TO BN-TOTAL-VALUE
           WRITE BSTRPT01-PRINT-LINE FROM BN-TOTAL-LINE
           CLOSE EDIT-BATCH-FILE
           CLOSE BATCH-WORK-FILE
           CLOSE BATCH-STATUS-FILE
           CLOSE BSTRPT01-FILE
           DISPLAY "Batches returned: " WS-BATCHES-RETURNED
           DISPLAY "Batches held: " WS-BATCHES-HELD
           DISPLAY "Batches with edit rejects: " WS-BATCHES-REJECTS.

      ******************************************************************
      * The day's completed posting run - the last end record on the
      * register for the business date, as DAYSHEET takes it.
      ******************************************************************
       9100-FIND-DAY-RUN.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RK-STATUS = "00"
               PERFORM 9150-TAKE-RUN-CONTROL-ENTRY
                   UNTIL WS-RK-END-OF-FILE
           END-IF
           CLOSE RUN-CONTROL-FILE.

       9150-TAKE-RUN-CONTROL-ENTRY.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-RK-EOF-SWITCH
               NOT AT END
                   MOVE RUN-CONTROL-BUFFER TO RUN-CONTROL-RECORD
                   IF RK-END-RECORD
                           AND RK-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE RK-RUN-ID TO WS-DAY-RUN-ID
                   END-IF
           END-READ.

       9200-CHECK-ALREADY-RETURNED.
           OPEN INPUT BATCH-STATUS-FILE
           IF WS-BS-STATUS = "00"
               PERFORM 9250-SCAN-STATUS-RECORD
                   UNTIL WS-BS-END-OF-FILE
           END-IF
           CLOSE BATCH-STATUS-FILE.

       9250-SCAN-STATUS-RECORD.
           READ BATCH-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-BS-EOF-SWITCH
               NOT AT END
                   IF BS-END-OF-DAY
                           AND BS-BUSINESS-DATE = WS-BUSINESS-DATE
                       SET WS-ALREADY-RETURNED TO TRUE
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

       9900-REFUSE-RUN.
           WRITE BSTRPT01-PRINT-LINE FROM BN-EXCEPTION-LINE
           CLOSE BSTRPT01-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.
