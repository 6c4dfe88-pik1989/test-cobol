      *      skipped plus batch headers and trailers, from the day's
      *      RK-END-RECORD;
      *   2. records processed equals GL rows released (GLINTFC.DAT,
      *      counting a summary row at its record count, and leaving
      *      out suspense write-offs, which no run processed) plus
      *      rows held (GLINTFC.HLD);
      *   3. records skipped equals the recycle records written for
      *      the day's run id (RECYCOUT.DAT plus any already
      *      escalated to RECYSUSP.DAT);
      *   4. the GLSTAT.DAT register picked up every released row,
      *      including SUSPWORK's suspense write-off rows.
      * Each proof prints IN BALANCE or OUT OF BALANCE with its two
      * figures.  RETURN-CODE 8 when anything is out or the day has
      * no end record, so the scheduler can hold the GL transmission
       01  WS-RK-TRAILERS          PIC 9(9) VALUE ZERO.
       01  WS-RELEASED-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-HELD-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-WRITE-OFF-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RECYCLE-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-REGISTER-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-PROOF-A              PIC 9(9) VALUE ZERO.
               NOT AT END
                   MOVE GLINTFC-IN-BUFFER TO GLINTFC-RECORD
                   IF GL-POSTING-DATE = WS-BUSINESS-DATE
                       EVALUATE TRUE
                           WHEN GL-ENVELOPE-ROW
                               CONTINUE
                           WHEN GL-SUMMARY-ROW
                               ADD GL-SUM-RECORD-COUNT
                                   TO WS-RELEASED-COUNT
                           WHEN GL-BATCH-KEY = "SUSPWOFF"
                               ADD 1 TO WS-WRITE-OFF-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-RELEASED-COUNT
                       END-EVALUATE
                   END-IF
           END-READ.

           MOVE "SKIPPED = RECYCLE RECORDS FOR RUN"
               TO DS-PROOF-TEXT
           PERFORM 4500-WRITE-PROOF-LINE
           COMPUTE WS-PROOF-A = WS-RELEASED-COUNT + WS-WRITE-OFF-COUNT
           MOVE WS-REGISTER-COUNT TO WS-PROOF-B
           MOVE "GL ROWS + WRITE-OFFS = GLSTAT ENTRIES"
               TO DS-PROOF-TEXT
           PERFORM 4500-WRITE-PROOF-LINE.

