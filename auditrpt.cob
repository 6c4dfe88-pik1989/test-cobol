
       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD    PIC X(71).

       FD  AUDIT-WORK-FILE
           RECORDING MODE IS F.
       01  AUDIT-WORK-RECORD       PIC X(71).

       WORKING-STORAGE SECTION.
       01  WS-AL-STATUS            PIC XX VALUE SPACES.
           MOVE AL-SUM-RESULT TO AR-DETAIL-SUM-RESULT
           MOVE AL-MATH-STATUS TO AR-DETAIL-STATUS
           MOVE AL-OPERATION-CODE TO AR-DETAIL-OPERATION
           MOVE AL-TRANS-ID TO AR-DETAIL-TRANS-ID
           MOVE AL-BATCH-KEY TO AR-DETAIL-BATCH-KEY
           WRITE AUDRPT01-PRINT-LINE FROM AR-DETAIL-LINE
           ADD 1 TO WS-SELECTED-COUNT
           PERFORM 2250-COUNT-SUMMARY.
