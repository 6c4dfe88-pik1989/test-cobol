           05  AR-DETAIL-STATUS        PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AR-DETAIL-OPERATION     PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AR-DETAIL-TRANS-ID      PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AR-DETAIL-BATCH-KEY     PIC X(10).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  AR-SUMMARY-HEAD-LINE.
           05  FILLER                  PIC X(4) VALUE "OP".
