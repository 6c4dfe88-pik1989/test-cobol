           05  RL-DET-REASON           PIC X(30).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  RL-NOTICE-LINE.
           05  FILLER                  PIC X(31)
                   VALUE "  NOTICE TO DEPARTMENT, BATCH ".
           05  RL-NOTICE-BATCH-KEY     PIC X(10).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  RL-NOTICE-TEXT          PIC X(50).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  RL-EXCEPTION-LINE.
           05  FILLER                  PIC X(15) VALUE "** EXCEPTION: ".
           05  RL-EXCEPTION-TEXT       PIC X(100) VALUE SPACES.
