      ******************************************************************
      * TRACEPRM.cpy
      * Selection record for the TRNTRACE lifecycle inquiry - one per
      * transaction id or batch key to be traced.  'T' names a single
      * transaction id; 'B' names a DT-BATCH-KEY and traces every
      * transaction found under it.
      ******************************************************************
       01  TRACE-PARM-RECORD.
           05  TP-SELECT-TYPE          PIC X.
               88  TP-BY-TRANS-ID          VALUE 'T'.
               88  TP-BY-BATCH-KEY         VALUE 'B'.
           05  TP-SELECT-VALUE         PIC X(10).
           05  TP-TRANS-ID-VIEW REDEFINES TP-SELECT-VALUE.
               10  TP-TRANS-ID-X       PIC X(6).
               10  FILLER              PIC X(4).
           05  FILLER                  PIC X(9).
