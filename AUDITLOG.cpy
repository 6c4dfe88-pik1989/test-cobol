      ******************************************************************
      * AUDITLOG.cpy
      * Append-only audit trail record - one row per MATHUTILS call,
      * naming the transaction and the batch it was posted under so
      * TRNTRACE can tie each calculation to its transaction.
      ******************************************************************
       01  AUDITLOG-RECORD.
           05  AL-RUN-ID               PIC X(8).
                                       SIGN LEADING SEPARATE.
           05  AL-MATH-STATUS          PIC X.
           05  AL-OPERATION-CODE       PIC X.
           05  AL-TRANS-ID             PIC 9(6).
           05  AL-BATCH-KEY            PIC X(10).
