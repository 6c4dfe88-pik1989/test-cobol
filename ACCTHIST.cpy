      ******************************************************************
      * ACCTHIST.cpy
      * Permanent change history for the chart of accounts - one row
      * per maintenance action ACCTMANT applied to COACCT.DAT,
      * carrying who asked for it, when, why, and the account's
      * status and description before and after.  Append-only on
      * ACCTHIST.DAT; nothing in the system ever rewrites it.
      ******************************************************************
       01  ACCOUNT-HISTORY-RECORD.
           05  AH-TIMESTAMP            PIC X(21).
           05  AH-ACTION-CODE          PIC X.
           05  AH-ACCOUNT-CODE         PIC X(2).
           05  AH-REQUESTED-BY         PIC X(8).
           05  AH-REASON               PIC X(30).
           05  AH-BEFORE-STATUS        PIC X.
           05  AH-BEFORE-DESCRIPTION   PIC X(20).
           05  AH-AFTER-STATUS         PIC X.
           05  AH-AFTER-DESCRIPTION    PIC X(20).
