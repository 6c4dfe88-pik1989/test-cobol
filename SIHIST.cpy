      ******************************************************************
      * SIHIST.cpy
      * Permanent change history for the standing-instruction master
      * - one row per maintenance action SIMAINT applied to
      * STANDING.DAT, carrying who asked for it, when, why, and the
      * instruction's status and end date before and after.
      * Append-only on SIHIST.DAT; nothing in the system ever
      * rewrites it.
      ******************************************************************
       01  STANDING-HISTORY-RECORD.
           05  SH-TIMESTAMP            PIC X(21).
           05  SH-ACTION-CODE          PIC X.
           05  SH-INSTRUCTION-ID       PIC X(6).
           05  SH-REQUESTED-BY         PIC X(8).
           05  SH-REASON               PIC X(30).
           05  SH-BEFORE-STATUS        PIC X.
           05  SH-BEFORE-END-DATE      PIC 9(8).
           05  SH-AFTER-STATUS         PIC X.
           05  SH-AFTER-END-DATE       PIC 9(8).
           05  SH-AFTER-NEXT-DUE-DATE  PIC 9(8).
