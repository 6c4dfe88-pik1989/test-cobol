      ******************************************************************
      * ACMTRANS.cpy
      * Maintenance request presented to ACCTMANT - one add, change,
      * close, or reopen request against the COACCT.DAT chart of
      * accounts, keyed by account code.  The description is used by
      * an add and a change only.  Every request carries the id of
      * the person asking for it and a reason, which ACCTMANT records
      * on the ACCTHIST.DAT change history for the auditors.
      ******************************************************************
       01  ACCOUNT-MAINT-RECORD.
           05  AM-ACTION-CODE          PIC X.
               88  AM-ACTION-ADD           VALUE 'A'.
               88  AM-ACTION-CHANGE        VALUE 'C'.
               88  AM-ACTION-CLOSE         VALUE 'X'.
               88  AM-ACTION-REOPEN        VALUE 'R'.
           05  AM-ACCOUNT-CODE         PIC X(2).
           05  AM-DESCRIPTION          PIC X(20).
           05  AM-REQUESTED-BY         PIC X(8).
           05  AM-REASON               PIC X(30).
