      ******************************************************************
      * SUSPAUD.cpy
      * Append-only audit trail record for supervisor actions on
      * suspended recycle transactions - one row per SUSPWORK action,
      * applied or refused, carrying who approved it and why.  A
      * reinstatement records the operands it was sent back with; a
      * write-off records the suspense account and amount posted.
      * Written to SUSPAUD.DAT.
      ******************************************************************
       01  SUSPENSE-AUDIT-RECORD.
           05  SU-TIMESTAMP            PIC X(21).
           05  SU-ACTION-CODE          PIC X.
           05  SU-TRANS-ID             PIC 9(6).
           05  SU-APPROVER-ID          PIC X(8).
           05  SU-REASON               PIC X(30).
           05  SU-RESULT               PIC X.
               88  SU-ACTION-APPLIED       VALUE 'A'.
               88  SU-ACTION-REFUSED       VALUE 'R'.
               88  SU-ACTION-UNMATCHED     VALUE 'N'.
           05  SU-OPERAND-A            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SU-OPERAND-B            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SU-OPERATION-CODE       PIC X.
           05  SU-ACCOUNT-CODE         PIC X(2).
           05  SU-AMOUNT               PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
