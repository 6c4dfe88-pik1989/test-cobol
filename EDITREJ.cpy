               88  ER-TRANS-ID-NOT-NUMERIC VALUE '1'.
           05  ER-REASON-OPERAND-A     PIC X.
               88  ER-OPERAND-A-NOT-NUMERIC VALUE '2'.
      *        On a reversal these columns carry the original
      *        transaction id, checked against POSTHIST.DAT.
               88  ER-ORIGINAL-UNKNOWN     VALUE 'O'.
               88  ER-ORIGINAL-REVERSED    VALUE 'R'.
      *        The original is still held from the GL, or was purged.
               88  ER-ORIGINAL-NOT-RELEASED VALUE 'H'.
           05  ER-REASON-OPERAND-B     PIC X.
               88  ER-OPERAND-B-NOT-NUMERIC VALUE '3'.
           05  ER-REASON-OPERATION     PIC X.
               88  ER-OPERATION-INVALID    VALUE '4'.
      *        Set only by TRNCORR's re-edit: the corrected operands
      *        would fail in MATHUTILS and unbalance the staged batch.
               88  ER-CALCULATION-FAILS    VALUE 'C'.
           05  ER-REASON-SEQUENCE      PIC X.
               88  ER-OUT-OF-SEQUENCE      VALUE '5'.
               88  ER-PRIOR-DAY-REPEAT     VALUE '6'.
