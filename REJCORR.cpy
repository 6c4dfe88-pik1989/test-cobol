      ******************************************************************
      * REJCORR.cpy
      * Clerk correction record presented to TRNCORR - one per edit
      * reject, keyed by the transaction id exactly as it appears on
      * the reject (the outstanding-rejects report prints it).  A
      * correct action overlays every non-blank field onto the
      * rejected image and re-edits it; blank fields keep the
      * rejected value.  A rejected reversal stays a reversal: its
      * only correctable field is the original transaction id, keyed
      * in the first six columns of the operand-A field, and the
      * remaining fields are not used.  A rejected batch header or
      * trailer cannot be corrected, only withdrawn.  A withdraw action
      * takes the reject off the books for good when the department
      * says it must not post.
      ******************************************************************
       01  REJECT-CORRECTION-RECORD.
           05  RX-ACTION-CODE          PIC X.
               88  RX-CORRECT-ACTION       VALUE 'C'.
               88  RX-WITHDRAW-ACTION      VALUE 'W'.
           05  RX-ORIGINAL-TRANS-ID    PIC X(6).
           05  RX-OPERAND-A-X          PIC X(8).
           05  RX-OPERAND-B-X          PIC X(8).
           05  RX-OPERATION-CODE       PIC X.
           05  RX-ACCOUNT-CODE         PIC X(2).
           05  RX-CLERK-ID             PIC X(8).
           05  RX-REASON               PIC X(30).
