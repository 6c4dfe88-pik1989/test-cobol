      ******************************************************************
      * REJCARRY.cpy
      * Outstanding edit reject carried forward by TRNCORR from one
      * business day to the next - the reject record as it now
      * stands (image and reason bytes, after any partial
      * correction), the transaction id it was first rejected under,
      * the business date it was first rejected, and how many
      * corrections have been tried.  A reject leaves REJCARRY.DAT
      * only by being re-entered or withdrawn, and each that leaves
      * is recorded on the REJLOG.DAT resolution log.
      ******************************************************************
       01  REJECT-CARRY-RECORD.
           05  RJ-FIRST-REJECT-DATE    PIC 9(8).
           05  RJ-ORIGINAL-TRANS-ID    PIC X(6).
           05  RJ-ATTEMPT-COUNT        PIC 9(3).
           05  RJ-REJECT-DATA          PIC X(33).
