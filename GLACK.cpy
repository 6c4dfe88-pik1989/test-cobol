      * The GL side echoes the transaction id and batch key from the
      * interchange record so the acknowledgment names the exact
      * posting; an old-format acknowledgment carries spaces there
      * and is matched on the posting identity alone.  The GL side
      * frames its acknowledgments the way we frame the interchange:
      * each transmission acknowledged is an 'H' header naming that
      * transmission's sequence number, its acknowledgment rows, and
      * a 'T' trailer carrying the same sequence, the count of
      * acknowledgment rows, and hash totals of their amounts
      * (GA-AMOUNT or GA-SUM-NET-AMOUNT) and transaction ids.
      ******************************************************************
       01  GL-ACK-RECORD.
           05  GA-POSTING-DATE         PIC 9(8).
           05  GA-ACK-DATA.
               10  GA-OPERAND-A        PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  GA-OPERAND-B        PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  GA-AMOUNT           PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  GA-ACK-CODE         PIC X.
                   88  GA-ACK-ACCEPTED     VALUE 'A'.
                   88  GA-ACK-REJECTED     VALUE 'R'.
               10  GA-REASON           PIC X(20).
               10  GA-TRANS-ID         PIC 9(6).
               10  GA-BATCH-KEY        PIC X(10).
           05  GA-ENVELOPE-DATA REDEFINES GA-ACK-DATA.
               10  GA-ENV-SEQUENCE     PIC 9(6).
               10  GA-ENV-ROW-COUNT    PIC 9(7).
               10  GA-ENV-AMOUNT-HASH  PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  GA-ENV-TRANS-ID-HASH
                                       PIC 9(12).
               10  FILLER              PIC X(22).
      *    Echo of the interchange record-type byte: 'S' acknowledges
      *    a summary posting, identified by batch key, operation,
      *    record count, and net amount; 'H' and 'T' are the envelope;
      *    anything else is a detail acknowledgment as above.
           05  GA-RECORD-TYPE          PIC X.
               88  GA-SUMMARY-ACK          VALUE 'S'.
               88  GA-ENVELOPE-HEADER      VALUE 'H'.
               88  GA-ENVELOPE-TRAILER     VALUE 'T'.
               88  GA-ENVELOPE-ROW         VALUE 'H' 'T'.
           05  GA-SUM-OPERATION-CODE   PIC X.
           05  GA-SUM-RECORD-COUNT     PIC 9(7).
           05  GA-SUM-NET-AMOUNT       PIC S9(9)V99
