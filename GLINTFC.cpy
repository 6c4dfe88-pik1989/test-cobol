      * posting in its acknowledgment; 'S' is one record per batch
      * and operation - batch key, operation code, record count, and
      * net amount - written when the summary-posting run option is
      * in effect.  A detail row that reverses an earlier posting
      * carries that posting's transaction id in GL-ORIGINAL-TRANS-ID
      * (ZERO or SPACES on every other row) so the ledger can pair
      * the two.  Every transmission onto the file is framed by an
      * envelope: an 'H' header carrying the file sequence number and
      * business date, and a 'T' trailer carrying the same sequence,
      * the count of detail and summary rows between them, and hash
      * totals of their amounts (GL-AMOUNT or GL-SUM-NET-AMOUNT) and
      * transaction ids.  GLENVLP builds both envelope rows and keeps
      * the GLXMIT.DAT transmission register; readers of the file pass
      * over envelope rows.  COPYed in WORKING-STORAGE; the interface
      * FD carries a plain 80-byte buffer.
      ******************************************************************
       01  GLINTFC-RECORD.
           05  GL-POSTING-DATE         PIC 9(8).
               10  GL-SUM-NET-AMOUNT   PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(12).
           05  GL-ENVELOPE-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-ENV-SEQUENCE     PIC 9(6).
               10  GL-ENV-ROW-COUNT    PIC 9(7).
               10  GL-ENV-AMOUNT-HASH  PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  GL-ENV-TRANS-ID-HASH
                                       PIC 9(12).
               10  FILLER              PIC X(3).
           05  GL-RECORD-TYPE          PIC X.
               88  GL-DETAIL-ROW           VALUE 'D' SPACE.
               88  GL-SUMMARY-ROW          VALUE 'S'.
               88  GL-ENVELOPE-HEADER      VALUE 'H'.
               88  GL-ENVELOPE-TRAILER     VALUE 'T'.
               88  GL-ENVELOPE-ROW         VALUE 'H' 'T'.
           05  GL-ORIGINAL-TRANS-ID    PIC 9(6).
           05  FILLER                  PIC X(23) VALUE SPACES.
