      ******************************************************************
      * GLXMIT.cpy
      * GL transmission register, indexed on GX-SEQUENCE.  One record
      * per enveloped transmission onto GLINTFC.DAT, written by
      * GLENVLP as the transmission's trailer is built: who sent it,
      * the business date, when, and the trailer's row count and hash
      * totals.  Sequence 000000 is the register's control record,
      * holding the last sequence sent and the highest sequence the
      * GL has acknowledged.  GLACKPRC marks each transmission the
      * GLACK.DAT envelopes acknowledge and reports the rest.
      ******************************************************************
       01  GL-TRANSMISSION-RECORD.
           05  GX-SEQUENCE             PIC 9(6).
               88  GX-CONTROL-ENTRY        VALUE ZERO.
           05  GX-TRANSMISSION-DATA.
               10  GX-SOURCE-PROGRAM   PIC X(8).
               10  GX-BUSINESS-DATE    PIC 9(8).
               10  GX-SENT-DATE        PIC 9(8).
               10  GX-SENT-TIME        PIC 9(6).
               10  GX-ROW-COUNT        PIC 9(7).
               10  GX-AMOUNT-HASH      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  GX-TRANS-ID-HASH    PIC 9(12).
               10  GX-ACK-STATUS       PIC X.
                   88  GX-AWAITING-ACK     VALUE 'S'.
                   88  GX-ACKNOWLEDGED     VALUE 'A'.
               10  GX-ACK-DATE         PIC 9(8).
               10  GX-ACK-ROW-COUNT    PIC 9(7).
           05  GX-CONTROL-DATA REDEFINES GX-TRANSMISSION-DATA.
               10  GX-LAST-SENT-SEQUENCE
                                       PIC 9(6).
               10  GX-LAST-ACKED-SEQUENCE
                                       PIC 9(6).
               10  FILLER              PIC X(67).
           05  FILLER                  PIC X(10).
