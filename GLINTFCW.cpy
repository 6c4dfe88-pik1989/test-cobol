      * whose batch reconciled clean against its CTLTOTAL control
      * record into the real GLINTFC-FILE; rows of a mismatched batch
      * are held instead, so a bad batch is never posted to the GL.
      * GLW-ORIGINAL-TRANS-ID is the posting a reversal cancels, ZERO
      * on an ordinary posting.
      * COPYed in WORKING-STORAGE; the work FD carries a plain
      * 80-byte buffer.
      ******************************************************************
                                       SIGN LEADING SEPARATE.
           05  GLW-ACCOUNT-CODE        PIC X(2).
           05  GLW-OPERATION-CODE      PIC X.
           05  GLW-ORIGINAL-TRANS-ID   PIC 9(6).
           05  FILLER                  PIC X(23) VALUE SPACES.
