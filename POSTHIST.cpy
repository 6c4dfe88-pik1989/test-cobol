      ******************************************************************
      * POSTHIST.cpy
      * Posted-transaction history, indexed on PH-TRANS-ID.  One
      * record per successful post, written by MAINPROG's commit pass
      * (by GLCONSOL on a split day) whether the batch released to
      * the GL or was held; GLRELEAS later marks a held posting
      * released or purged.  TRNEDIT checks a reversal's original
      * transaction id here; MAINPROG takes the original's amount and
      * account from here and marks the original reversed, so the
      * same posting can never be reversed twice, and only a posting
      * the GL has received can be reversed at all.
      ******************************************************************
       01  POSTED-TRANS-RECORD.
           05  PH-TRANS-ID             PIC 9(6).
           05  PH-BUSINESS-DATE        PIC 9(8).
           05  PH-BATCH-KEY            PIC X(10).
           05  PH-ACCOUNT-CODE         PIC X(2).
           05  PH-AMOUNT               PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
      *        Non-zero when this posting is itself a reversal - the
      *        transaction id it cancelled.
           05  PH-REVERSAL-OF-ID       PIC 9(6).
      *        Non-zero once a later reversal has cancelled this
      *        posting - that reversal's transaction id.
           05  PH-REVERSED-BY-ID       PIC 9(6).
               88  PH-NOT-REVERSED         VALUE ZERO.
      *        Whether the posting has gone to the GL.  Held rows wait
      *        in GLINTFC.HLD until GLRELEAS releases or purges them.
      *        SPACE on records written before the status was kept.
           05  PH-POSTING-STATUS       PIC X.
               88  PH-POSTED-TO-GL         VALUE 'P' SPACE.
               88  PH-HELD-FROM-GL         VALUE 'H'.
               88  PH-PURGED-FROM-GL       VALUE 'X'.
           05  FILLER                  PIC X(13).
