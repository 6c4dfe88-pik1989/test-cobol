      ******************************************************************
      * BATSTAT.cpy
      * Outbound batch status record returned to the feeding
      * departments on BATSTAT.DAT.  BATSTAT appends one end-of-day
      * record ('E') per batch key the day's feed carried: the
      * department's own trailer figures, what the edit accepted and
      * rejected, what MAINPROG (or GLCONSOL on a split day) posted
      * and recycled, the reconciliation outcome, and whether the
      * batch's GL rows were released or held in GLINTFC.HLD.
      * GLRELEAS appends a follow-up record ('F') when a supervisor
      * later releases or purges a held batch; a follow-up carries
      * only the key, the disposition, and the action details.
      ******************************************************************
       01  BATCH-STATUS-RECORD.
           05  BS-RECORD-TYPE          PIC X.
               88  BS-END-OF-DAY           VALUE 'E'.
               88  BS-FOLLOW-UP            VALUE 'F'.
           05  BS-BUSINESS-DATE        PIC 9(8).
           05  BS-BATCH-KEY            PIC X(10).
           05  BS-TRLR-SEEN            PIC X.
               88  BS-TRLR-RECEIVED        VALUE 'Y'.
           05  BS-TRLR-COUNT           PIC 9(7).
           05  BS-TRLR-SUM             PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  BS-RECEIVED-COUNT       PIC 9(7).
           05  BS-EDITED-COUNT         PIC 9(7).
           05  BS-REJECTED-COUNT       PIC 9(7).
           05  BS-POSTED-COUNT         PIC 9(7).
           05  BS-POSTED-TOTAL         PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  BS-RECYCLED-COUNT       PIC 9(7).
      *        Reconciliation outcome as the batch work file left it -
      *        'C' clean, 'X' held; BS-RECON-REASON is the reason text
      *        (RELEASED, TRLR MISMTCH, NO CONTROL, CTL MISMATCH,
      *        MISSING TRLR), or NOT POSTED when nothing reached the
      *        posting run.
           05  BS-RECON-STATUS         PIC X.
           05  BS-RECON-REASON         PIC X(12).
           05  BS-GL-DISPOSITION       PIC X.
               88  BS-GL-RELEASED          VALUE 'R'.
               88  BS-GL-HELD              VALUE 'H'.
               88  BS-GL-PURGED            VALUE 'P'.
               88  BS-GL-NOT-POSTED        VALUE 'N'.
      *        Follow-up only: the supervisor action and what it moved.
           05  BS-APPROVER-ID          PIC X(8).
           05  BS-ACTION-REASON        PIC X(30).
           05  BS-ROW-COUNT            PIC 9(7).
           05  BS-ROW-AMOUNT           PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(10).
