      ******************************************************************
      * SUSPACT.cpy
      * Supervisor action record driving the SUSPWORK suspense
      * work-off step - one record per decision on a transaction
      * sitting in RECYSUSP.DAT.  Correct-and-reinstate overlays the
      * non-blank operands and operation code onto the suspended
      * recycle record and sends it back round the recycle loop with
      * its cycle count reset; write-off posts the supervisor's
      * amount to the designated suspense GL account and takes the
      * item off the books; hold leaves it where it is.  Every action
      * carries the approver's id and a reason for the audit trail.
      ******************************************************************
       01  SUSPENSE-ACTION-RECORD.
           05  SA-ACTION-CODE          PIC X.
               88  SA-REINSTATE-ACTION     VALUE 'C'.
               88  SA-WRITE-OFF-ACTION     VALUE 'W'.
               88  SA-HOLD-ACTION          VALUE 'H'.
           05  SA-TRANS-ID             PIC 9(6).
           05  SA-OPERAND-A-X          PIC X(8).
           05  SA-OPERAND-B-X          PIC X(8).
           05  SA-OPERATION-CODE       PIC X.
           05  SA-WRITE-OFF-AMOUNT-X   PIC X(8).
           05  SA-APPROVER-ID          PIC X(8).
           05  SA-REASON               PIC X(30).
