      * stops appearing has posted and comes off the register; one
      * that cycles past the configured limit is escalated to the
      * RECYSUSP.DAT suspense file and stops re-entering MAINPROG.
      * An escalated transaction stays registered, flagged as in
      * suspense, so SUSPWORK can age it from its first failure and
      * reset its cycle count when a supervisor reinstates it.
      ******************************************************************
       01  RECYCLE-REGISTER-RECORD.
           05  RR-TRANS-ID             PIC 9(6).
           05  RR-CYCLE-COUNT          PIC 9(3).
           05  RR-LAST-REASON          PIC X(16).
           05  RR-LAST-RUN-ID          PIC X(8).
           05  RR-REGISTER-STATUS      PIC X.
               88  RR-CYCLING              VALUE SPACE.
               88  RR-IN-SUSPENSE          VALUE 'S'.
