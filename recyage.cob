      * configured number of runs (RECYPRM.DAT, default 3) is
      * escalated: its recycle record moves to the RECYSUSP.DAT
      * suspense file instead of going back around through RECYCIN,
      * so it is forced to a human rather than cycling silently; it
      * stays on the register flagged as in suspense until SUSPWORK
      * reinstates or writes it off.  A registered transaction that
      * no longer appears in RECYCOUT has posted and comes off the
      * register.  The daily procedure of
      * presenting RECYCOUT back as RECYCIN is what makes absence
      * mean success - the register is only rewritten when the
      * recycle output file was actually present.  RETURN-CODE 8 when

       FD  RECYCLE-REGISTER-FILE
           RECORDING MODE IS F.
       01  RECYCLE-REGISTER-BUFFER PIC X(42).

       FD  RECYCLE-SUSPENSE-FILE
           RECORDING MODE IS F.
                   88  WS-RE-SEEN-THIS-RUN VALUE 'Y'.
               10  WS-RE-DISPOSITION   PIC X.
                   88  WS-RE-ESCALATED     VALUE 'S'.
                   88  WS-RE-IN-SUSPENSE   VALUE 'P'.
       COPY "RECYCLE.cpy".
       COPY "RECYREG.cpy".
       COPY "RECYRPT.cpy".
           END-READ.

      ******************************************************************
      * Transactions still in the loop stay registered, and so do
      * those sitting in suspense - escalated this run or earlier -
      * so their first-failure date survives for the work-off.  Any
      * other entry not seen this run posted cleanly.
      ******************************************************************
       6500-REWRITE-REGISTER.
           OPEN OUTPUT RECYCLE-REGISTER-FILE
       6600-WRITE-REGISTER-ENTRY.
           EVALUATE TRUE
               WHEN WS-RE-ESCALATED(WS-REG-SUB)
                   SET RR-IN-SUSPENSE TO TRUE
                   PERFORM 6650-WRITE-REGISTER-RECORD
               WHEN WS-RE-SEEN-THIS-RUN(WS-REG-SUB)
                   SET RR-CYCLING TO TRUE
                   PERFORM 6650-WRITE-REGISTER-RECORD
                   ADD 1 TO WS-TRACKED-COUNT
               WHEN WS-RE-IN-SUSPENSE(WS-REG-SUB)
                   SET RR-IN-SUSPENSE TO TRUE
                   PERFORM 6650-WRITE-REGISTER-RECORD
               WHEN OTHER
                   ADD 1 TO WS-RESOLVED-COUNT
           END-EVALUATE.

       6650-WRITE-REGISTER-RECORD.
           MOVE WS-RE-TRANS-ID(WS-REG-SUB) TO RR-TRANS-ID
           MOVE WS-RE-FIRST-FAIL(WS-REG-SUB) TO RR-FIRST-FAIL-DATE
           MOVE WS-RE-CYCLE-COUNT(WS-REG-SUB) TO RR-CYCLE-COUNT
           MOVE WS-RE-LAST-REASON(WS-REG-SUB) TO RR-LAST-REASON
           MOVE WS-RE-LAST-RUN-ID(WS-REG-SUB) TO RR-LAST-RUN-ID
           WRITE RECYCLE-REGISTER-BUFFER FROM RECYCLE-REGISTER-RECORD.

       7000-WRITE-AGING-LINE.
           IF WS-RE-SEEN-THIS-RUN(WS-REG-SUB)
                   OR WS-RE-ESCALATED(WS-REG-SUB)
                       MOVE RR-LAST-RUN-ID
                           TO WS-RE-LAST-RUN-ID(WS-REGISTER-COUNT)
                       MOVE 'N' TO WS-RE-SEEN(WS-REGISTER-COUNT)
                       IF RR-IN-SUSPENSE
                           MOVE 'P'
                               TO WS-RE-DISPOSITION(WS-REGISTER-COUNT)
                       ELSE
                           MOVE SPACE
                               TO WS-RE-DISPOSITION(WS-REGISTER-COUNT)
                       END-IF
                   END-IF
           END-READ.
