      * exhausted postings go to GLRESEXH.DAT and are listed on the
      * exception report grouped by the GL side's rejection reason.
      * The consumed exception file is retired afterwards so a later
      * run cannot stage the same rejects again.  The postings
      * restaged in a run go to the ledger as one enveloped
      * transmission.  RETURN-CODE 8 when any posting is exhausted,
      * 16 on file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-RP-STATUS            PIC XX VALUE SPACES.
       01  WS-GX-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-GX-END-OF-FILE       VALUE 'Y'.
       01  WS-GL-TRANSMISSION-SWITCH
                                   PIC X VALUE 'N'.
           88  WS-GL-TRANSMISSION-OPEN VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-AS-OF-DATE           PIC 9(8) VALUE ZERO.
       01  WS-MAX-ATTEMPTS         PIC 9(2) VALUE 3.
               10  WS-RT-COUNT         PIC 9(5).
       COPY "GLSTAT.cpy".
       COPY "GLINTFC.cpy".
       COPY "GLENVCTL.cpy".
       COPY "GLRESRPT.cpy".

       PROCEDURE DIVISION.
      * against the entry written here, so the resend is tracked once.
      ******************************************************************
       2200-RESTAGE-POSTING.
           IF NOT WS-GL-TRANSMISSION-OPEN
               PERFORM 2250-OPEN-GL-TRANSMISSION
           END-IF
           ADD 1 TO GS-RESEND-COUNT
           MOVE SPACES TO GLINTFC-RECORD
           MOVE GS-POSTING-DATE TO GL-POSTING-DATE
               MOVE GS-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           END-IF
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
           SET GE-COUNT-ROW TO TRUE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           MOVE 'U' TO GS-STATUS
           MOVE WS-AS-OF-DATE TO GS-SENT-DATE
           MOVE ZERO TO GS-ACK-DATE
           WRITE GLRESRPT-PRINT-LINE FROM RS-DETAIL-LINE
           ADD 1 TO WS-RESENT-COUNT.

      ******************************************************************
      * The postings restaged in one run go to the ledger as one
      * transmission appended to GLINTFC.DAT, framed by GLENVLP's
      * header and trailer rows.  It is opened at the first restaged
      * posting, so a run with nothing to resend sends nothing.
      ******************************************************************
       2250-OPEN-GL-TRANSMISSION.
           SET GE-OPEN-TRANSMISSION TO TRUE
           MOVE "GLRESUB" TO GE-SOURCE-PROGRAM
           MOVE ZERO TO GE-BUSINESS-DATE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           PERFORM 2280-CHECK-ENVELOPE-STATUS
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
           SET WS-GL-TRANSMISSION-OPEN TO TRUE.

       2270-CLOSE-GL-TRANSMISSION.
           SET GE-CLOSE-TRANSMISSION TO TRUE
           CALL 'GLENVLP' USING GL-ENVELOPE-CONTROL GLINTFC-RECORD
           PERFORM 2280-CHECK-ENVELOPE-STATUS
           WRITE GLINTFC-OUT-BUFFER FROM GLINTFC-RECORD
           MOVE 'N' TO WS-GL-TRANSMISSION-SWITCH.

       2280-CHECK-ENVELOPE-STATUS.
           IF NOT GE-STATUS-OK
               DISPLAY "ERROR KEEPING GL TRANSMISSION REGISTER, "
                   "SEQUENCE " GE-SEQUENCE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2300-RECORD-EXHAUSTED.
           WRITE GLRESEXH-RECORD FROM GL-STATUS-RECORD
           IF WS-EXHAUSTED-USED >= 1000
           MOVE WS-SKIPPED-COUNT TO RS-TOTAL-VALUE
           WRITE GLRESRPT-PRINT-LINE FROM RS-TOTAL-LINE
           CLOSE GLEXCEPT-FILE
           IF WS-GL-TRANSMISSION-OPEN
               PERFORM 2270-CLOSE-GL-TRANSMISSION
           END-IF
           CLOSE GLINTFC-FILE
           CLOSE GLRESEXH-FILE
           CLOSE GLRESRPT-FILE
