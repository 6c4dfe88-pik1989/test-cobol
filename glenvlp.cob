       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLENVLP.

      ******************************************************************
      * GL interchange envelope routine, CALLed by every program that
      * writes GLINTFC.DAT - MAINPROG, GLCONSOL, GLRELEAS, GLRESUB,
      * and SUSPWORK.  Each program's hand-off is one transmission,
      * framed by a header row carrying the next file sequence number
      * off the GLXMIT.DAT transmission register and the business
      * date, and a trailer row carrying the row count and hash
      * totals of the amounts and transaction ids in between.  The
      * register's control record is stepped as each sequence is
      * issued, so no two transmissions share a number even when a
      * writer fails before its trailer; the transmission itself is
      * recorded on the register when its trailer is built.  The
      * register is opened and closed on each call.  The caller
      * writes the header and trailer rows; GE-RETURN-STATUS says
      * whether the register could be kept.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-TRANSMISSION-FILE ASSIGN TO "GLXMIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-SEQUENCE
               FILE STATUS IS WS-GX-STATUS.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-TRANSMISSION-FILE
           RECORDING MODE IS F.
       COPY "GLXMIT.cpy".

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY "BUSDATE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-GX-STATUS            PIC XX VALUE SPACES.
       01  WS-BD-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSDATE-SWITCH       PIC X VALUE 'N'.
           88  WS-BUSDATE-SUPPLIED     VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       COPY "GLENVCTL.cpy".
       COPY "GLINTFC.cpy".

       PROCEDURE DIVISION USING GL-ENVELOPE-CONTROL GLINTFC-RECORD.
       0000-MAIN-PROCESS.
           SET GE-STATUS-OK TO TRUE
           EVALUATE TRUE
               WHEN GE-OPEN-TRANSMISSION
                   PERFORM 1000-OPEN-TRANSMISSION
               WHEN GE-COUNT-ROW
                   PERFORM 2000-COUNT-ROW
               WHEN GE-CLOSE-TRANSMISSION
                   PERFORM 3000-CLOSE-TRANSMISSION
               WHEN OTHER
                   SET GE-STATUS-INVALID-FUNCTION TO TRUE
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * Issue the next sequence off the control record - created the
      * first time the register is used - and build the header row.
      ******************************************************************
       1000-OPEN-TRANSMISSION.
           IF GE-BUSINESS-DATE NOT NUMERIC
                   OR GE-BUSINESS-DATE = ZERO
               PERFORM 9100-LOAD-BUSINESS-DATE
           END-IF
           MOVE ZERO TO GE-SEQUENCE
           MOVE ZERO TO GE-ROW-COUNT
           MOVE ZERO TO GE-AMOUNT-HASH
           MOVE ZERO TO GE-TRANS-ID-HASH
           PERFORM 9000-OPEN-REGISTER
           IF GE-STATUS-OK
               MOVE ZERO TO GX-SEQUENCE
               READ GL-TRANSMISSION-FILE
                   INVALID KEY
                       PERFORM 1100-ADD-CONTROL-ENTRY
               END-READ
               IF GE-STATUS-OK
                   COMPUTE GE-SEQUENCE = GX-LAST-SENT-SEQUENCE + 1
                   MOVE GE-SEQUENCE TO GX-LAST-SENT-SEQUENCE
                   REWRITE GL-TRANSMISSION-RECORD
                       INVALID KEY
                           DISPLAY "ERROR STEPPING GL TRANSMISSION "
                               "SEQUENCE, STATUS=" WS-GX-STATUS
                           SET GE-STATUS-REGISTER-ERROR TO TRUE
                   END-REWRITE
               END-IF
               CLOSE GL-TRANSMISSION-FILE
           END-IF
           MOVE SPACES TO GLINTFC-RECORD
           MOVE GE-BUSINESS-DATE TO GL-POSTING-DATE
           MOVE GE-SEQUENCE TO GL-ENV-SEQUENCE
           MOVE ZERO TO GL-ENV-ROW-COUNT
           MOVE ZERO TO GL-ENV-AMOUNT-HASH
           MOVE ZERO TO GL-ENV-TRANS-ID-HASH
           MOVE ZERO TO GL-ORIGINAL-TRANS-ID
           SET GL-ENVELOPE-HEADER TO TRUE.

       1100-ADD-CONTROL-ENTRY.
           MOVE SPACES TO GL-TRANSMISSION-RECORD
           MOVE ZERO TO GX-SEQUENCE
           MOVE ZERO TO GX-LAST-SENT-SEQUENCE
           MOVE ZERO TO GX-LAST-ACKED-SEQUENCE
           WRITE GL-TRANSMISSION-RECORD
               INVALID KEY
                   DISPLAY "ERROR ADDING GL TRANSMISSION CONTROL, "
                       "STATUS=" WS-GX-STATUS
                   SET GE-STATUS-REGISTER-ERROR TO TRUE
           END-WRITE.

      ******************************************************************
      * A summary row hashes its net amount and carries no id; a
      * detail row hashes its amount and its transaction id.
      ******************************************************************
       2000-COUNT-ROW.
           ADD 1 TO GE-ROW-COUNT
           IF GL-SUMMARY-ROW
               ADD GL-SUM-NET-AMOUNT TO GE-AMOUNT-HASH
           ELSE
               ADD GL-AMOUNT TO GE-AMOUNT-HASH
               IF GL-TRANS-ID IS NUMERIC
                   ADD GL-TRANS-ID TO GE-TRANS-ID-HASH
               END-IF
           END-IF.

      ******************************************************************
      * Record the transmission on the register as awaiting its
      * acknowledgment and build the trailer row.  The trailer is
      * built even when the register cannot be kept, so the file
      * itself stays properly framed.
      ******************************************************************
       3000-CLOSE-TRANSMISSION.
           PERFORM 9000-OPEN-REGISTER
           IF GE-STATUS-OK
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SPACES TO GL-TRANSMISSION-RECORD
               MOVE GE-SEQUENCE TO GX-SEQUENCE
               MOVE GE-SOURCE-PROGRAM TO GX-SOURCE-PROGRAM
               MOVE GE-BUSINESS-DATE TO GX-BUSINESS-DATE
               MOVE WS-CURRENT-DATE-TIME(1:8) TO GX-SENT-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO GX-SENT-TIME
               MOVE GE-ROW-COUNT TO GX-ROW-COUNT
               MOVE GE-AMOUNT-HASH TO GX-AMOUNT-HASH
               MOVE GE-TRANS-ID-HASH TO GX-TRANS-ID-HASH
               SET GX-AWAITING-ACK TO TRUE
               MOVE ZERO TO GX-ACK-DATE
               MOVE ZERO TO GX-ACK-ROW-COUNT
               WRITE GL-TRANSMISSION-RECORD
                   INVALID KEY
                       DISPLAY "ERROR RECORDING GL TRANSMISSION "
                           GE-SEQUENCE ", STATUS=" WS-GX-STATUS
                       SET GE-STATUS-REGISTER-ERROR TO TRUE
               END-WRITE
               CLOSE GL-TRANSMISSION-FILE
           END-IF
           MOVE SPACES TO GLINTFC-RECORD
           MOVE GE-BUSINESS-DATE TO GL-POSTING-DATE
           MOVE GE-SEQUENCE TO GL-ENV-SEQUENCE
           MOVE GE-ROW-COUNT TO GL-ENV-ROW-COUNT
           MOVE GE-AMOUNT-HASH TO GL-ENV-AMOUNT-HASH
           MOVE GE-TRANS-ID-HASH TO GL-ENV-TRANS-ID-HASH
           MOVE ZERO TO GL-ORIGINAL-TRANS-ID
           SET GL-ENVELOPE-TRAILER TO TRUE.

      ******************************************************************
      * The register is created empty the first time it is used.
      ******************************************************************
       9000-OPEN-REGISTER.
           OPEN I-O GL-TRANSMISSION-FILE
           IF WS-GX-STATUS = "35"
               OPEN OUTPUT GL-TRANSMISSION-FILE
               CLOSE GL-TRANSMISSION-FILE
               OPEN I-O GL-TRANSMISSION-FILE
           END-IF
           IF WS-GX-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GL TRANSMISSION REGISTER, "
                   "STATUS=" WS-GX-STATUS
               SET GE-STATUS-REGISTER-ERROR TO TRUE
           END-IF.

       9100-LOAD-BUSINESS-DATE.
           MOVE 'N' TO WS-BUSDATE-SWITCH
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO GE-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BD-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                               AND BD-BUSINESS-DATE > ZERO
                           MOVE BD-BUSINESS-DATE TO GE-BUSINESS-DATE
                           SET WS-BUSDATE-SUPPLIED TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE BUSINESS-DATE-FILE
           IF NOT WS-BUSDATE-SUPPLIED
               DISPLAY "WARNING: NO BUSINESS DATE SUPPLIED, USING "
                   "SYSTEM DATE " GE-BUSINESS-DATE
           END-IF.
