      * writes the still-unconfirmed entries back to GLSTAT.DAT.  The
      * keyed register replaces the old 1,000-entry in-core table, so
      * matching no longer slows down - or stops loading - as the
      * register grows.  GLACK.DAT must arrive enveloped the way
      * GLINTFC.DAT goes out: every acknowledged transmission framed
      * by a header naming its sequence number and a trailer whose row
      * count and hash totals foot to the rows between.  The whole
      * file is proved before anything is applied - a trailer that
      * does not foot, rows outside an envelope, or a sequence that
      * is not above the last acknowledged (or was never sent) refuses
      * the file, and the day's postings are still registered.  Each
      * transmission acknowledged is marked on the GLXMIT.DAT
      * register, and every transmission still awaiting its
      * acknowledgment is listed.  RETURN-CODE 8 when anything is
      * rejected or aged past the limit, 12 when the acknowledgment
      * file is refused, 16 on file trouble.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL GLACK-PARM-FILE ASSIGN TO "GLACKPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-STATUS.
           SELECT GL-TRANSMISSION-FILE ASSIGN TO "GLXMIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-SEQUENCE
               FILE STATUS IS WS-XM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  GLACK-PARM-RECORD.
           05  GP-AGING-DAYS           PIC 9(3).

       FD  GL-TRANSMISSION-FILE
           RECORDING MODE IS F.
       COPY "GLXMIT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-GL-STATUS            PIC XX VALUE SPACES.
       01  WS-GA-STATUS            PIC XX VALUE SPACES.
       01  WS-GX-STATUS            PIC XX VALUE SPACES.
       01  WS-AG-STATUS            PIC XX VALUE SPACES.
       01  WS-GP-STATUS            PIC XX VALUE SPACES.
       01  WS-XM-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE          VALUE 'Y'.
       01  WS-ACK-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-WORK-WRITTEN         VALUE 'Y'.
       01  WS-INGEST-PHASE-SWITCH  PIC X VALUE 'N'.
           88  WS-INGEST-PHASE         VALUE 'Y'.
       01  WS-ENVELOPE-SWITCH      PIC X VALUE 'N'.
           88  WS-IN-ENVELOPE          VALUE 'Y'.
       01  WS-ACK-REFUSED-SWITCH   PIC X VALUE 'N'.
           88  WS-ACK-REFUSED          VALUE 'Y'.
       01  WS-XM-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-XM-END-OF-FILE       VALUE 'Y'.
       01  WS-LAST-SENT-SEQUENCE   PIC 9(6) VALUE ZERO.
       01  WS-LAST-ACKED-SEQUENCE  PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-ENV-SEQUENCE   PIC 9(6) VALUE ZERO.
       01  WS-HIGH-ACK-SEQUENCE    PIC 9(6) VALUE ZERO.
       01  WS-ENV-SEQUENCE         PIC 9(6) VALUE ZERO.
       01  WS-ENV-ROW-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-ENV-AMOUNT-HASH      PIC S9(11)V99 VALUE ZERO.
       01  WS-ENV-TRANS-ID-HASH    PIC 9(12) VALUE ZERO.
       01  WS-ACK-ENVELOPE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-XMIT-ACKED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-XMIT-OPEN-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-XMIT-AGED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME    PIC X(21) VALUE SPACES.
       01  WS-AS-OF-DATE           PIC 9(8) VALUE ZERO.
       01  WS-AS-OF-INTEGER        PIC 9(7) VALUE ZERO.
           END-IF
           PERFORM 9100-LOAD-STATUS-REGISTER
           PERFORM 9200-INGEST-TODAYS-POSTINGS
           PERFORM 9500-OPEN-TRANSMISSION-REGISTER
           PERFORM 1100-PROVE-ACK-ENVELOPES
           IF WS-ACK-REFUSED
               MOVE 'Y' TO WS-ACK-EOF-SWITCH
           ELSE
               OPEN INPUT GLACK-FILE
               IF WS-GA-STATUS = "00"
                   PERFORM 8100-READ-GLACK
               ELSE
                   MOVE 'Y' TO WS-ACK-EOF-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * Prove the acknowledgment file's envelopes in a pass of their
      * own before a single acknowledgment is applied, so a refused
      * file leaves the register exactly as it found it.  Envelope
      * sequences must climb above the last one acknowledged and no
      * higher than the last one sent; a gap is allowed, and the
      * transmission skipped stays on the unacknowledged list.
      ******************************************************************
       1100-PROVE-ACK-ENVELOPES.
           MOVE WS-LAST-ACKED-SEQUENCE TO WS-PRIOR-ENV-SEQUENCE
           MOVE 'N' TO WS-ENVELOPE-SWITCH
           OPEN INPUT GLACK-FILE
           IF WS-GA-STATUS = "00"
               PERFORM 8100-READ-GLACK
               PERFORM 1150-PROVE-ACK-ROW
                   UNTIL WS-ACK-END-OF-FILE OR WS-ACK-REFUSED
               IF WS-IN-ENVELOPE AND NOT WS-ACK-REFUSED
                   MOVE SPACES TO AG-EXCEPTION-TEXT
                   STRING "ACK FILE REFUSED - NO TRAILER FOR SEQUENCE "
                           WS-ENV-SEQUENCE ", FILE TRUNCATED"
                           DELIMITED BY SIZE
                       INTO AG-EXCEPTION-TEXT
                   PERFORM 1190-REFUSE-ACK-FILE
               END-IF
           END-IF
           CLOSE GLACK-FILE
           MOVE 'N' TO WS-ACK-EOF-SWITCH
           MOVE 'N' TO WS-ENVELOPE-SWITCH.

       1150-PROVE-ACK-ROW.
           EVALUATE TRUE
               WHEN GA-ENVELOPE-HEADER AND WS-IN-ENVELOPE
                   MOVE SPACES TO AG-EXCEPTION-TEXT
                   STRING "ACK FILE REFUSED - NO TRAILER FOR SEQUENCE "
                           WS-ENV-SEQUENCE " BEFORE NEXT HEADER"
                           DELIMITED BY SIZE
                       INTO AG-EXCEPTION-TEXT
                   PERFORM 1190-REFUSE-ACK-FILE
               WHEN GA-ENVELOPE-HEADER
                   PERFORM 1160-PROVE-ACK-HEADER
               WHEN GA-ENVELOPE-TRAILER AND NOT WS-IN-ENVELOPE
                   MOVE "ACK FILE REFUSED - TRAILER WITHOUT A HEADER"
                       TO AG-EXCEPTION-TEXT
                   PERFORM 1190-REFUSE-ACK-FILE
               WHEN GA-ENVELOPE-TRAILER
                   PERFORM 1170-PROVE-ACK-TRAILER
               WHEN NOT WS-IN-ENVELOPE
                   MOVE SPACES TO AG-EXCEPTION-TEXT
                   STRING "ACK FILE REFUSED - ACKNOWLEDGMENT OUTSIDE "
                           "ANY ENVELOPE, DATE " GA-POSTING-DATE
                           DELIMITED BY SIZE
                       INTO AG-EXCEPTION-TEXT
                   PERFORM 1190-REFUSE-ACK-FILE
               WHEN OTHER
                   PERFORM 1180-ADD-TO-ENVELOPE-TOTALS
           END-EVALUATE
           IF NOT WS-ACK-REFUSED
               PERFORM 8100-READ-GLACK
           END-IF.

       1160-PROVE-ACK-HEADER.
           MOVE SPACES TO AG-EXCEPTION-TEXT
           EVALUATE TRUE
               WHEN GA-ENV-SEQUENCE NOT NUMERIC
                   MOVE "ACK FILE REFUSED - HEADER SEQUENCE NOT NUMERIC"
                       TO AG-EXCEPTION-TEXT
               WHEN GA-ENV-SEQUENCE NOT > WS-PRIOR-ENV-SEQUENCE
                   STRING "ACK FILE REFUSED - SEQUENCE "
                           GA-ENV-SEQUENCE " OUT OF ORDER, FOLLOWS "
                           WS-PRIOR-ENV-SEQUENCE
                           DELIMITED BY SIZE
                       INTO AG-EXCEPTION-TEXT
               WHEN GA-ENV-SEQUENCE > WS-LAST-SENT-SEQUENCE
                   STRING "ACK FILE REFUSED - SEQUENCE "
                           GA-ENV-SEQUENCE " NEVER SENT, LAST SENT "
                           WS-LAST-SENT-SEQUENCE
                           DELIMITED BY SIZE
                       INTO AG-EXCEPTION-TEXT
               WHEN OTHER
                   MOVE GA-ENV-SEQUENCE TO GX-SEQUENCE
                   READ GL-TRANSMISSION-FILE
                       INVALID KEY
                           STRING "ACK FILE REFUSED - SEQUENCE "
                                   GA-ENV-SEQUENCE
                                   " NOT ON TRANSMISSION REGISTER"
                                   DELIMITED BY SIZE
                               INTO AG-EXCEPTION-TEXT
                   END-READ
           END-EVALUATE
           IF AG-EXCEPTION-TEXT NOT = SPACES
               PERFORM 1190-REFUSE-ACK-FILE
           ELSE
               SET WS-IN-ENVELOPE TO TRUE
               MOVE GA-ENV-SEQUENCE TO WS-ENV-SEQUENCE
               MOVE GA-ENV-SEQUENCE TO WS-PRIOR-ENV-SEQUENCE
               MOVE ZERO TO WS-ENV-ROW-COUNT
               MOVE ZERO TO WS-ENV-AMOUNT-HASH
               MOVE ZERO TO WS-ENV-TRANS-ID-HASH
           END-IF.

       1170-PROVE-ACK-TRAILER.
           IF GA-ENV-SEQUENCE NOT NUMERIC
                   OR GA-ENV-ROW-COUNT NOT NUMERIC
                   OR GA-ENV-AMOUNT-HASH NOT NUMERIC
                   OR GA-ENV-TRANS-ID-HASH NOT NUMERIC
               MOVE SPACES TO AG-EXCEPTION-TEXT
               STRING "ACK FILE REFUSED - TRAILER FOR SEQUENCE "
                       WS-ENV-SEQUENCE " NOT NUMERIC"
                       DELIMITED BY SIZE
                   INTO AG-EXCEPTION-TEXT
               PERFORM 1190-REFUSE-ACK-FILE
           ELSE
               IF GA-ENV-SEQUENCE NOT = WS-ENV-SEQUENCE
                       OR GA-ENV-ROW-COUNT NOT = WS-ENV-ROW-COUNT
                       OR GA-ENV-AMOUNT-HASH NOT = WS-ENV-AMOUNT-HASH
                       OR GA-ENV-TRANS-ID-HASH
                           NOT = WS-ENV-TRANS-ID-HASH
                   MOVE SPACES TO AG-EXCEPTION-TEXT
                   STRING "ACK FILE REFUSED - TRAILER FOR SEQUENCE "
                           WS-ENV-SEQUENCE " DOES NOT FOOT, ROWS "
                           WS-ENV-ROW-COUNT " TRAILER "
                           GA-ENV-ROW-COUNT
                           DELIMITED BY SIZE
                       INTO AG-EXCEPTION-TEXT
                   PERFORM 1190-REFUSE-ACK-FILE
               ELSE
                   MOVE 'N' TO WS-ENVELOPE-SWITCH
                   ADD 1 TO WS-ACK-ENVELOPE-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * An acknowledgment hashes the amount it echoes - the net amount
      * for a summary acknowledgment - and its transaction id.
      ******************************************************************
       1180-ADD-TO-ENVELOPE-TOTALS.
           ADD 1 TO WS-ENV-ROW-COUNT
           IF GA-SUMMARY-ACK
               IF GA-SUM-NET-AMOUNT IS NUMERIC
                   ADD GA-SUM-NET-AMOUNT TO WS-ENV-AMOUNT-HASH
               END-IF
           ELSE
               IF GA-AMOUNT IS NUMERIC
                   ADD GA-AMOUNT TO WS-ENV-AMOUNT-HASH
               END-IF
           END-IF
           IF GA-TRANS-ID IS NUMERIC
               ADD GA-TRANS-ID TO WS-ENV-TRANS-ID-HASH
           END-IF.

       1190-REFUSE-ACK-FILE.
           SET WS-ACK-REFUSED TO TRUE
           DISPLAY AG-EXCEPTION-TEXT
           WRITE GLAGERPT-PRINT-LINE FROM AG-EXCEPTION-LINE.

       2000-APPLY-ACKNOWLEDGMENTS.
           EVALUATE TRUE
               WHEN GA-ENVELOPE-HEADER
                   CONTINUE
               WHEN GA-ENVELOPE-TRAILER
                   PERFORM 2500-RECORD-TRANSMISSION-ACK
               WHEN OTHER
                   PERFORM 2050-APPLY-ACK-ROW
           END-EVALUATE
           PERFORM 8100-READ-GLACK.

       2050-APPLY-ACK-ROW.
           PERFORM 2100-MATCH-ACK-TO-REGISTER
           IF NOT WS-MATCH-FOUND
               ADD 1 TO WS-UNMATCHED-ACK-COUNT
                   PERFORM 2200-WRITE-EXCEPTION-POSTING
               END-IF
               REWRITE REGISTER-WORK-RECORD
           END-IF.

      ******************************************************************
      * A summary acknowledgment confirms a whole batch and operation
           PERFORM 7100-BUILD-STATUS-RECORD
           WRITE GLEXCEPT-RECORD FROM GL-STATUS-RECORD.

      ******************************************************************
      * A proved trailer closes the acknowledgment of its
      * transmission: mark it on the register with the number of rows
      * the GL answered for, and say so when that falls short of what
      * was sent - the unanswered postings age on as unconfirmed.
      ******************************************************************
       2500-RECORD-TRANSMISSION-ACK.
           MOVE GA-ENV-SEQUENCE TO GX-SEQUENCE
           READ GL-TRANSMISSION-FILE
               INVALID KEY
                   DISPLAY "TRANSMISSION " GA-ENV-SEQUENCE
                       " LEFT THE REGISTER DURING THE RUN"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   SET GX-ACKNOWLEDGED TO TRUE
                   MOVE WS-AS-OF-DATE TO GX-ACK-DATE
                   MOVE GA-ENV-ROW-COUNT TO GX-ACK-ROW-COUNT
                   REWRITE GL-TRANSMISSION-RECORD
                   ADD 1 TO WS-XMIT-ACKED-COUNT
                   MOVE GA-ENV-SEQUENCE TO WS-HIGH-ACK-SEQUENCE
                   IF GX-ACK-ROW-COUNT NOT = GX-ROW-COUNT
                       MOVE SPACES TO AG-EXCEPTION-TEXT
                       STRING "TRANSMISSION " GX-SEQUENCE
                               " ACKNOWLEDGED " GX-ACK-ROW-COUNT
                               " OF " GX-ROW-COUNT " ROWS SENT"
                               DELIMITED BY SIZE
                           INTO AG-EXCEPTION-TEXT
                       WRITE GLAGERPT-PRINT-LINE
                           FROM AG-EXCEPTION-LINE
                   END-IF
           END-READ.

       3000-TERMINATE.
           MOVE WS-AGING-DAYS TO AG-AGING-DAYS
           WRITE GLAGERPT-PRINT-LINE FROM AG-AGING-HEAD-LINE
           PERFORM 6000-REWRITE-STATUS-REGISTER
           PERFORM 6200-LIST-OPEN-TRANSMISSIONS
           MOVE "POSTINGS ON REGISTER:" TO AG-TOTAL-LABEL
           MOVE WS-REGISTER-COUNT TO AG-TOTAL-VALUE
           WRITE GLAGERPT-PRINT-LINE FROM AG-TOTAL-LINE
           MOVE "POSTINGS AGED PAST LIMIT:" TO AG-TOTAL-LABEL
           MOVE WS-AGED-COUNT TO AG-TOTAL-VALUE
           WRITE GLAGERPT-PRINT-LINE FROM AG-TOTAL-LINE
           MOVE "TRANSMISSIONS ACKNOWLEDGED:" TO AG-TOTAL-LABEL
           MOVE WS-XMIT-ACKED-COUNT TO AG-TOTAL-VALUE
           WRITE GLAGERPT-PRINT-LINE FROM AG-TOTAL-LINE
           MOVE "TRANSMISSIONS UNACKNOWLEDGED:" TO AG-TOTAL-LABEL
           MOVE WS-XMIT-OPEN-COUNT TO AG-TOTAL-VALUE
           WRITE GLAGERPT-PRINT-LINE FROM AG-TOTAL-LINE
           MOVE "TRANSMISSIONS PAST LIMIT:" TO AG-TOTAL-LABEL
           MOVE WS-XMIT-AGED-COUNT TO AG-TOTAL-VALUE
           WRITE GLAGERPT-PRINT-LINE FROM AG-TOTAL-LINE
           CLOSE GLACK-FILE
           CLOSE GL-TRANSMISSION-FILE
           CLOSE REGISTER-WORK-FILE
           CLOSE GLEXCEPT-FILE
           CLOSE GLAGERPT-FILE
           DISPLAY "Acks without posting: " WS-UNMATCHED-ACK-COUNT
           DISPLAY "Duplicate postings ignored: " WS-DUPLICATE-COUNT
           DISPLAY "Postings aged past limit: " WS-AGED-COUNT
           DISPLAY "Transmissions acknowledged: " WS-XMIT-ACKED-COUNT
           DISPLAY "Transmissions unacknowledged: " WS-XMIT-OPEN-COUNT
           IF WS-ACK-REFUSED
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-REJECTED-COUNT > ZERO OR WS-AGED-COUNT > ZERO
                       OR WS-XMIT-AGED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
                   END-IF
           END-READ.

      ******************************************************************
      * Step the register's last-acknowledged sequence, then list
      * every transmission still awaiting its acknowledgment, aged
      * from the day it was sent on the same limit as the postings.
      ******************************************************************
       6200-LIST-OPEN-TRANSMISSIONS.
           IF WS-HIGH-ACK-SEQUENCE > WS-LAST-ACKED-SEQUENCE
               MOVE ZERO TO GX-SEQUENCE
               READ GL-TRANSMISSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-HIGH-ACK-SEQUENCE
                           TO GX-LAST-ACKED-SEQUENCE
                       REWRITE GL-TRANSMISSION-RECORD
               END-READ
           END-IF
           WRITE GLAGERPT-PRINT-LINE FROM AG-XMIT-HEAD-LINE
           MOVE 'N' TO WS-XM-EOF-SWITCH
           MOVE 1 TO GX-SEQUENCE
           START GL-TRANSMISSION-FILE KEY IS NOT LESS THAN GX-SEQUENCE
               INVALID KEY
                   MOVE 'Y' TO WS-XM-EOF-SWITCH
           END-START
           PERFORM 6250-LIST-OPEN-TRANSMISSION
               UNTIL WS-XM-END-OF-FILE.

       6250-LIST-OPEN-TRANSMISSION.
           READ GL-TRANSMISSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XM-EOF-SWITCH
               NOT AT END
                   IF GX-AWAITING-ACK
                       ADD 1 TO WS-XMIT-OPEN-COUNT
                       MOVE ZERO TO WS-DAYS-OUT
                       MOVE FUNCTION INTEGER-OF-DATE(GX-SENT-DATE)
                           TO WS-SENT-INTEGER
                       IF WS-SENT-INTEGER > ZERO
                           COMPUTE WS-DAYS-OUT =
                               WS-AS-OF-INTEGER - WS-SENT-INTEGER
                       END-IF
                       IF WS-DAYS-OUT > WS-AGING-DAYS
                           ADD 1 TO WS-XMIT-AGED-COUNT
                       END-IF
                       MOVE GX-SEQUENCE TO AG-XMIT-SEQUENCE
                       MOVE GX-SOURCE-PROGRAM TO AG-XMIT-SOURCE
                       MOVE GX-BUSINESS-DATE TO AG-XMIT-BUSINESS-DATE
                       MOVE GX-SENT-DATE TO AG-XMIT-SENT-DATE
                       MOVE GX-ROW-COUNT TO AG-XMIT-ROW-COUNT
                       MOVE WS-DAYS-OUT TO AG-XMIT-DAYS-OUT
                       WRITE GLAGERPT-PRINT-LINE
                           FROM AG-XMIT-DETAIL-LINE
                   END-IF
           END-READ.

       7100-BUILD-STATUS-RECORD.
           MOVE SPACES TO GL-STATUS-RECORD
           MOVE RW-POSTING-DATE TO GS-POSTING-DATE
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE GLINTFC-IN-BUFFER TO GLINTFC-RECORD
                   IF NOT GL-ENVELOPE-ROW
                       PERFORM 9260-INGEST-INTERCHANGE-ROW
                   END-IF
           END-READ.

      ******************************************************************
      * Transmission header and trailer rows carry no posting and are
      * passed over.  An interchange row written before the
      * transaction id was added reads back space-filled there.
      ******************************************************************
       9260-INGEST-INTERCHANGE-ROW.
           IF GL-SUMMARY-ROW
               MOVE 'S' TO WS-IN-RECORD-TYPE
               MOVE ZERO TO WS-IN-TRANS-ID
           ELSE
               MOVE 'D' TO WS-IN-RECORD-TYPE
               IF GL-TRANS-ID IS NUMERIC
                   MOVE GL-TRANS-ID TO WS-IN-TRANS-ID
               ELSE
                   MOVE ZERO TO WS-IN-TRANS-ID
               END-IF
           END-IF
           PERFORM 9300-TEST-ALREADY-INGESTED
           IF WS-MATCH-FOUND
               MOVE 'Y' TO RW-CLAIM-FLAG
               REWRITE REGISTER-WORK-RECORD
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               PERFORM 9400-BUILD-INGESTED-ENTRY
               PERFORM 9450-ADD-WORK-ENTRY
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

      ******************************************************************
      * Guard against a same-day re-run while GLINTFC.DAT is still on
      * disk: a posting already registered unconfirmed with today's
               NOT INVALID KEY
                   SET WS-WORK-WRITTEN TO TRUE
           END-WRITE.

      ******************************************************************
      * The transmission register is created empty the first time it
      * is used; its control record gives the last sequence sent and
      * the last one acknowledged.
      ******************************************************************
       9500-OPEN-TRANSMISSION-REGISTER.
           OPEN I-O GL-TRANSMISSION-FILE
           IF WS-XM-STATUS = "35"
               OPEN OUTPUT GL-TRANSMISSION-FILE
               CLOSE GL-TRANSMISSION-FILE
               OPEN I-O GL-TRANSMISSION-FILE
           END-IF
           IF WS-XM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GL TRANSMISSION REGISTER, "
                   "STATUS=" WS-XM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO GX-SEQUENCE
           READ GL-TRANSMISSION-FILE
               INVALID KEY
                   MOVE ZERO TO WS-LAST-SENT-SEQUENCE
                   MOVE ZERO TO WS-LAST-ACKED-SEQUENCE
               NOT INVALID KEY
                   MOVE GX-LAST-SENT-SEQUENCE TO WS-LAST-SENT-SEQUENCE
                   MOVE GX-LAST-ACKED-SEQUENCE
                       TO WS-LAST-ACKED-SEQUENCE
           END-READ.
