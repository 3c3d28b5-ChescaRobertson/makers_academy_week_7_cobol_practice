                   ASSIGN TO "data/season-closed.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLOSED-STATUS.
               SELECT CUSTOMER-FILTER-IN
                   ASSIGN TO "data/customer-filter-out.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FILTER-STATUS.
               SELECT PENALTY-LEDGER
                   ASSIGN TO "data/penalty-ledger.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PEN-KEY
                   FILE STATUS IS WS-PENALTY-STATUS.
               SELECT PAYMENT-LEDGER
                   ASSIGN TO "data/payment-ledger.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PAY-TAX-REF
                   FILE STATUS IS WS-PAYMENT-STATUS.
               SELECT COMPLIANCE-HISTORY-FILE
                   ASSIGN TO "data/compliance-history.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CMP-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT OPERATIONS-LOG
                   ASSIGN TO "data/operations-control.log"
                   ORGANIZATION IS LINE SEQUENTIAL
           COPY EXCPREC.
           FD  SEASON-CLOSED-FILE.
           COPY SEACLS.
           FD  CUSTOMER-FILTER-IN.
           COPY FILTREC.
           FD  PENALTY-LEDGER.
           COPY PENREC.
           FD  PAYMENT-LEDGER.
           COPY PAYREC.
           FD  COMPLIANCE-HISTORY-FILE.
           COPY CMPHIST.
           FD  OPERATIONS-LOG.
           COPY OPSLOG.
           WORKING-STORAGE SECTION.
           01 WS-CATALOGUE-STATUS PIC XX.
           01 WS-CLOSED-STATUS PIC XX.
           01 WS-OPS-STATUS PIC XX.
           01 WS-FILTER-STATUS PIC XX.
           01 WS-PENALTY-STATUS PIC XX.
           01 WS-PAYMENT-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-NOTIFIED-OPEN-SWITCH PIC X VALUE "N".
           01 WS-PENALTY-OPEN-SWITCH PIC X VALUE "N".
           01 WS-PAYMENT-OPEN-SWITCH PIC X VALUE "N".
           01 WS-TAX-YEAR PIC X(4).
           01 WS-RUN-DATE PIC X(8).
           01 WS-NOTIFIED-SNAP-NAME PIC X(60).
           01 WS-COUNT-NOTIFIED-PURGED PIC 9(7) VALUE 0.
           01 WS-COUNT-STATUS-PURGED PIC 9(7) VALUE 0.
           01 WS-COUNT-REJECTS-PURGED PIC 9(7) VALUE 0.
           01 WS-COUNT-HISTORY PIC 9(7) VALUE 0.
           01 WS-SAVED-RETURN-CODE PIC S9(9) COMP.
           01 WS-LOCK-ACTION PIC X(1).
           01 WS-LOCK-HOLDER PIC X(24).
      *>   submission status file, cleared entries off the rejects
      *>   file - list every reference that never reached 'A' as
      *>   carried forward, and set the season-closed marker so the
      *>   new season starts from a clean, auditable position. Each
      *>   customer's year goes onto the compliance history first,
      *>   while the notified register still says who was lettered.
           PERFORM LOAD-TAX-YEAR.
           PERFORM REFUSE-IF-ALREADY-CLOSED.

           PERFORM SNAPSHOT-SUBMISSION-STATUS.
           PERFORM SNAPSHOT-REJECTS.

           PERFORM WRITE-COMPLIANCE-HISTORY.

           PERFORM PURGE-NOTIFIED-REGISTER.
           PERFORM PURGE-SUBMISSION-STATUS.
           PERFORM PURGE-CLEARED-REJECTS.
           DISPLAY "YEAR-END-CLOSE: tax year " WS-TAX-YEAR
               " closed - " WS-COUNT-CARRIED " reference(s) "
               "carried forward, see data/year-end-exceptions.rpt.".
           DISPLAY "YEAR-END-CLOSE: " WS-COUNT-HISTORY " customer "
               "year(s) added to data/compliance-history.dat.".

           GOBACK.

           WRITE ARCHIVE-CATALOGUE-RECORD.
           CLOSE ARCHIVE-CATALOGUE.

      *>  One record per customer whose return was due this season,
      *>  off the final filter decisions - a ceased customer past
      *>  its final year ('X') owed nothing and is left out. Missing
      *>  ledgers only mean nobody was charged or nothing was
      *>  accepted yet.
       WRITE-COMPLIANCE-HISTORY.
           OPEN I-O COMPLIANCE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT COMPLIANCE-HISTORY-FILE
               CLOSE COMPLIANCE-HISTORY-FILE
               OPEN I-O COMPLIANCE-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "YEAR-END-CLOSE: compliance history "
                   "data/compliance-history.dat could not be "
                   "opened, file status " WS-HISTORY-STATUS
                   " - history not written for " WS-TAX-YEAR
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-FILTER-IN.
           IF WS-FILTER-STATUS NOT = "00"
               CLOSE COMPLIANCE-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT NOTIFIED-REGISTER.
           IF WS-NOTIFIED-STATUS = "00"
               MOVE "Y" TO WS-NOTIFIED-OPEN-SWITCH
           END-IF.
           OPEN INPUT PENALTY-LEDGER.
           IF WS-PENALTY-STATUS = "00"
               MOVE "Y" TO WS-PENALTY-OPEN-SWITCH
           END-IF.
           OPEN INPUT PAYMENT-LEDGER.
           IF WS-PAYMENT-STATUS = "00"
               MOVE "Y" TO WS-PAYMENT-OPEN-SWITCH
           END-IF.

           MOVE "N" TO WS-EOF-SWITCH.
           READ CUSTOMER-FILTER-IN
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF CFO-FILTER-DECISION = "Y"
                       OR CFO-FILTER-DECISION = "N"
                   PERFORM WRITE-ONE-HISTORY-RECORD
               END-IF
               READ CUSTOMER-FILTER-IN
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILTER-IN.
           IF WS-NOTIFIED-OPEN-SWITCH = "Y"
               CLOSE NOTIFIED-REGISTER
           END-IF.
           IF WS-PENALTY-OPEN-SWITCH = "Y"
               CLOSE PENALTY-LEDGER
           END-IF.
           IF WS-PAYMENT-OPEN-SWITCH = "Y"
               CLOSE PAYMENT-LEDGER
           END-IF.
           CLOSE COMPLIANCE-HISTORY-FILE.

       WRITE-ONE-HISTORY-RECORD.
           MOVE CFO-CUST-ID TO CMP-CUST-ID.
           MOVE WS-TAX-YEAR TO CMP-TAX-YEAR.
           MOVE CFO-CUST-NAME TO CMP-CUST-NAME.
           MOVE CFO-TAX-REF TO CMP-TAX-REF.
           MOVE CFO-AGENT-ID TO CMP-AGENT-ID.
           MOVE CFO-FILTER-DECISION TO CMP-FILED-ON-TIME.
           MOVE WS-RUN-DATE TO CMP-CLOSED-DATE.

           MOVE "N" TO CMP-LETTERED.
           MOVE SPACES TO CMP-LETTER-DATE.
           IF WS-NOTIFIED-OPEN-SWITCH = "Y"
               MOVE CFO-CUST-ID TO NTF-CUST-ID
               READ NOTIFIED-REGISTER KEY IS NTF-CUST-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NTF-TAX-YEAR = WS-TAX-YEAR
                           MOVE "Y" TO CMP-LETTERED
                           MOVE NTF-NOTIFIED-DATE
                               TO CMP-LETTER-DATE
                       END-IF
               END-READ
           END-IF.

           MOVE 0 TO CMP-PENALTY-CHARGED.
           IF WS-PENALTY-OPEN-SWITCH = "Y"
               MOVE CFO-CUST-ID TO PEN-CUST-ID
               MOVE WS-TAX-YEAR TO PEN-TAX-YEAR
               READ PENALTY-LEDGER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PEN-TOTAL-AMOUNT TO CMP-PENALTY-CHARGED
               END-READ
           END-IF.

           MOVE "N" TO CMP-PAID-IN-FULL.
           IF WS-PAYMENT-OPEN-SWITCH = "Y" AND CFO-TAX-REF NOT = SPACES
               MOVE CFO-TAX-REF TO PAY-TAX-REF
               READ PAYMENT-LEDGER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PAY-STATUS = "F"
                           MOVE "Y" TO CMP-PAID-IN-FULL
                       END-IF
               END-READ
           END-IF.

           WRITE COMPLIANCE-HISTORY-RECORD
               INVALID KEY
                   REWRITE COMPLIANCE-HISTORY-RECORD
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-COUNT-HISTORY.

       PURGE-NOTIFIED-REGISTER.
           OPEN I-O NOTIFIED-REGISTER.
           IF WS-NOTIFIED-STATUS NOT = "00"
           END-PERFORM.
           CLOSE REJECTS-WORK-FILE.
           CLOSE CUSTOMER-REJECTS.
      *>   Emptied once read - nothing on the work file outlives
      *>   the run.
           OPEN OUTPUT REJECTS-WORK-FILE.
           CLOSE REJECTS-WORK-FILE.

       WRITE-CLOSED-MARKER.
           OPEN EXTEND SEASON-CLOSED-FILE.
