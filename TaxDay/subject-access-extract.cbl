       IDENTIFICATION DIVISION.
       PROGRAM-ID. subject-access-extract.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CUSTOMER-MASTER-VALID
                   ASSIGN TO "data/customer-master-valid.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VCUST-ID
                   ALTERNATE RECORD KEY IS VCUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-VALID-STATUS.
               SELECT STATUS-HISTORY-FILE
                   ASSIGN TO "data/customer-status-history.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT LEGAL-HOLD-FILE
                   ASSIGN TO "data/legal-hold.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LGH-CUST-ID
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT CUSTOMER-ADDRESS-FILE
                   ASSIGN TO "data/customer-address.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADR-CUST-ID
                   FILE STATUS IS WS-ADDRESS-STATUS.
               SELECT NOTIFIED-REGISTER
                   ASSIGN TO "data/notified-customers.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS NTF-CUST-ID
                   FILE STATUS IS WS-NOTIFIED-STATUS.
               SELECT COMPLIANCE-HISTORY-FILE
                   ASSIGN TO "data/compliance-history.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMP-KEY
                   FILE STATUS IS WS-COMPLIANCE-STATUS.
               SELECT PENALTY-LEDGER
                   ASSIGN TO "data/penalty-ledger.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-KEY
                   FILE STATUS IS WS-PENALTY-STATUS.
               SELECT GL-PENALTY-POSTED
                   ASSIGN TO "data/gl-penalty-posted.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GPP-KEY
                   FILE STATUS IS WS-POSTED-STATUS.
               SELECT PENALTY-APPEAL-FILE
                   ASSIGN TO "data/penalty-appeals.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APL-KEY
                   FILE STATUS IS WS-APPEAL-STATUS.
               SELECT SUBMISSION-STATUS-FILE
                   ASSIGN TO "data/hmrc-submission-status.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SUB-TAX-REF
                   FILE STATUS IS WS-STATUS-STATUS.
               SELECT PAYMENT-LEDGER
                   ASSIGN TO "data/payment-ledger.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PAY-TAX-REF
                   FILE STATUS IS WS-PAYMENT-STATUS.
               SELECT TTP-ARRANGEMENT-FILE
                   ASSIGN TO "data/ttp-arrangements.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TTP-TAX-REF
                   FILE STATUS IS WS-TTP-STATUS.
               SELECT SEARCH-FILE-IN
                   ASSIGN USING WS-SEARCH-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEARCH-STATUS.
               SELECT ARCHIVE-CATALOGUE
                   ASSIGN TO "data/archive-catalogue.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOGUE-STATUS.
               SELECT SUBJECT-ACCESS-REPORT
                   ASSIGN TO "data/subject-access.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  CUSTOMER-MASTER-VALID.
           COPY CUSTREC REPLACING
               ==CUSTOMER-RECORD== BY ==CUSTOMER-VALID-RECORD==
               ==CUST-ID== BY ==VCUST-ID==
               ==CUST-NAME== BY ==VCUST-NAME==
               ==CUST-TAX-REF== BY ==VCUST-TAX-REF==
               ==CUST-REG-DATE== BY ==VCUST-REG-DATE==
               ==CUST-TYPE== BY ==VCUST-TYPE==
               ==CUST-AGENT-ID== BY ==VCUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==VCUST-STATUS-DATE==
               ==CUST-STATUS== BY ==VCUST-STATUS==.
           FD  STATUS-HISTORY-FILE.
           COPY STSHIST.
           FD  LEGAL-HOLD-FILE.
           COPY LGHREC.
           FD  CUSTOMER-ADDRESS-FILE.
           COPY ADDRREC.
           FD  NOTIFIED-REGISTER.
           COPY NTFREC.
           FD  COMPLIANCE-HISTORY-FILE.
           COPY CMPHIST.
           FD  PENALTY-LEDGER.
           COPY PENREC.
           FD  GL-PENALTY-POSTED.
           COPY GLPOST.
           FD  PENALTY-APPEAL-FILE.
           COPY APPLREC.
           FD  SUBMISSION-STATUS-FILE.
           COPY SUBSTAT.
           FD  PAYMENT-LEDGER.
           COPY PAYREC.
           FD  TTP-ARRANGEMENT-FILE.
           COPY TTPREC.
           FD  SEARCH-FILE-IN.
           01  SEARCH-IN-LINE              PIC X(256).
           FD  ARCHIVE-CATALOGUE.
           COPY ARCHREC.
           FD  SUBJECT-ACCESS-REPORT.
           COPY SARRPT.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-VALID-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-HOLD-STATUS PIC XX.
           01 WS-ADDRESS-STATUS PIC XX.
           01 WS-NOTIFIED-STATUS PIC XX.
           01 WS-COMPLIANCE-STATUS PIC XX.
           01 WS-PENALTY-STATUS PIC XX.
           01 WS-POSTED-STATUS PIC XX.
           01 WS-APPEAL-STATUS PIC XX.
           01 WS-STATUS-STATUS PIC XX.
           01 WS-PAYMENT-STATUS PIC XX.
           01 WS-TTP-STATUS PIC XX.
           01 WS-SEARCH-STATUS PIC XX.
           01 WS-CATALOGUE-STATUS PIC XX.
           01 WS-SAR-CUST-ID PIC X(6).
           01 WS-SAR-TAX-REF PIC X(10).
           01 WS-LEGAL-HOLD PIC X VALUE "N".
           01 WS-RUN-DATE PIC X(8).
           01 WS-SOURCE-NAME PIC X(60).
           01 WS-SEARCH-FILE-NAME PIC X(60).
           01 WS-FILE-SUB PIC 9(2).
           01 WS-LINE PIC X(256).
           01 WS-LINE-MATCHED PIC X.
           01 WS-MATCH-KIND PIC X.
           01 WS-MATCH-POS PIC 9(3).
           01 WS-ARCHIVE-PREFIX PIC X(60).
           01 WS-PREFIX-POINTER PIC 9(3).
           01 WS-PREFIX-LENGTH PIC 9(3).
           01 WS-CATALOGUE-COUNT PIC 9(4) VALUE 0.
           01 WS-CATALOGUE-TABLE.
               05 WS-CAT-FILE-NAME PIC X(60) OCCURS 5000.
           01 WS-SUB PIC 9(4).
           01 WS-COUNT-FOUND PIC 9(7) VALUE 0.
           01 WS-COUNT-SEARCHED PIC 9(5) VALUE 0.
           COPY RETFILES.
       PROCEDURE DIVISION.
      *>   Subject access extract for one customer ID: every record
      *>   we hold on the person, on the keyed files by ID or tax
      *>   reference and on every live sequential file and archive
      *>   generation the retention purge searches, gathered into
      *>   data/subject-access.rpt with the file each came from.
      *>   The tax reference is the master's, or for a customer
      *>   since removed the last one the status history recorded.
      *>   Read-only, so it takes no run lock - run it outside the
      *>   batch window for a consistent picture.
           DISPLAY "Subject access extract".
           DISPLAY "Customer ID (6 chars): " WITH NO ADVANCING.
           ACCEPT WS-SAR-CUST-ID.
           IF WS-SAR-CUST-ID = SPACES
               DISPLAY "No customer ID given - nothing extracted."
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE SPACES TO WS-SAR-TAX-REF.

           OPEN OUTPUT SUBJECT-ACCESS-REPORT.

           OPEN INPUT CUSTOMER-MASTER-VALID.
           IF WS-VALID-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE WS-SAR-CUST-ID TO VCUST-ID
               READ CUSTOMER-MASTER-VALID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE VCUST-TAX-REF TO WS-SAR-TAX-REF
                       MOVE "data/customer-master-valid.dat"
                           TO WS-SOURCE-NAME
                       MOVE CUSTOMER-VALID-RECORD TO WS-LINE
                       PERFORM WRITE-FOUND-RECORD
               END-READ
               CLOSE CUSTOMER-MASTER-VALID
           END-IF.
           IF WS-SAR-TAX-REF = SPACES
               PERFORM FIND-LAST-TAX-REF
           END-IF.

           PERFORM EXTRACT-KEYED-BY-ID.
           PERFORM EXTRACT-KEYED-BY-YEAR.
           IF WS-SAR-TAX-REF NOT = SPACES
               PERFORM EXTRACT-KEYED-BY-TAX-REF
           END-IF.

           PERFORM LOAD-CATALOGUE.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > RTF-FILE-COUNT
               IF RTF-WHERE(WS-FILE-SUB) = "D"
                       OR RTF-WHERE(WS-FILE-SUB) = "B"
                   MOVE SPACES TO WS-SEARCH-FILE-NAME
                   STRING "data/" DELIMITED BY SIZE
                       RTF-FILE-NAME(WS-FILE-SUB) DELIMITED BY SPACE
                       INTO WS-SEARCH-FILE-NAME
                   END-STRING
                   PERFORM SEARCH-ONE-SEQUENTIAL-FILE
               END-IF
               IF RTF-WHERE(WS-FILE-SUB) = "A"
                       OR RTF-WHERE(WS-FILE-SUB) = "B"
                   PERFORM SEARCH-ARCHIVE-GENERATIONS
               END-IF
           END-PERFORM.

           MOVE "99" TO SAR-CTL-REC-TYPE.
           MOVE WS-SAR-CUST-ID TO SAR-CTL-CUST-ID.
           MOVE WS-SAR-TAX-REF TO SAR-CTL-TAX-REF.
           MOVE WS-RUN-DATE TO SAR-CTL-RUN-DATE.
           MOVE WS-COUNT-FOUND TO SAR-CTL-RECORDS-FOUND.
           MOVE WS-COUNT-SEARCHED TO SAR-CTL-FILES-SEARCHED.
           MOVE WS-LEGAL-HOLD TO SAR-CTL-LEGAL-HOLD.
           WRITE SUBJECT-ACCESS-CONTROL-LINE.
           CLOSE SUBJECT-ACCESS-REPORT.

           DISPLAY "SUBJECT-ACCESS-EXTRACT: " WS-COUNT-FOUND
               " record(s) found on customer " WS-SAR-CUST-ID
               " across " WS-COUNT-SEARCHED " file(s) and archive "
               "generation(s) - see data/subject-access.rpt.".
           IF WS-SAR-TAX-REF = SPACES
               DISPLAY "SUBJECT-ACCESS-EXTRACT: no tax reference "
                   "is known for the customer - records held by "
                   "tax reference alone were not searched for."
           END-IF.

           GOBACK.

      *>  A customer no longer on the master is traced through the
      *>  status history - the last record written for the ID
      *>  carries the reference the master last held.
       FIND-LAST-TAX-REF.
           OPEN INPUT STATUS-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ STATUS-HISTORY-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF STH-CUST-ID = WS-SAR-CUST-ID
                   MOVE STH-CUST-TAX-REF TO WS-SAR-TAX-REF
               END-IF
               READ STATUS-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE STATUS-HISTORY-FILE.

       EXTRACT-KEYED-BY-ID.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE WS-SAR-CUST-ID TO LGH-CUST-ID
               READ LEGAL-HOLD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LEGAL-HOLD
                       MOVE "data/legal-hold.dat" TO WS-SOURCE-NAME
                       MOVE LEGAL-HOLD-RECORD TO WS-LINE
                       PERFORM WRITE-FOUND-RECORD
               END-READ
               CLOSE LEGAL-HOLD-FILE
           END-IF.

           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE WS-SAR-CUST-ID TO ADR-CUST-ID
               READ CUSTOMER-ADDRESS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "data/customer-address.dat"
                           TO WS-SOURCE-NAME
                       MOVE CUSTOMER-ADDRESS-RECORD TO WS-LINE
                       PERFORM WRITE-FOUND-RECORD
               END-READ
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

           OPEN INPUT NOTIFIED-REGISTER.
           IF WS-NOTIFIED-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE WS-SAR-CUST-ID TO NTF-CUST-ID
               READ NOTIFIED-REGISTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "data/notified-customers.dat"
                           TO WS-SOURCE-NAME
                       MOVE NOTIFIED-RECORD TO WS-LINE
                       PERFORM WRITE-FOUND-RECORD
               END-READ
               CLOSE NOTIFIED-REGISTER
           END-IF.

      *>  Files keyed by customer ID and tax year - a START on the ID
      *>  with the lowest year, then every record until the ID
      *>  changes.
       EXTRACT-KEYED-BY-YEAR.
           OPEN INPUT COMPLIANCE-HISTORY-FILE.
           IF WS-COMPLIANCE-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE "data/compliance-history.dat" TO WS-SOURCE-NAME
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-SAR-CUST-ID TO CMP-CUST-ID
               MOVE LOW-VALUES TO CMP-TAX-YEAR
               START COMPLIANCE-HISTORY-FILE
                   KEY IS NOT LESS THAN CMP-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
               END-START
               IF WS-EOF-SWITCH = "N"
                   READ COMPLIANCE-HISTORY-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               END-IF
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       OR CMP-CUST-ID NOT = WS-SAR-CUST-ID
                   MOVE COMPLIANCE-HISTORY-RECORD TO WS-LINE
                   PERFORM WRITE-FOUND-RECORD
                   READ COMPLIANCE-HISTORY-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-HISTORY-FILE
           END-IF.

           OPEN INPUT PENALTY-LEDGER.
           IF WS-PENALTY-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE "data/penalty-ledger.dat" TO WS-SOURCE-NAME
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-SAR-CUST-ID TO PEN-CUST-ID
               MOVE LOW-VALUES TO PEN-TAX-YEAR
               START PENALTY-LEDGER KEY IS NOT LESS THAN PEN-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
               END-START
               IF WS-EOF-SWITCH = "N"
                   READ PENALTY-LEDGER NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               END-IF
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       OR PEN-CUST-ID NOT = WS-SAR-CUST-ID
                   MOVE PENALTY-LEDGER-RECORD TO WS-LINE
                   PERFORM WRITE-FOUND-RECORD
                   READ PENALTY-LEDGER NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PENALTY-LEDGER
           END-IF.

           OPEN INPUT GL-PENALTY-POSTED.
           IF WS-POSTED-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE "data/gl-penalty-posted.dat" TO WS-SOURCE-NAME
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-SAR-CUST-ID TO GPP-CUST-ID
               MOVE LOW-VALUES TO GPP-TAX-YEAR
               START GL-PENALTY-POSTED KEY IS NOT LESS THAN GPP-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
               END-START
               IF WS-EOF-SWITCH = "N"
                   READ GL-PENALTY-POSTED NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               END-IF
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       OR GPP-CUST-ID NOT = WS-SAR-CUST-ID
                   MOVE GL-PENALTY-POSTED-RECORD TO WS-LINE
                   PERFORM WRITE-FOUND-RECORD
                   READ GL-PENALTY-POSTED NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE GL-PENALTY-POSTED
           END-IF.

           OPEN INPUT PENALTY-APPEAL-FILE.
           IF WS-APPEAL-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE "data/penalty-appeals.dat" TO WS-SOURCE-NAME
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-SAR-CUST-ID TO APL-CUST-ID
               MOVE LOW-VALUES TO APL-TAX-YEAR
               START PENALTY-APPEAL-FILE KEY IS NOT LESS THAN APL-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
               END-START
               IF WS-EOF-SWITCH = "N"
                   READ PENALTY-APPEAL-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               END-IF
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       OR APL-CUST-ID NOT = WS-SAR-CUST-ID
                   MOVE PENALTY-APPEAL-RECORD TO WS-LINE
                   PERFORM WRITE-FOUND-RECORD
                   READ PENALTY-APPEAL-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE PENALTY-APPEAL-FILE
           END-IF.

       EXTRACT-KEYED-BY-TAX-REF.
           OPEN INPUT SUBMISSION-STATUS-FILE.
           IF WS-STATUS-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE WS-SAR-TAX-REF TO SUB-TAX-REF
               READ SUBMISSION-STATUS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "data/hmrc-submission-status.dat"
                           TO WS-SOURCE-NAME
                       MOVE SUBMISSION-STATUS-RECORD TO WS-LINE
                       PERFORM WRITE-FOUND-RECORD
               END-READ
               CLOSE SUBMISSION-STATUS-FILE
           END-IF.

           OPEN INPUT PAYMENT-LEDGER.
           IF WS-PAYMENT-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE WS-SAR-TAX-REF TO PAY-TAX-REF
               READ PAYMENT-LEDGER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "data/payment-ledger.dat"
                           TO WS-SOURCE-NAME
                       MOVE PAYMENT-LEDGER-RECORD TO WS-LINE
                       PERFORM WRITE-FOUND-RECORD
               END-READ
               CLOSE PAYMENT-LEDGER
           END-IF.

           OPEN INPUT TTP-ARRANGEMENT-FILE.
           IF WS-TTP-STATUS = "00"
               ADD 1 TO WS-COUNT-SEARCHED
               MOVE WS-SAR-TAX-REF TO TTP-TAX-REF
               READ TTP-ARRANGEMENT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "data/ttp-arrangements.dat"
                           TO WS-SOURCE-NAME
                       MOVE TTP-ARRANGEMENT-RECORD TO WS-LINE
                       PERFORM WRITE-FOUND-RECORD
               END-READ
               CLOSE TTP-ARRANGEMENT-FILE
           END-IF.

       SEARCH-ARCHIVE-GENERATIONS.
           MOVE SPACES TO WS-ARCHIVE-PREFIX.
           MOVE 1 TO WS-PREFIX-POINTER.
           STRING "data/archive/" DELIMITED BY SIZE
               RTF-FILE-NAME(WS-FILE-SUB) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO WS-ARCHIVE-PREFIX
               WITH POINTER WS-PREFIX-POINTER
           END-STRING.
           SUBTRACT 1 FROM WS-PREFIX-POINTER GIVING WS-PREFIX-LENGTH.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CATALOGUE-COUNT
               IF WS-CAT-FILE-NAME(WS-SUB)(1:WS-PREFIX-LENGTH)
                       = WS-ARCHIVE-PREFIX(1:WS-PREFIX-LENGTH)
                   MOVE WS-CAT-FILE-NAME(WS-SUB)
                       TO WS-SEARCH-FILE-NAME
                   PERFORM SEARCH-ONE-SEQUENTIAL-FILE
               END-IF
           END-PERFORM.

       SEARCH-ONE-SEQUENTIAL-FILE.
           OPEN INPUT SEARCH-FILE-IN.
           IF WS-SEARCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-SEARCHED.
           MOVE WS-SEARCH-FILE-NAME TO WS-SOURCE-NAME.
           MOVE "N" TO WS-EOF-SWITCH.
           READ SEARCH-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               MOVE SEARCH-IN-LINE TO WS-LINE
               PERFORM CHECK-ONE-LINE
               IF WS-LINE-MATCHED = "Y"
                   PERFORM WRITE-FOUND-RECORD
               END-IF
               READ SEARCH-FILE-IN
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE SEARCH-FILE-IN.

      *>  The same record-type guard and match fields the retention
      *>  purge uses, so the extract finds exactly what a purge
      *>  would remove.
       CHECK-ONE-LINE.
           MOVE "N" TO WS-LINE-MATCHED.
           IF RTF-REC-TYPE(WS-FILE-SUB) NOT = SPACES
                   AND WS-LINE(1:2) NOT = RTF-REC-TYPE(WS-FILE-SUB)
               EXIT PARAGRAPH
           END-IF.
           MOVE RTF-MATCH-KIND-1(WS-FILE-SUB) TO WS-MATCH-KIND.
           MOVE RTF-MATCH-POS-1(WS-FILE-SUB) TO WS-MATCH-POS.
           PERFORM CHECK-MATCH-FIELD.
           IF RTF-MATCH-KIND-2(WS-FILE-SUB) NOT = SPACE
               MOVE RTF-MATCH-KIND-2(WS-FILE-SUB) TO WS-MATCH-KIND
               MOVE RTF-MATCH-POS-2(WS-FILE-SUB) TO WS-MATCH-POS
               PERFORM CHECK-MATCH-FIELD
           END-IF.

       CHECK-MATCH-FIELD.
           IF WS-MATCH-KIND = "C"
               IF WS-LINE(WS-MATCH-POS:6) = WS-SAR-CUST-ID
                   MOVE "Y" TO WS-LINE-MATCHED
               END-IF
           ELSE
               IF WS-SAR-TAX-REF NOT = SPACES
                       AND WS-LINE(WS-MATCH-POS:10) = WS-SAR-TAX-REF
                   MOVE "Y" TO WS-LINE-MATCHED
               END-IF
           END-IF.

       WRITE-FOUND-RECORD.
           MOVE "10" TO SAR-REC-TYPE.
           MOVE WS-SOURCE-NAME TO SAR-SOURCE.
           MOVE WS-LINE TO SAR-RECORD.
           WRITE SUBJECT-ACCESS-LINE.
           ADD 1 TO WS-COUNT-FOUND.

       LOAD-CATALOGUE.
           MOVE 0 TO WS-CATALOGUE-COUNT.
           OPEN INPUT ARCHIVE-CATALOGUE.
           IF WS-CATALOGUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ ARCHIVE-CATALOGUE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   OR WS-CATALOGUE-COUNT = 5000
               ADD 1 TO WS-CATALOGUE-COUNT
               MOVE ARC-FILE-NAME
                   TO WS-CAT-FILE-NAME(WS-CATALOGUE-COUNT)
               READ ARCHIVE-CATALOGUE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           IF WS-CATALOGUE-COUNT = 5000 AND WS-EOF-SWITCH NOT = "Y"
               DISPLAY "SUBJECT-ACCESS-EXTRACT: catalogue holds "
                   "more than 5000 generations - only the first "
                   "5000 were searched."
           END-IF.
           CLOSE ARCHIVE-CATALOGUE.
