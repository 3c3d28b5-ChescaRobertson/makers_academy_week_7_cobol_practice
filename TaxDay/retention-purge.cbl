       IDENTIFICATION DIVISION.
       PROGRAM-ID. retention-purge.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETENTION-PARAMETER-FILE
                   ASSIGN TO "data/retention.parm"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT STATUS-HISTORY-FILE
                   ASSIGN TO "data/customer-status-history.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT CUSTOMER-MASTER-VALID
                   ASSIGN TO "data/customer-master-valid.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VCUST-ID
                   ALTERNATE RECORD KEY IS VCUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-VALID-STATUS.
               SELECT LEGAL-HOLD-FILE
                   ASSIGN TO "data/legal-hold.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LGH-CUST-ID
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT CANDIDATE-WORK-FILE
                   ASSIGN TO "data/retention-work.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RTW-CUST-ID
                   ALTERNATE RECORD KEY IS RTW-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT CERTIFICATE-WORK-FILE
                   ASSIGN TO "data/retention-certificate-work.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCW-KEY
                   FILE STATUS IS WS-CERT-WORK-STATUS.
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
               SELECT PURGE-FILE-IN
                   ASSIGN USING WS-PURGE-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PURGE-IN-STATUS.
               SELECT PURGE-COPY-WORK
                   ASSIGN TO "data/retention-copy-work.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARCHIVE-CATALOGUE
                   ASSIGN TO "data/archive-catalogue.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOGUE-STATUS.
               SELECT SUBJECT-ACCESS-REPORT
                   ASSIGN TO "data/subject-access.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SAR-STATUS.
               SELECT RETENTION-CERTIFICATE
                   ASSIGN TO "data/retention-certificate.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPERATIONS-LOG
                   ASSIGN TO "data/operations-control.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  RETENTION-PARAMETER-FILE.
           COPY RETPARM.
           FD  STATUS-HISTORY-FILE.
           COPY STSHIST.
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
           FD  LEGAL-HOLD-FILE.
           COPY LGHREC.
           FD  CANDIDATE-WORK-FILE.
           01  CANDIDATE-WORK-RECORD.
               05  RTW-CUST-ID             PIC X(6).
               05  RTW-TAX-REF             PIC X(10).
               05  RTW-REASON              PIC X(1).
               05  RTW-EVENT-DATE          PIC X(8).
               05  RTW-HELD                PIC X(1).
               05  RTW-HOLD-REASON         PIC X(40).
               05  RTW-REF-SHARED          PIC X(1).
           FD  CERTIFICATE-WORK-FILE.
           01  CERTIFICATE-WORK-RECORD.
               05  RCW-KEY.
                   10  RCW-CUST-ID         PIC X(6).
                   10  RCW-FILE-NAME       PIC X(60).
               05  RCW-ACTION              PIC X(1).
               05  RCW-COUNT               PIC 9(7).
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
           FD  PURGE-FILE-IN.
           01  PURGE-IN-LINE               PIC X(256).
           FD  PURGE-COPY-WORK.
           01  PURGE-COPY-LINE             PIC X(256).
           FD  ARCHIVE-CATALOGUE.
           COPY ARCHREC.
           FD  SUBJECT-ACCESS-REPORT.
           COPY SARRPT.
           FD  RETENTION-CERTIFICATE.
           COPY RETCERT.
           FD  OPERATIONS-LOG.
           COPY OPSLOG.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-WORK-EOF-SWITCH PIC X.
           01 WS-INNER-EOF-SWITCH PIC X.
           01 WS-PARM-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-VALID-STATUS PIC XX.
           01 WS-HOLD-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-CERT-WORK-STATUS PIC XX.
           01 WS-SAR-STATUS PIC XX.
           01 WS-SAR-CUST-ID PIC X(6).
           01 WS-SAR-LINES PIC 9(7).
           01 WS-ADDRESS-STATUS PIC XX.
           01 WS-NOTIFIED-STATUS PIC XX.
           01 WS-COMPLIANCE-STATUS PIC XX.
           01 WS-PENALTY-STATUS PIC XX.
           01 WS-POSTED-STATUS PIC XX.
           01 WS-APPEAL-STATUS PIC XX.
           01 WS-STATUS-STATUS PIC XX.
           01 WS-PAYMENT-STATUS PIC XX.
           01 WS-TTP-STATUS PIC XX.
           01 WS-PURGE-IN-STATUS PIC XX.
           01 WS-CATALOGUE-STATUS PIC XX.
           01 WS-OPS-STATUS PIC XX.
           01 WS-HOLD-OPEN-SWITCH PIC X VALUE "N".
           01 WS-ADDRESS-OPEN-SWITCH PIC X VALUE "N".
           01 WS-NOTIFIED-OPEN-SWITCH PIC X VALUE "N".
           01 WS-COMPLIANCE-OPEN-SWITCH PIC X VALUE "N".
           01 WS-PENALTY-OPEN-SWITCH PIC X VALUE "N".
           01 WS-POSTED-OPEN-SWITCH PIC X VALUE "N".
           01 WS-APPEAL-OPEN-SWITCH PIC X VALUE "N".
           01 WS-STATUS-OPEN-SWITCH PIC X VALUE "N".
           01 WS-PAYMENT-OPEN-SWITCH PIC X VALUE "N".
           01 WS-TTP-OPEN-SWITCH PIC X VALUE "N".
           01 WS-CONFIRM PIC X.
           01 WS-LOCK-ACTION PIC X(1).
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC X(1).
           01 WS-RUN-DATE PIC X(8).
           01 WS-RETENTION-YEARS PIC 9(2).
           01 WS-CUTOFF-YEAR PIC 9(4).
           01 WS-CUTOFF-DATE PIC X(8).
      *>   Customers sharing one tax reference, gathered while the
      *>   candidates are read in tax reference order.
           01 WS-GROUP-TAX-REF PIC X(10).
           01 WS-GROUP-SHARED PIC X.
           01 WS-GROUP-MEMBER PIC X.
           01 WS-GROUP-COUNT PIC 9(3).
           01 WS-GROUP-SUB PIC 9(3).
           01 WS-GROUP-TABLE.
               05 WS-GROUP-CUST-ID PIC X(6) OCCURS 200.
           01 WS-PURGE-CUST-ID PIC X(6).
           01 WS-PURGE-FILE-NAME PIC X(60).
           01 WS-FILE-SUB PIC 9(2).
           01 WS-FILE-CHANGED PIC X.
           01 WS-FILE-KEPT PIC 9(7).
           01 WS-LINE PIC X(256).
           01 WS-LINE-ACTION PIC X.
           01 WS-LINE-CUST-ID PIC X(6).
           01 WS-MATCH-KIND PIC X.
           01 WS-MATCH-POS PIC 9(3).
           01 WS-MATCH-HIT-1 PIC X.
           01 WS-MATCH-HIT-2 PIC X.
           01 WS-LOOKUP-FOUND PIC X.
           01 WS-LOOKUP-CUST-ID PIC X(6).
           01 WS-ARCHIVE-PREFIX PIC X(60).
           01 WS-PREFIX-POINTER PIC 9(3).
           01 WS-PREFIX-LENGTH PIC 9(3).
           01 WS-CATALOGUE-CHANGED PIC X VALUE "N".
           01 WS-CATALOGUE-COUNT PIC 9(4) VALUE 0.
           01 WS-CATALOGUE-TABLE.
               05 WS-CATALOGUE-ENTRY OCCURS 5000.
                   10 WS-CAT-FILE-NAME PIC X(60).
                   10 WS-CAT-RUN-DATE PIC X(8).
                   10 WS-CAT-TAX-YEAR PIC X(4).
                   10 WS-CAT-RECORD-COUNT PIC 9(7).
           01 WS-SUB PIC 9(4).
           01 WS-CERT-CUST-ID PIC X(6).
           01 WS-CERT-FILE-NAME PIC X(60).
           01 WS-CERT-ACTION PIC X.
           01 WS-COUNT-PURGED PIC 9(7) VALUE 0.
           01 WS-COUNT-HELD PIC 9(7) VALUE 0.
           01 WS-COUNT-RECORDS-PURGED PIC 9(7) VALUE 0.
           01 WS-COUNT-RECORDS-ANONYMISED PIC 9(7) VALUE 0.
           01 WS-COUNT-GENERATIONS PIC 9(5) VALUE 0.
           COPY RETFILES.
       PROCEDURE DIVISION.
      *>   On-demand retention run. A customer removed from the
      *>   master, or ceased, longer ago than the retention period
      *>   on data/retention.parm has every record we hold on them
      *>   purged - or, where the file is an audit trail or a
      *>   financial feed whose line counts and totals must still
      *>   reconcile, anonymised - across the keyed files, the live
      *>   sequential files and every archive generation on the
      *>   catalogue. Customers on the legal hold register are
      *>   passed over. What was removed, from where, is listed on
      *>   data/retention-certificate.rpt, which names customers by
      *>   ID only.
           PERFORM LOAD-RETENTION-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-CUTOFF-YEAR.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR.
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE(1:4).
           MOVE WS-RUN-DATE(5:4) TO WS-CUTOFF-DATE(5:4).

           DISPLAY "Retention purge - " WS-RETENTION-YEARS
               " year retention period.".
           DISPLAY "Customers removed from the master or ceased "
               "before " WS-CUTOFF-DATE " will have their records "
               "purged or anonymised on every file and archive "
               "generation, except those under a legal hold.".
           DISPLAY "Run the purge? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Purge cancelled - nothing removed."
               GOBACK
           END-IF.

      *>   The purge rewrites files the nightly run and the online
      *>   sessions all use - it takes the batch window.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "RETENTION-PURGE" TO WS-LOCK-HOLDER.
           CALL "run-lock" USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
               WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "The nightly batch or an online session "
                   "holds the run lock - purge not started."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-MASTER-VALID.
           IF WS-VALID-STATUS NOT = "00"
               DISPLAY "RETENTION-PURGE: customer master "
                   "data/customer-master-valid.dat could not be "
                   "opened, file status " WS-VALID-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CANDIDATE-WORK-FILE.
           CLOSE CANDIDATE-WORK-FILE.
           OPEN I-O CANDIDATE-WORK-FILE.
           OPEN OUTPUT CERTIFICATE-WORK-FILE.
           CLOSE CERTIFICATE-WORK-FILE.
           OPEN I-O CERTIFICATE-WORK-FILE.

           PERFORM SELECT-REMOVED-CUSTOMERS.
           PERFORM SELECT-CEASED-CUSTOMERS.
           PERFORM APPLY-CUTOFF-AND-HOLDS.
           PERFORM MARK-SHARED-TAX-REFERENCES.

           PERFORM PURGE-KEYED-FILES.
           CLOSE CUSTOMER-MASTER-VALID.
           PERFORM PURGE-SEQUENTIAL-FILES.
           PERFORM PURGE-SUBJECT-ACCESS-EXTRACT.

           PERFORM WRITE-CERTIFICATE.
           CLOSE CANDIDATE-WORK-FILE.
           CLOSE CERTIFICATE-WORK-FILE.
      *>   The work files hold the tax references and copied lines
      *>   of the customers just removed - they are emptied once the
      *>   certificate is out, so nothing removed survives the run.
           OPEN OUTPUT CANDIDATE-WORK-FILE.
           CLOSE CANDIDATE-WORK-FILE.
           OPEN OUTPUT CERTIFICATE-WORK-FILE.
           CLOSE CERTIFICATE-WORK-FILE.
           OPEN OUTPUT PURGE-COPY-WORK.
           CLOSE PURGE-COPY-WORK.

           PERFORM WRITE-OPS-RECORD.
           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "RETENTION-PURGE: " WS-COUNT-PURGED
               " customer(s) purged, " WS-COUNT-HELD
               " held - " WS-COUNT-RECORDS-PURGED
               " record(s) purged, " WS-COUNT-RECORDS-ANONYMISED
               " anonymised, " WS-COUNT-GENERATIONS
               " archive generation(s) rewritten.".
           DISPLAY "RETENTION-PURGE: certificate written to "
               "data/retention-certificate.rpt.".

           GOBACK.

       RELEASE-RUN-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           CALL "run-lock" USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
               WS-LOCK-RESULT.

      *>  No parameter file means the six years HMRC expects us to
      *>  keep a taxpayer's records for.
       LOAD-RETENTION-PARAMETERS.
           MOVE 6 TO WS-RETENTION-YEARS.
           OPEN INPUT RETENTION-PARAMETER-FILE.
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ RETENTION-PARAMETER-FILE
               AT END CONTINUE
               NOT AT END
                   IF RTP-RETENTION-YEARS IS NUMERIC
                       AND RTP-RETENTION-YEARS > 0
                       MOVE RTP-RETENTION-YEARS
                           TO WS-RETENTION-YEARS
                   END-IF
           END-READ.
           CLOSE RETENTION-PARAMETER-FILE.

      *>  The status history records every removal from the master
      *>  as status 'R'. It is read in the order it was written, so
      *>  a later status for the same ID - the customer added back -
      *>  takes them off the list again.
       SELECT-REMOVED-CUSTOMERS.
           OPEN INPUT STATUS-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ STATUS-HISTORY-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               MOVE STH-CUST-ID TO RTW-CUST-ID
               IF STH-NEW-STATUS = "R"
                   MOVE STH-CUST-TAX-REF TO RTW-TAX-REF
                   MOVE "R" TO RTW-REASON
                   MOVE STH-STATUS-DATE TO RTW-EVENT-DATE
                   MOVE "N" TO RTW-HELD
                   MOVE SPACES TO RTW-HOLD-REASON
                   MOVE "N" TO RTW-REF-SHARED
                   WRITE CANDIDATE-WORK-RECORD
                       INVALID KEY
                           REWRITE CANDIDATE-WORK-RECORD
                           END-REWRITE
                   END-WRITE
               ELSE
                   DELETE CANDIDATE-WORK-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
               READ STATUS-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE STATUS-HISTORY-FILE.

      *>  Whoever is on the master now is not removed, whatever the
      *>  history says - an ID added back active leaves no history
      *>  record. A ceased customer is a candidate from the date
      *>  they ceased.
       SELECT-CEASED-CUSTOMERS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO VCUST-ID.
           START CUSTOMER-MASTER-VALID KEY IS NOT LESS THAN VCUST-ID
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           IF WS-EOF-SWITCH = "N"
               READ CUSTOMER-MASTER-VALID NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               MOVE VCUST-ID TO RTW-CUST-ID
               DELETE CANDIDATE-WORK-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               IF VCUST-STATUS = "C"
                   MOVE VCUST-ID TO RTW-CUST-ID
                   MOVE VCUST-TAX-REF TO RTW-TAX-REF
                   MOVE "C" TO RTW-REASON
                   MOVE VCUST-STATUS-DATE TO RTW-EVENT-DATE
                   MOVE "N" TO RTW-HELD
                   MOVE SPACES TO RTW-HOLD-REASON
                   MOVE "N" TO RTW-REF-SHARED
                   WRITE CANDIDATE-WORK-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               READ CUSTOMER-MASTER-VALID NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.

      *>  Only a removal or cessation dated before the cutoff is due;
      *>  of those, a customer on the legal hold register is kept
      *>  whole and shown on the certificate as held.
       APPLY-CUTOFF-AND-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               MOVE "Y" TO WS-HOLD-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO RTW-CUST-ID.
           START CANDIDATE-WORK-FILE KEY IS NOT LESS THAN RTW-CUST-ID
               INVALID KEY MOVE "Y" TO WS-WORK-EOF-SWITCH
           END-START.
           IF WS-WORK-EOF-SWITCH = "N"
               READ CANDIDATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-WORK-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-WORK-EOF-SWITCH = "Y"
               IF RTW-EVENT-DATE = SPACES
                       OR RTW-EVENT-DATE NOT < WS-CUTOFF-DATE
                   DELETE CANDIDATE-WORK-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
               ELSE
                   IF WS-HOLD-OPEN-SWITCH = "Y"
                       MOVE RTW-CUST-ID TO LGH-CUST-ID
                       READ LEGAL-HOLD-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO RTW-HELD
                               MOVE LGH-REASON TO RTW-HOLD-REASON
                               REWRITE CANDIDATE-WORK-RECORD
                                   INVALID KEY CONTINUE
                               END-REWRITE
                       END-READ
                   END-IF
               END-IF
               READ CANDIDATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-WORK-EOF-SWITCH
               END-READ
           END-PERFORM.
           IF WS-HOLD-OPEN-SWITCH = "Y"
               CLOSE LEGAL-HOLD-FILE
           END-IF.

      *>  Records held by tax reference alone - payments, ledgers,
      *>  submissions - can only be removed when the reference is
      *>  nobody else's. One still used by a customer on the master
      *>  (a merged duplicate's survivor, say) or by a held
      *>  customer is marked shared, and those records stay; the
      *>  customer's own records by ID still go.
       MARK-SHARED-TAX-REFERENCES.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO RTW-TAX-REF.
           START CANDIDATE-WORK-FILE KEY IS NOT LESS THAN RTW-TAX-REF
               INVALID KEY MOVE "Y" TO WS-WORK-EOF-SWITCH
           END-START.
           IF WS-WORK-EOF-SWITCH = "N"
               READ CANDIDATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-WORK-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-WORK-EOF-SWITCH = "Y"
               PERFORM CHECK-ONE-TAX-REF-GROUP
           END-PERFORM.

       CHECK-ONE-TAX-REF-GROUP.
           MOVE RTW-TAX-REF TO WS-GROUP-TAX-REF.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE "N" TO WS-GROUP-SHARED.
           PERFORM UNTIL WS-WORK-EOF-SWITCH = "Y"
                   OR RTW-TAX-REF NOT = WS-GROUP-TAX-REF
               IF RTW-HELD = "Y"
                   MOVE "Y" TO WS-GROUP-SHARED
               END-IF
               IF WS-GROUP-COUNT < 200
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE RTW-CUST-ID TO WS-GROUP-CUST-ID(WS-GROUP-COUNT)
               ELSE
                   MOVE "Y" TO WS-GROUP-SHARED
               END-IF
               READ CANDIDATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-WORK-EOF-SWITCH
               END-READ
           END-PERFORM.
           IF WS-GROUP-TAX-REF = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-GROUP-SHARED = "N"
               PERFORM CHECK-MASTER-FOR-TAX-REF
           END-IF.
           IF WS-GROUP-SHARED = "Y"
               PERFORM MARK-GROUP-SHARED
           END-IF.

       CHECK-MASTER-FOR-TAX-REF.
           MOVE "N" TO WS-INNER-EOF-SWITCH.
           MOVE WS-GROUP-TAX-REF TO VCUST-TAX-REF.
           START CUSTOMER-MASTER-VALID KEY IS EQUAL TO VCUST-TAX-REF
               INVALID KEY MOVE "Y" TO WS-INNER-EOF-SWITCH
           END-START.
           IF WS-INNER-EOF-SWITCH = "N"
               READ CUSTOMER-MASTER-VALID NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-INNER-EOF-SWITCH = "Y"
                   OR VCUST-TAX-REF NOT = WS-GROUP-TAX-REF
               MOVE "N" TO WS-GROUP-MEMBER
               PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   IF WS-GROUP-CUST-ID(WS-GROUP-SUB) = VCUST-ID
                       MOVE "Y" TO WS-GROUP-MEMBER
                   END-IF
               END-PERFORM
               IF WS-GROUP-MEMBER = "N"
                   MOVE "Y" TO WS-GROUP-SHARED
               END-IF
               READ CUSTOMER-MASTER-VALID NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-PERFORM.

      *>  The group is read again from its start to mark it - which
      *>  leaves the file on the first candidate of the next group,
      *>  just where the group check left it.
       MARK-GROUP-SHARED.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           MOVE WS-GROUP-TAX-REF TO RTW-TAX-REF.
           START CANDIDATE-WORK-FILE KEY IS EQUAL TO RTW-TAX-REF
               INVALID KEY MOVE "Y" TO WS-WORK-EOF-SWITCH
           END-START.
           IF WS-WORK-EOF-SWITCH = "N"
               READ CANDIDATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-WORK-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-WORK-EOF-SWITCH = "Y"
                   OR RTW-TAX-REF NOT = WS-GROUP-TAX-REF
               MOVE "Y" TO RTW-REF-SHARED
               REWRITE CANDIDATE-WORK-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               READ CANDIDATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-WORK-EOF-SWITCH
               END-READ
           END-PERFORM.

      *>  Keyed files hold a customer's records under their ID, or
      *>  their ID and tax year, or their tax reference - each is
      *>  deleted outright. A file not yet created is passed over.
       PURGE-KEYED-FILES.
           PERFORM OPEN-KEYED-FILES.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO RTW-CUST-ID.
           START CANDIDATE-WORK-FILE KEY IS NOT LESS THAN RTW-CUST-ID
               INVALID KEY MOVE "Y" TO WS-WORK-EOF-SWITCH
           END-START.
           IF WS-WORK-EOF-SWITCH = "N"
               READ CANDIDATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-WORK-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-WORK-EOF-SWITCH = "Y"
               IF RTW-HELD = "Y"
                   ADD 1 TO WS-COUNT-HELD
               ELSE
                   ADD 1 TO WS-COUNT-PURGED
                   PERFORM PURGE-ONE-CUSTOMER-KEYED
               END-IF
               READ CANDIDATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-WORK-EOF-SWITCH
               END-READ
           END-PERFORM.
           PERFORM CLOSE-KEYED-FILES.

       OPEN-KEYED-FILES.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               MOVE "Y" TO WS-ADDRESS-OPEN-SWITCH
           END-IF.
           OPEN I-O NOTIFIED-REGISTER.
           IF WS-NOTIFIED-STATUS = "00"
               MOVE "Y" TO WS-NOTIFIED-OPEN-SWITCH
           END-IF.
           OPEN I-O COMPLIANCE-HISTORY-FILE.
           IF WS-COMPLIANCE-STATUS = "00"
               MOVE "Y" TO WS-COMPLIANCE-OPEN-SWITCH
           END-IF.
           OPEN I-O PENALTY-LEDGER.
           IF WS-PENALTY-STATUS = "00"
               MOVE "Y" TO WS-PENALTY-OPEN-SWITCH
           END-IF.
           OPEN I-O GL-PENALTY-POSTED.
           IF WS-POSTED-STATUS = "00"
               MOVE "Y" TO WS-POSTED-OPEN-SWITCH
           END-IF.
           OPEN I-O PENALTY-APPEAL-FILE.
           IF WS-APPEAL-STATUS = "00"
               MOVE "Y" TO WS-APPEAL-OPEN-SWITCH
           END-IF.
           OPEN I-O SUBMISSION-STATUS-FILE.
           IF WS-STATUS-STATUS = "00"
               MOVE "Y" TO WS-STATUS-OPEN-SWITCH
           END-IF.
           OPEN I-O PAYMENT-LEDGER.
           IF WS-PAYMENT-STATUS = "00"
               MOVE "Y" TO WS-PAYMENT-OPEN-SWITCH
           END-IF.
           OPEN I-O TTP-ARRANGEMENT-FILE.
           IF WS-TTP-STATUS = "00"
               MOVE "Y" TO WS-TTP-OPEN-SWITCH
           END-IF.

       CLOSE-KEYED-FILES.
           IF WS-ADDRESS-OPEN-SWITCH = "Y"
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           IF WS-NOTIFIED-OPEN-SWITCH = "Y"
               CLOSE NOTIFIED-REGISTER
           END-IF.
           IF WS-COMPLIANCE-OPEN-SWITCH = "Y"
               CLOSE COMPLIANCE-HISTORY-FILE
           END-IF.
           IF WS-PENALTY-OPEN-SWITCH = "Y"
               CLOSE PENALTY-LEDGER
           END-IF.
           IF WS-POSTED-OPEN-SWITCH = "Y"
               CLOSE GL-PENALTY-POSTED
           END-IF.
           IF WS-APPEAL-OPEN-SWITCH = "Y"
               CLOSE PENALTY-APPEAL-FILE
           END-IF.
           IF WS-STATUS-OPEN-SWITCH = "Y"
               CLOSE SUBMISSION-STATUS-FILE
           END-IF.
           IF WS-PAYMENT-OPEN-SWITCH = "Y"
               CLOSE PAYMENT-LEDGER
           END-IF.
           IF WS-TTP-OPEN-SWITCH = "Y"
               CLOSE TTP-ARRANGEMENT-FILE
           END-IF.

       PURGE-ONE-CUSTOMER-KEYED.
           MOVE RTW-CUST-ID TO WS-PURGE-CUST-ID.
           MOVE RTW-CUST-ID TO WS-CERT-CUST-ID.
           MOVE "P" TO WS-CERT-ACTION.

           MOVE WS-PURGE-CUST-ID TO VCUST-ID.
           DELETE CUSTOMER-MASTER-VALID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "data/customer-master-valid.dat"
                       TO WS-CERT-FILE-NAME
                   PERFORM NOTE-CERTIFICATE
           END-DELETE.

           IF WS-ADDRESS-OPEN-SWITCH = "Y"
               MOVE WS-PURGE-CUST-ID TO ADR-CUST-ID
               DELETE CUSTOMER-ADDRESS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "data/customer-address.dat"
                           TO WS-CERT-FILE-NAME
                       PERFORM NOTE-CERTIFICATE
               END-DELETE
           END-IF.

           IF WS-NOTIFIED-OPEN-SWITCH = "Y"
               MOVE WS-PURGE-CUST-ID TO NTF-CUST-ID
               DELETE NOTIFIED-REGISTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "data/notified-customers.dat"
                           TO WS-CERT-FILE-NAME
                       PERFORM NOTE-CERTIFICATE
               END-DELETE
           END-IF.

           IF WS-COMPLIANCE-OPEN-SWITCH = "Y"
               PERFORM PURGE-COMPLIANCE-HISTORY
           END-IF.
           IF WS-PENALTY-OPEN-SWITCH = "Y"
               PERFORM PURGE-PENALTY-LEDGER
           END-IF.
           IF WS-POSTED-OPEN-SWITCH = "Y"
               PERFORM PURGE-PENALTY-POSTED
           END-IF.
           IF WS-APPEAL-OPEN-SWITCH = "Y"
               PERFORM PURGE-PENALTY-APPEALS
           END-IF.

           IF RTW-TAX-REF = SPACES OR RTW-REF-SHARED = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF WS-STATUS-OPEN-SWITCH = "Y"
               MOVE RTW-TAX-REF TO SUB-TAX-REF
               DELETE SUBMISSION-STATUS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "data/hmrc-submission-status.dat"
                           TO WS-CERT-FILE-NAME
                       PERFORM NOTE-CERTIFICATE
               END-DELETE
           END-IF.

           IF WS-PAYMENT-OPEN-SWITCH = "Y"
               MOVE RTW-TAX-REF TO PAY-TAX-REF
               DELETE PAYMENT-LEDGER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "data/payment-ledger.dat"
                           TO WS-CERT-FILE-NAME
                       PERFORM NOTE-CERTIFICATE
               END-DELETE
           END-IF.

           IF WS-TTP-OPEN-SWITCH = "Y"
               MOVE RTW-TAX-REF TO TTP-TAX-REF
               DELETE TTP-ARRANGEMENT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "data/ttp-arrangements.dat"
                           TO WS-CERT-FILE-NAME
                       PERFORM NOTE-CERTIFICATE
               END-DELETE
           END-IF.

      *>  One record per tax year - a START on the customer ID with
      *>  the lowest year, then every record until the ID changes.
       PURGE-COMPLIANCE-HISTORY.
           MOVE "data/compliance-history.dat" TO WS-CERT-FILE-NAME.
           MOVE "N" TO WS-INNER-EOF-SWITCH.
           MOVE WS-PURGE-CUST-ID TO CMP-CUST-ID.
           MOVE LOW-VALUES TO CMP-TAX-YEAR.
           START COMPLIANCE-HISTORY-FILE KEY IS NOT LESS THAN CMP-KEY
               INVALID KEY MOVE "Y" TO WS-INNER-EOF-SWITCH
           END-START.
           IF WS-INNER-EOF-SWITCH = "N"
               READ COMPLIANCE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-INNER-EOF-SWITCH = "Y"
                   OR CMP-CUST-ID NOT = WS-PURGE-CUST-ID
               DELETE COMPLIANCE-HISTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM NOTE-CERTIFICATE
               END-DELETE
               READ COMPLIANCE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-PERFORM.

       PURGE-PENALTY-LEDGER.
           MOVE "data/penalty-ledger.dat" TO WS-CERT-FILE-NAME.
           MOVE "N" TO WS-INNER-EOF-SWITCH.
           MOVE WS-PURGE-CUST-ID TO PEN-CUST-ID.
           MOVE LOW-VALUES TO PEN-TAX-YEAR.
           START PENALTY-LEDGER KEY IS NOT LESS THAN PEN-KEY
               INVALID KEY MOVE "Y" TO WS-INNER-EOF-SWITCH
           END-START.
           IF WS-INNER-EOF-SWITCH = "N"
               READ PENALTY-LEDGER NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-INNER-EOF-SWITCH = "Y"
                   OR PEN-CUST-ID NOT = WS-PURGE-CUST-ID
               DELETE PENALTY-LEDGER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM NOTE-CERTIFICATE
               END-DELETE
               READ PENALTY-LEDGER NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-PERFORM.

       PURGE-PENALTY-POSTED.
           MOVE "data/gl-penalty-posted.dat" TO WS-CERT-FILE-NAME.
           MOVE "N" TO WS-INNER-EOF-SWITCH.
           MOVE WS-PURGE-CUST-ID TO GPP-CUST-ID.
           MOVE LOW-VALUES TO GPP-TAX-YEAR.
           START GL-PENALTY-POSTED KEY IS NOT LESS THAN GPP-KEY
               INVALID KEY MOVE "Y" TO WS-INNER-EOF-SWITCH
           END-START.
           IF WS-INNER-EOF-SWITCH = "N"
               READ GL-PENALTY-POSTED NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-INNER-EOF-SWITCH = "Y"
                   OR GPP-CUST-ID NOT = WS-PURGE-CUST-ID
               DELETE GL-PENALTY-POSTED
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM NOTE-CERTIFICATE
               END-DELETE
               READ GL-PENALTY-POSTED NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-PERFORM.

       PURGE-PENALTY-APPEALS.
           MOVE "data/penalty-appeals.dat" TO WS-CERT-FILE-NAME.
           MOVE "N" TO WS-INNER-EOF-SWITCH.
           MOVE WS-PURGE-CUST-ID TO APL-CUST-ID.
           MOVE LOW-VALUES TO APL-TAX-YEAR.
           START PENALTY-APPEAL-FILE KEY IS NOT LESS THAN APL-KEY
               INVALID KEY MOVE "Y" TO WS-INNER-EOF-SWITCH
           END-START.
           IF WS-INNER-EOF-SWITCH = "N"
               READ PENALTY-APPEAL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-INNER-EOF-SWITCH = "Y"
                   OR APL-CUST-ID NOT = WS-PURGE-CUST-ID
               DELETE PENALTY-APPEAL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM NOTE-CERTIFICATE
               END-DELETE
               READ PENALTY-APPEAL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-PERFORM.

      *>  Each sequential file on the retention table is rewritten
      *>  live, and every archive generation of it the catalogue
      *>  lists - the .D nightly generations and the .Y year-end
      *>  snapshots alike. A generation that loses lines has its
      *>  catalogue count corrected so the catalogue still says
      *>  exactly what the archive area holds.
       PURGE-SEQUENTIAL-FILES.
           PERFORM LOAD-CATALOGUE.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > RTF-FILE-COUNT
               IF RTF-WHERE(WS-FILE-SUB) = "D"
                       OR RTF-WHERE(WS-FILE-SUB) = "B"
                   MOVE SPACES TO WS-PURGE-FILE-NAME
                   STRING "data/" DELIMITED BY SIZE
                       RTF-FILE-NAME(WS-FILE-SUB) DELIMITED BY SPACE
                       INTO WS-PURGE-FILE-NAME
                   END-STRING
                   PERFORM PURGE-ONE-SEQUENTIAL-FILE
               END-IF
               IF RTF-WHERE(WS-FILE-SUB) = "A"
                       OR RTF-WHERE(WS-FILE-SUB) = "B"
                   PERFORM PURGE-ARCHIVE-GENERATIONS
               END-IF
           END-PERFORM.
           IF WS-CATALOGUE-CHANGED = "Y"
               PERFORM SAVE-CATALOGUE
           END-IF.

       PURGE-ARCHIVE-GENERATIONS.
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
                       TO WS-PURGE-FILE-NAME
                   PERFORM PURGE-ONE-SEQUENTIAL-FILE
                   IF WS-FILE-CHANGED = "Y"
                       MOVE WS-FILE-KEPT
                           TO WS-CAT-RECORD-COUNT(WS-SUB)
                       MOVE "Y" TO WS-CATALOGUE-CHANGED
                       ADD 1 TO WS-COUNT-GENERATIONS
                   END-IF
               END-IF
           END-PERFORM.

      *>  Copied through a work file and back, the way year-end-close
      *>  purges the rejects file - the file is only rewritten when
      *>  a line was purged or anonymised.
       PURGE-ONE-SEQUENTIAL-FILE.
           MOVE "N" TO WS-FILE-CHANGED.
           MOVE 0 TO WS-FILE-KEPT.
           OPEN INPUT PURGE-FILE-IN.
           IF WS-PURGE-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PURGE-COPY-WORK.
           MOVE "N" TO WS-EOF-SWITCH.
           READ PURGE-FILE-IN
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               MOVE PURGE-IN-LINE TO WS-LINE
               PERFORM CHECK-ONE-LINE
               IF WS-LINE-ACTION NOT = "P"
                   MOVE WS-LINE TO PURGE-COPY-LINE
                   WRITE PURGE-COPY-LINE
                   ADD 1 TO WS-FILE-KEPT
               END-IF
               IF WS-LINE-ACTION NOT = SPACE
                   MOVE "Y" TO WS-FILE-CHANGED
                   MOVE WS-LINE-CUST-ID TO WS-CERT-CUST-ID
                   MOVE WS-PURGE-FILE-NAME TO WS-CERT-FILE-NAME
                   MOVE WS-LINE-ACTION TO WS-CERT-ACTION
                   PERFORM NOTE-CERTIFICATE
               END-IF
               READ PURGE-FILE-IN
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE PURGE-FILE-IN.
           CLOSE PURGE-COPY-WORK.
           IF WS-FILE-CHANGED = "N"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PURGE-COPY-WORK.
           OPEN OUTPUT PURGE-FILE-IN.
           MOVE "N" TO WS-EOF-SWITCH.
           READ PURGE-COPY-WORK
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               MOVE PURGE-COPY-LINE TO PURGE-IN-LINE
               WRITE PURGE-IN-LINE
               READ PURGE-COPY-WORK
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE PURGE-COPY-WORK.
           CLOSE PURGE-FILE-IN.

      *>  The last subject access extract stays on disk until the
      *>  next one is asked for, and holds every record found on
      *>  the one customer its control line names. When that
      *>  customer is being purged the whole extract goes - its
      *>  lines carry records of every layout, so no field
      *>  position can be matched line by line.
       PURGE-SUBJECT-ACCESS-EXTRACT.
           MOVE SPACES TO WS-SAR-CUST-ID.
           MOVE 0 TO WS-SAR-LINES.
           OPEN INPUT SUBJECT-ACCESS-REPORT.
           IF WS-SAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ SUBJECT-ACCESS-REPORT
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               ADD 1 TO WS-SAR-LINES
               IF SAR-CTL-REC-TYPE = "99"
                   MOVE SAR-CTL-CUST-ID TO WS-SAR-CUST-ID
               END-IF
               READ SUBJECT-ACCESS-REPORT
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE SUBJECT-ACCESS-REPORT.
           IF WS-SAR-CUST-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SAR-CUST-ID TO RTW-CUST-ID.
           READ CANDIDATE-WORK-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF RTW-HELD NOT = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SUBJECT-ACCESS-REPORT.
           CLOSE SUBJECT-ACCESS-REPORT.
           MOVE WS-SAR-CUST-ID TO WS-CERT-CUST-ID.
           MOVE "data/subject-access.rpt" TO WS-CERT-FILE-NAME.
           MOVE "P" TO WS-CERT-ACTION.
           PERFORM NOTE-CERTIFICATE WS-SAR-LINES TIMES.

      *>  A line belongs to a customer being purged when either of
      *>  its matched fields does. An anonymised line keeps its
      *>  amounts and dates; every matched field is starred out and
      *>  the name and address fields the table lists are blanked.
       CHECK-ONE-LINE.
           MOVE SPACE TO WS-LINE-ACTION.
           MOVE SPACES TO WS-LINE-CUST-ID.
           MOVE "N" TO WS-MATCH-HIT-1.
           MOVE "N" TO WS-MATCH-HIT-2.
           IF RTF-REC-TYPE(WS-FILE-SUB) NOT = SPACES
                   AND WS-LINE(1:2) NOT = RTF-REC-TYPE(WS-FILE-SUB)
               EXIT PARAGRAPH
           END-IF.

           MOVE RTF-MATCH-KIND-1(WS-FILE-SUB) TO WS-MATCH-KIND.
           MOVE RTF-MATCH-POS-1(WS-FILE-SUB) TO WS-MATCH-POS.
           PERFORM LOOKUP-MATCH-FIELD.
           IF WS-LOOKUP-FOUND = "Y"
               MOVE "Y" TO WS-MATCH-HIT-1
               MOVE WS-LOOKUP-CUST-ID TO WS-LINE-CUST-ID
           END-IF.
           IF RTF-MATCH-KIND-2(WS-FILE-SUB) NOT = SPACE
               MOVE RTF-MATCH-KIND-2(WS-FILE-SUB) TO WS-MATCH-KIND
               MOVE RTF-MATCH-POS-2(WS-FILE-SUB) TO WS-MATCH-POS
               PERFORM LOOKUP-MATCH-FIELD
               IF WS-LOOKUP-FOUND = "Y"
                   MOVE "Y" TO WS-MATCH-HIT-2
                   IF WS-LINE-CUST-ID = SPACES
                       MOVE WS-LOOKUP-CUST-ID TO WS-LINE-CUST-ID
                   END-IF
               END-IF
           END-IF.
           IF WS-MATCH-HIT-1 = "N" AND WS-MATCH-HIT-2 = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE RTF-ACTION(WS-FILE-SUB) TO WS-LINE-ACTION.
           IF WS-LINE-ACTION = "P"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MATCH-HIT-1 = "Y"
               MOVE RTF-MATCH-KIND-1(WS-FILE-SUB) TO WS-MATCH-KIND
               MOVE RTF-MATCH-POS-1(WS-FILE-SUB) TO WS-MATCH-POS
               PERFORM STAR-OUT-MATCH-FIELD
           END-IF.
           IF WS-MATCH-HIT-2 = "Y"
               MOVE RTF-MATCH-KIND-2(WS-FILE-SUB) TO WS-MATCH-KIND
               MOVE RTF-MATCH-POS-2(WS-FILE-SUB) TO WS-MATCH-POS
               PERFORM STAR-OUT-MATCH-FIELD
           END-IF.
           IF RTF-BLANK-POS-1(WS-FILE-SUB) > 0
               MOVE SPACES TO WS-LINE(RTF-BLANK-POS-1(WS-FILE-SUB):
                   RTF-BLANK-LEN-1(WS-FILE-SUB))
           END-IF.
           IF RTF-BLANK-POS-2(WS-FILE-SUB) > 0
               MOVE SPACES TO WS-LINE(RTF-BLANK-POS-2(WS-FILE-SUB):
                   RTF-BLANK-LEN-2(WS-FILE-SUB))
           END-IF.

      *>  A tax reference only counts when it is not marked shared -
      *>  a line for a reference still in use elsewhere is left.
       LOOKUP-MATCH-FIELD.
           MOVE "N" TO WS-LOOKUP-FOUND.
           IF WS-MATCH-KIND = "C"
               MOVE WS-LINE(WS-MATCH-POS:6) TO RTW-CUST-ID
               IF RTW-CUST-ID = SPACES
                   EXIT PARAGRAPH
               END-IF
               READ CANDIDATE-WORK-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           ELSE
               MOVE WS-LINE(WS-MATCH-POS:10) TO RTW-TAX-REF
               IF RTW-TAX-REF = SPACES
                   EXIT PARAGRAPH
               END-IF
               READ CANDIDATE-WORK-FILE KEY IS RTW-TAX-REF
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF RTW-REF-SHARED = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF RTW-HELD = "N"
               MOVE "Y" TO WS-LOOKUP-FOUND
               MOVE RTW-CUST-ID TO WS-LOOKUP-CUST-ID
           END-IF.

       STAR-OUT-MATCH-FIELD.
           IF WS-MATCH-KIND = "C"
               MOVE ALL "*" TO WS-LINE(WS-MATCH-POS:6)
           ELSE
               MOVE ALL "*" TO WS-LINE(WS-MATCH-POS:10)
           END-IF.

      *>  One certificate work record per customer and file, counting
      *>  the records taken off it.
       NOTE-CERTIFICATE.
           IF WS-CERT-ACTION = "A"
               ADD 1 TO WS-COUNT-RECORDS-ANONYMISED
           ELSE
               ADD 1 TO WS-COUNT-RECORDS-PURGED
           END-IF.
           MOVE WS-CERT-CUST-ID TO RCW-CUST-ID.
           MOVE WS-CERT-FILE-NAME TO RCW-FILE-NAME.
           READ CERTIFICATE-WORK-FILE
               INVALID KEY
                   MOVE WS-CERT-ACTION TO RCW-ACTION
                   MOVE 1 TO RCW-COUNT
                   WRITE CERTIFICATE-WORK-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO RCW-COUNT
                   REWRITE CERTIFICATE-WORK-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

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
               MOVE ARC-RUN-DATE
                   TO WS-CAT-RUN-DATE(WS-CATALOGUE-COUNT)
               MOVE ARC-TAX-YEAR
                   TO WS-CAT-TAX-YEAR(WS-CATALOGUE-COUNT)
               MOVE ARC-RECORD-COUNT
                   TO WS-CAT-RECORD-COUNT(WS-CATALOGUE-COUNT)
               READ ARCHIVE-CATALOGUE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           IF WS-CATALOGUE-COUNT = 5000 AND WS-EOF-SWITCH NOT = "Y"
               DISPLAY "RETENTION-PURGE: catalogue holds more than "
                   "5000 generations - the rest were not searched; "
                   "the catalogue is left as it stands."
               MOVE 0 TO WS-CATALOGUE-COUNT
           END-IF.
           CLOSE ARCHIVE-CATALOGUE.

       SAVE-CATALOGUE.
           OPEN OUTPUT ARCHIVE-CATALOGUE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CATALOGUE-COUNT
               MOVE WS-CAT-FILE-NAME(WS-SUB) TO ARC-FILE-NAME
               MOVE WS-CAT-RUN-DATE(WS-SUB) TO ARC-RUN-DATE
               MOVE WS-CAT-TAX-YEAR(WS-SUB) TO ARC-TAX-YEAR
               MOVE WS-CAT-RECORD-COUNT(WS-SUB) TO ARC-RECORD-COUNT
               WRITE ARCHIVE-CATALOGUE-RECORD
           END-PERFORM.
           CLOSE ARCHIVE-CATALOGUE.

      *>  Customers in ID order, each followed by the files their
      *>  records came off.
       WRITE-CERTIFICATE.
           OPEN OUTPUT RETENTION-CERTIFICATE.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO RTW-CUST-ID.
           START CANDIDATE-WORK-FILE KEY IS NOT LESS THAN RTW-CUST-ID
               INVALID KEY MOVE "Y" TO WS-WORK-EOF-SWITCH
           END-START.
           IF WS-WORK-EOF-SWITCH = "N"
               READ CANDIDATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-WORK-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-WORK-EOF-SWITCH = "Y"
               PERFORM WRITE-CERTIFICATE-CUSTOMER
               READ CANDIDATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-WORK-EOF-SWITCH
               END-READ
           END-PERFORM.

           MOVE "99" TO RTC-CTL-REC-TYPE.
           MOVE WS-RUN-DATE TO RTC-CTL-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO RTC-CTL-CUTOFF-DATE.
           MOVE WS-RETENTION-YEARS TO RTC-CTL-RETENTION-YEARS.
           MOVE WS-COUNT-PURGED TO RTC-CTL-CUSTOMERS-PURGED.
           MOVE WS-COUNT-HELD TO RTC-CTL-CUSTOMERS-HELD.
           MOVE WS-COUNT-RECORDS-PURGED TO RTC-CTL-RECORDS-PURGED.
           MOVE WS-COUNT-RECORDS-ANONYMISED
               TO RTC-CTL-RECORDS-ANONYMISED.
           MOVE WS-COUNT-GENERATIONS TO RTC-CTL-GENERATIONS.
           WRITE RETENTION-CONTROL-LINE.
           CLOSE RETENTION-CERTIFICATE.

       WRITE-CERTIFICATE-CUSTOMER.
           MOVE "10" TO RTC-REC-TYPE.
           MOVE RTW-CUST-ID TO RTC-CUST-ID.
           MOVE RTW-REASON TO RTC-REASON.
           MOVE RTW-EVENT-DATE TO RTC-EVENT-DATE.
           IF RTW-HELD = "Y"
               MOVE "H" TO RTC-OUTCOME
               MOVE RTW-HOLD-REASON TO RTC-HOLD-REASON
               WRITE RETENTION-CUSTOMER-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO RTC-OUTCOME.
           MOVE SPACES TO RTC-HOLD-REASON.
           WRITE RETENTION-CUSTOMER-LINE.

           MOVE "N" TO WS-INNER-EOF-SWITCH.
           MOVE RTW-CUST-ID TO RCW-CUST-ID.
           MOVE LOW-VALUES TO RCW-FILE-NAME.
           START CERTIFICATE-WORK-FILE KEY IS NOT LESS THAN RCW-KEY
               INVALID KEY MOVE "Y" TO WS-INNER-EOF-SWITCH
           END-START.
           IF WS-INNER-EOF-SWITCH = "N"
               READ CERTIFICATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-INNER-EOF-SWITCH = "Y"
                   OR RCW-CUST-ID NOT = RTW-CUST-ID
               MOVE "20" TO RTC-FIL-REC-TYPE
               MOVE RCW-CUST-ID TO RTC-FIL-CUST-ID
               MOVE RCW-FILE-NAME TO RTC-FIL-FILE-NAME
               MOVE RCW-ACTION TO RTC-FIL-ACTION
               MOVE RCW-COUNT TO RTC-FIL-COUNT
               WRITE RETENTION-FILE-LINE
               READ CERTIFICATE-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-INNER-EOF-SWITCH
               END-READ
           END-PERFORM.

       WRITE-OPS-RECORD.
           MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP.
           MOVE "RETENTION-PURGE" TO OPS-STEP.
           MOVE "PURGED" TO OPS-EVENT.
           MOVE WS-COUNT-PURGED TO OPS-COUNT.
           MOVE SPACES TO OPS-TEXT.
           STRING "before " WS-CUTOFF-DATE ", "
               WS-COUNT-HELD " held"
               DELIMITED BY SIZE INTO OPS-TEXT
           END-STRING.
           OPEN EXTEND OPERATIONS-LOG.
           IF WS-OPS-STATUS = "35"
               OPEN OUTPUT OPERATIONS-LOG
           END-IF.
           WRITE OPERATIONS-LOG-RECORD.
           CLOSE OPERATIONS-LOG.
