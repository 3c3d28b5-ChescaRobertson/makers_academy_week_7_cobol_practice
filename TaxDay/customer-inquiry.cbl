       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-inquiry.
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
               SELECT AGENT-MASTER-FILE
                   ASSIGN TO "data/agent-master.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AGT-AGENT-ID
                   FILE STATUS IS WS-AGENT-STATUS.
               SELECT CUSTOMER-ADDRESS-FILE
                   ASSIGN TO "data/customer-address.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADR-CUST-ID
                   FILE STATUS IS WS-ADDRESS-STATUS.
               SELECT CUSTOMER-FILTER-IN
                   ASSIGN TO "data/customer-filter-out.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FILTER-STATUS.
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
               SELECT PENALTY-LEDGER
                   ASSIGN TO "data/penalty-ledger.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT PENALTY-APPEAL-FILE
                   ASSIGN TO "data/penalty-appeals.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS APL-KEY
                   FILE STATUS IS WS-APPEAL-STATUS.
               SELECT TTP-ARRANGEMENT-FILE
                   ASSIGN TO "data/ttp-arrangements.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TTP-TAX-REF
                   FILE STATUS IS WS-TTP-STATUS.
               SELECT NOTIFIED-REGISTER
                   ASSIGN TO "data/notified-customers.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS NTF-CUST-ID
                   FILE STATUS IS WS-NOTIFIED-STATUS.
               SELECT AUDIT-LOG
                   ASSIGN TO "data/customer-filterer.audit"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
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
           FD  AGENT-MASTER-FILE.
           COPY AGTREC.
           FD  CUSTOMER-ADDRESS-FILE.
           COPY ADDRREC.
           FD  CUSTOMER-FILTER-IN.
           COPY FILTREC.
           FD  SUBMISSION-STATUS-FILE.
           COPY SUBSTAT.
           FD  PAYMENT-LEDGER.
           COPY PAYREC.
           FD  PENALTY-LEDGER.
           COPY PENREC.
           FD  PENALTY-APPEAL-FILE.
           COPY APPLREC.
           FD  TTP-ARRANGEMENT-FILE.
           COPY TTPREC.
           FD  NOTIFIED-REGISTER.
           COPY NTFREC.
           FD  AUDIT-LOG.
           COPY AUDITREC.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-VALID-STATUS PIC XX.
           01 WS-AGENT-STATUS PIC XX.
           01 WS-ADDRESS-STATUS PIC XX.
           01 WS-FILTER-STATUS PIC XX.
           01 WS-STATUS-STATUS PIC XX.
           01 WS-PAYMENT-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-APPEAL-STATUS PIC XX.
           01 WS-NOTIFIED-STATUS PIC XX.
           01 WS-TTP-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-INQUIRY-CUST-ID PIC X(6).
           01 WS-INQUIRY-TAX-REF PIC X(10).
           01 WS-INQUIRY-AGENT-ID PIC X(6).
           01 WS-FOUND-SWITCH PIC X.
           01 WS-APPEAL-OPEN-SWITCH PIC X.
           01 WS-KEEP-TAX-REF PIC X(10).
           01 WS-KEEP-DEADLINE PIC X(10).
           01 WS-KEEP-DECISION PIC X(1).
           01 WS-PENALTY-COUNT PIC 9(3).
           01 WS-OUTSTANDING PIC S9(7)V99.
      *>   The last few filtering decisions, kept round-robin as
      *>   the audit log is read through.
           01 WS-AUDIT-KEEP PIC 9(2) VALUE 5.
           01 WS-AUDIT-COUNT PIC 9(7).
           01 WS-AUDIT-SUB PIC 9(2).
           01 WS-AUDIT-TABLE.
               05 WS-AUDIT-ENTRY OCCURS 5.
                   10 WS-AUD-CUTOVER-DATE PIC X(5).
                   10 WS-AUD-CUTOVER-YEAR PIC X(4).
                   10 WS-AUD-DECISION PIC X(1).
                   10 WS-AUD-TIMESTAMP PIC X(26).
           01 WS-FIRST-SHOWN PIC 9(7).
           01 WS-SHOW-NUMBER PIC 9(7).
       PROCEDURE DIVISION.
      *>   Everything the desk needs when a customer or agent
      *>   phones in, on one screen: the master record with its
      *>   agent and address, tonight's filter decision, the
      *>   portal submission, payment against the liability and
      *>   any time-to-pay plan, the penalty and any appeal, the
      *>   letter, and the last few audit decisions. Every file is
      *>   opened for input only and the run lock is never taken,
      *>   so the desk can answer calls while the nightly batch is
      *>   running - a register the batch has not yet built shows
      *>   as not available.
           DISPLAY "Customer inquiry".
           PERFORM UNTIL WS-INQUIRY-CUST-ID = "X"
                   OR WS-INQUIRY-CUST-ID = "x"
               DISPLAY "Customer ID (6 chars, X=exit): "
                   WITH NO ADVANCING
               ACCEPT WS-INQUIRY-CUST-ID
               IF WS-INQUIRY-CUST-ID NOT = "X"
                       AND WS-INQUIRY-CUST-ID NOT = "x"
                       AND WS-INQUIRY-CUST-ID NOT = SPACES
                   PERFORM SHOW-ONE-CUSTOMER
               END-IF
           END-PERFORM.

           GOBACK.

       SHOW-ONE-CUSTOMER.
           MOVE SPACES TO WS-INQUIRY-TAX-REF.
           MOVE SPACES TO WS-INQUIRY-AGENT-ID.
           DISPLAY "----------------------------------------"
               "----------------------------------------".
           PERFORM SHOW-MASTER-RECORD.
           PERFORM SHOW-AGENT.
           PERFORM SHOW-ADDRESS.
           PERFORM SHOW-FILTER-DECISION.
           PERFORM SHOW-SUBMISSION-STATUS.
           PERFORM SHOW-PAYMENT.
           PERFORM SHOW-PENALTIES.
           PERFORM SHOW-NOTIFIED.
           PERFORM SHOW-AUDIT-DECISIONS.
           DISPLAY "----------------------------------------"
               "----------------------------------------".

       SHOW-MASTER-RECORD.
           OPEN INPUT CUSTOMER-MASTER-VALID.
           IF WS-VALID-STATUS NOT = "00"
               DISPLAY "Customer master:   not available, file "
                   "status " WS-VALID-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-CUST-ID TO VCUST-ID.
           READ CUSTOMER-MASTER-VALID
               INVALID KEY
                   DISPLAY "Customer " WS-INQUIRY-CUST-ID " is not "
                       "on the customer master."
               NOT INVALID KEY
                   MOVE VCUST-TAX-REF TO WS-INQUIRY-TAX-REF
                   MOVE VCUST-AGENT-ID TO WS-INQUIRY-AGENT-ID
                   DISPLAY "Customer:          " VCUST-ID " "
                       VCUST-NAME
                   DISPLAY "Tax reference:     " VCUST-TAX-REF
                   DISPLAY "Registration date: " VCUST-REG-DATE
                   DISPLAY "Customer type:     " VCUST-TYPE
                   IF VCUST-STATUS = SPACE OR VCUST-STATUS = "A"
                       DISPLAY "Status:            A - active"
                   ELSE
                       DISPLAY "Status:            " VCUST-STATUS
                           " since " VCUST-STATUS-DATE
                   END-IF
           END-READ.
           CLOSE CUSTOMER-MASTER-VALID.

       SHOW-AGENT.
           IF WS-INQUIRY-AGENT-ID = SPACES
               DISPLAY "Agent:             none - deals with us "
                   "direct"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AGENT-MASTER-FILE.
           IF WS-AGENT-STATUS NOT = "00"
               DISPLAY "Agent:             " WS-INQUIRY-AGENT-ID
                   " (agent master not available)"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-AGENT-ID TO AGT-AGENT-ID.
           READ AGENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Agent:             " WS-INQUIRY-AGENT-ID
                       " (not on the agent master)"
               NOT INVALID KEY
                   DISPLAY "Agent:             " AGT-AGENT-ID " "
                       AGT-AGENT-NAME
                   DISPLAY "Agent contact:     " AGT-CONTACT-NAME
                       " " AGT-PHONE
           END-READ.
           CLOSE AGENT-MASTER-FILE.

       SHOW-ADDRESS.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-STATUS NOT = "00"
               DISPLAY "Address:           not available, file "
                   "status " WS-ADDRESS-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-CUST-ID TO ADR-CUST-ID.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   DISPLAY "Address:           none on file"
               NOT INVALID KEY
                   DISPLAY "Address:           " ADR-ADDRESS-LINE-1
                   DISPLAY "                   " ADR-ADDRESS-LINE-2
                   DISPLAY "                   " ADR-ADDRESS-LINE-3
                   DISPLAY "                   " ADR-ADDRESS-LINE-4
                   DISPLAY "Postcode:          " ADR-POSTCODE
                   DISPLAY "Phone:             " ADR-PHONE
                   DISPLAY "Email:             " ADR-EMAIL
           END-READ.
           CLOSE CUSTOMER-ADDRESS-FILE.

      *>  The filter-out file is rebuilt each night - the last
      *>  record for the customer is tonight's decision.
       SHOW-FILTER-DECISION.
           OPEN INPUT CUSTOMER-FILTER-IN.
           IF WS-FILTER-STATUS NOT = "00"
               DISPLAY "Filter decision:   not available, file "
                   "status " WS-FILTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           READ CUSTOMER-FILTER-IN
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF CFO-CUST-ID = WS-INQUIRY-CUST-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE CFO-TAX-REF TO WS-KEEP-TAX-REF
                   MOVE CFO-FILING-DEADLINE TO WS-KEEP-DEADLINE
                   MOVE CFO-FILTER-DECISION TO WS-KEEP-DECISION
               END-IF
               READ CUSTOMER-FILTER-IN
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILTER-IN.
           IF WS-FOUND-SWITCH = "N"
               DISPLAY "Filter decision:   none - customer not in "
                   "tonight's run"
               EXIT PARAGRAPH
           END-IF.
           IF WS-INQUIRY-TAX-REF = SPACES
               MOVE WS-KEEP-TAX-REF TO WS-INQUIRY-TAX-REF
           END-IF.
           EVALUATE WS-KEEP-DECISION
               WHEN "Y"
                   DISPLAY "Filter decision:   Y - on time for "
                       "the cutover"
               WHEN "N"
                   DISPLAY "Filter decision:   N - late against "
                       "the cutover"
               WHEN "X"
                   DISPLAY "Filter decision:   X - ceased, no "
                       "return due"
               WHEN OTHER
                   DISPLAY "Filter decision:   " WS-KEEP-DECISION
           END-EVALUATE.
           DISPLAY "Filing deadline:   " WS-KEEP-DEADLINE
               " (after the working-day roll)".

       SHOW-SUBMISSION-STATUS.
           IF WS-INQUIRY-TAX-REF = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SUBMISSION-STATUS-FILE.
           IF WS-STATUS-STATUS NOT = "00"
               DISPLAY "Submission:        not available, file "
                   "status " WS-STATUS-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-TAX-REF TO SUB-TAX-REF.
           READ SUBMISSION-STATUS-FILE
               INVALID KEY
                   DISPLAY "Submission:        never sent to the "
                       "portal"
               NOT INVALID KEY
                   EVALUATE SUB-STATUS
                       WHEN "P"
                           DISPLAY "Submission:        P - pending "
                               "acknowledgement"
                       WHEN "A"
                           DISPLAY "Submission:        A - accepted "
                               "by the portal"
                       WHEN "R"
                           DISPLAY "Submission:        R - rejected "
                               "by the portal"
                       WHEN OTHER
                           DISPLAY "Submission:        " SUB-STATUS
                   END-EVALUATE
                   DISPLAY "Batch number:      " SUB-BATCH-NUMBER
                   DISPLAY "Reason code:       " SUB-REASON-CODE
           END-READ.
           CLOSE SUBMISSION-STATUS-FILE.

       SHOW-PAYMENT.
           IF WS-INQUIRY-TAX-REF = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PAYMENT-LEDGER.
           IF WS-PAYMENT-STATUS NOT = "00"
               DISPLAY "Payment:           not available, file "
                   "status " WS-PAYMENT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-TAX-REF TO PAY-TAX-REF.
           READ PAYMENT-LEDGER
               INVALID KEY
                   DISPLAY "Payment:           no liability on the "
                       "payment ledger"
               NOT INVALID KEY
                   COMPUTE WS-OUTSTANDING = PAY-LIABILITY-AMOUNT
                       - PAY-PAID-AMOUNT
                   DISPLAY "Liability:         " PAY-LIABILITY-AMOUNT
                   DISPLAY "Paid:              " PAY-PAID-AMOUNT
                   DISPLAY "Outstanding:       " WS-OUTSTANDING
                   DISPLAY "Payment status:    " PAY-STATUS
           END-READ.
           CLOSE PAYMENT-LEDGER.
           PERFORM SHOW-ARRANGEMENT.

       SHOW-ARRANGEMENT.
           OPEN INPUT TTP-ARRANGEMENT-FILE.
           IF WS-TTP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-TAX-REF TO TTP-TAX-REF.
           READ TTP-ARRANGEMENT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Time to pay:       status " TTP-STATUS
                       " since " TTP-STATUS-DATE ", "
                       TTP-INSTALMENT-COUNT " instalment(s), "
                       TTP-MISSED-COUNT " missed of "
                       TTP-MISSES-TO-DEFAULT " allowed"
           END-READ.
           CLOSE TTP-ARRANGEMENT-FILE.

      *>  One ledger record per tax year - a START on the customer
      *>  ID walks every year charged, with any appeal against it.
       SHOW-PENALTIES.
           OPEN INPUT PENALTY-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "Penalty:           not available, file "
                   "status " WS-LEDGER-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-APPEAL-OPEN-SWITCH.
           OPEN INPUT PENALTY-APPEAL-FILE.
           IF WS-APPEAL-STATUS = "00"
               MOVE "Y" TO WS-APPEAL-OPEN-SWITCH
           END-IF.
           MOVE 0 TO WS-PENALTY-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-INQUIRY-CUST-ID TO PEN-CUST-ID.
           MOVE LOW-VALUES TO PEN-TAX-YEAR.
           START PENALTY-LEDGER KEY IS NOT LESS THAN PEN-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           IF WS-EOF-SWITCH = "N"
               READ PENALTY-LEDGER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   OR PEN-CUST-ID NOT = WS-INQUIRY-CUST-ID
               ADD 1 TO WS-PENALTY-COUNT
               DISPLAY "Penalty " PEN-TAX-YEAR ":      "
                   PEN-TOTAL-AMOUNT " accrued, " PEN-DAYS-LATE
                   " day(s) late, last calculated "
                   PEN-LAST-CALCULATED
               PERFORM SHOW-APPEAL
               READ PENALTY-LEDGER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           IF WS-PENALTY-COUNT = 0
               DISPLAY "Penalty:           none accrued"
           END-IF.
           IF WS-APPEAL-OPEN-SWITCH = "Y"
               CLOSE PENALTY-APPEAL-FILE
           END-IF.
           CLOSE PENALTY-LEDGER.

       SHOW-APPEAL.
           IF WS-APPEAL-OPEN-SWITCH NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE PEN-KEY TO APL-KEY.
           READ PENALTY-APPEAL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   EVALUATE APL-OUTCOME
                       WHEN "O"
                           DISPLAY "  Appeal:          open since "
                               APL-RECEIVED-DATE " - charge frozen"
                       WHEN "U"
                           DISPLAY "  Appeal:          upheld "
                               APL-DECISION-DATE " - charge "
                               "cancelled"
                       WHEN "P"
                           DISPLAY "  Appeal:          partly "
                               "upheld " APL-DECISION-DATE
                               " - charge reduced to "
                               APL-REDUCED-AMOUNT
                       WHEN "R"
                           DISPLAY "  Appeal:          refused "
                               APL-DECISION-DATE
                   END-EVALUATE
           END-READ.

       SHOW-NOTIFIED.
           OPEN INPUT NOTIFIED-REGISTER.
           IF WS-NOTIFIED-STATUS NOT = "00"
               DISPLAY "Lettered:          not available, file "
                   "status " WS-NOTIFIED-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQUIRY-CUST-ID TO NTF-CUST-ID.
           READ NOTIFIED-REGISTER
               INVALID KEY
                   DISPLAY "Lettered:          N"
               NOT INVALID KEY
                   DISPLAY "Lettered:          Y - tax year "
                       NTF-TAX-YEAR " on " NTF-NOTIFIED-DATE
           END-READ.
           CLOSE NOTIFIED-REGISTER.

       SHOW-AUDIT-DECISIONS.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Audit decisions:   not available, file "
                   "status " WS-AUDIT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-AUDIT-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           READ AUDIT-LOG
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF AUD-CUST-ID = WS-INQUIRY-CUST-ID
                   ADD 1 TO WS-AUDIT-COUNT
                   COMPUTE WS-AUDIT-SUB = FUNCTION MOD(
                       WS-AUDIT-COUNT - 1, WS-AUDIT-KEEP) + 1
                   MOVE AUD-CUTOVER-DATE
                       TO WS-AUD-CUTOVER-DATE(WS-AUDIT-SUB)
                   MOVE AUD-CUTOVER-YEAR
                       TO WS-AUD-CUTOVER-YEAR(WS-AUDIT-SUB)
                   MOVE AUD-DECISION
                       TO WS-AUD-DECISION(WS-AUDIT-SUB)
                   MOVE AUD-TIMESTAMP
                       TO WS-AUD-TIMESTAMP(WS-AUDIT-SUB)
               END-IF
               READ AUDIT-LOG
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.
           IF WS-AUDIT-COUNT = 0
               DISPLAY "Audit decisions:   none in the current "
                   "run cycle"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Audit decisions:   last of " WS-AUDIT-COUNT
               " on the log, oldest first".
           IF WS-AUDIT-COUNT > WS-AUDIT-KEEP
               COMPUTE WS-FIRST-SHOWN = WS-AUDIT-COUNT
                   - WS-AUDIT-KEEP + 1
           ELSE
               MOVE 1 TO WS-FIRST-SHOWN
           END-IF.
           PERFORM VARYING WS-SHOW-NUMBER FROM WS-FIRST-SHOWN BY 1
                   UNTIL WS-SHOW-NUMBER > WS-AUDIT-COUNT
               COMPUTE WS-AUDIT-SUB = FUNCTION MOD(
                   WS-SHOW-NUMBER - 1, WS-AUDIT-KEEP) + 1
               DISPLAY "  cutover " WS-AUD-CUTOVER-DATE(WS-AUDIT-SUB)
                   "-" WS-AUD-CUTOVER-YEAR(WS-AUDIT-SUB)
                   " decision " WS-AUD-DECISION(WS-AUDIT-SUB)
                   " at " WS-AUD-TIMESTAMP(WS-AUDIT-SUB)(1:4) "-"
                   WS-AUD-TIMESTAMP(WS-AUDIT-SUB)(5:2) "-"
                   WS-AUD-TIMESTAMP(WS-AUDIT-SUB)(7:2) " "
                   WS-AUD-TIMESTAMP(WS-AUDIT-SUB)(9:2) ":"
                   WS-AUD-TIMESTAMP(WS-AUDIT-SUB)(11:2) ":"
                   WS-AUD-TIMESTAMP(WS-AUDIT-SUB)(13:2)
           END-PERFORM.
