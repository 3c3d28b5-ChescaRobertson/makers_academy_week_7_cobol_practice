                   FILE STATUS IS WS-BACS-STATUS.
               SELECT BACS-UNMATCHED-REPORT
                   ASSIGN TO "data/bacs-unmatched.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNMATCHED-STATUS.
               SELECT BACS-MATCHED-FILE
                   ASSIGN TO "data/bacs-matched.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MATCHED-STATUS.
               SELECT PAYMENT-ARREARS-REPORT
                   ASSIGN TO "data/payment-arrears.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT TTP-ARRANGEMENT-FILE
                   ASSIGN TO "data/ttp-arrangements.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TTP-TAX-REF
                   FILE STATUS IS WS-TTP-STATUS.
               SELECT ARRANGEMENT-DEFAULT-REPORT
                   ASSIGN TO "data/arrangement-defaulted.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  SUBMISSION-STATUS-FILE.
           COPY BACSREC.
           FD  BACS-UNMATCHED-REPORT.
           COPY BACSEXC.
           FD  BACS-MATCHED-FILE.
           COPY BACSREC REPLACING
               ==BACS-REMITTANCE-RECORD== BY ==BACS-MATCHED-RECORD==
               ==BAC-TAX-REF== BY ==BMT-TAX-REF==
               ==BAC-AMOUNT== BY ==BMT-AMOUNT==
               ==BAC-VALUE-DATE== BY ==BMT-VALUE-DATE==.
           FD  PAYMENT-ARREARS-REPORT.
           COPY ARRSREC.
           FD  TTP-ARRANGEMENT-FILE.
           COPY TTPREC.
           FD  ARRANGEMENT-DEFAULT-REPORT.
           COPY TTPDREC.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-STATUS-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-LIABILITY-STATUS PIC XX.
           01 WS-BACS-STATUS PIC XX.
           01 WS-UNMATCHED-STATUS PIC XX.
           01 WS-MATCHED-STATUS PIC XX.
           01 WS-COUNT-MATCHED PIC 9(7) VALUE 0.
           01 WS-COUNT-UNMATCHED PIC 9(7) VALUE 0.
           01 WS-COUNT-ARREARS PIC 9(7) VALUE 0.
           01 WS-TOTAL-OUTSTANDING PIC 9(9)V99 VALUE 0.
           01 WS-BACS-APPLIED PIC X VALUE "N".
           01 WS-TTP-STATUS PIC XX.
           01 WS-TTP-OPEN-SWITCH PIC X VALUE "N".
           01 WS-TTP-SUB PIC 9(2).
           01 WS-TTP-PAID-SWITCH PIC X.
           01 WS-CREDIT-LEFT PIC 9(7)V99.
           01 WS-INSTALMENT-SHORT PIC 9(7)V99.
           01 WS-TODAY PIC X(8).
           01 WS-COUNT-MISSED PIC 9(7) VALUE 0.
           01 WS-COUNT-DEFAULTED PIC 9(7) VALUE 0.
           01 WS-COUNT-ON-PLAN PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *>   The portal accepting a return is where the system's
      *>   interest used to end and the business's began - this step
      *>   reference goes on the payment ledger, the liability feed
      *>   prices it, the bank's BACS file settles it, and what is
      *>   still owed lands on the arrears report instead of a
      *>   printed extract and a highlighter pen. A reference on a
      *>   time-to-pay arrangement has its credits applied to the
      *>   instalments as well, and stays off the arrears report
      *>   until the plan defaults.
      *>   Tonight's matched credits are kept for the general
      *>   ledger journal - the bank file itself is emptied below.
      *>   Both cash files are added to, never cleared here - the
      *>   journal empties them once it has posted them, so credits
      *>   from a night the journal refused wait for the next one.
           OPEN EXTEND BACS-UNMATCHED-REPORT.
           IF WS-UNMATCHED-STATUS = "35"
               OPEN OUTPUT BACS-UNMATCHED-REPORT
           END-IF.
           OPEN EXTEND BACS-MATCHED-FILE.
           IF WS-MATCHED-STATUS = "35"
               OPEN OUTPUT BACS-MATCHED-FILE
           END-IF.

           OPEN I-O PAYMENT-LEDGER.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT PAYMENT-LEDGER
                   "data/payment-ledger.dat could not be opened, "
                   "file status " WS-LEDGER-STATUS
                   " - no payments matched"
               CLOSE BACS-UNMATCHED-REPORT
               CLOSE BACS-MATCHED-FILE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *>   No arrangement file yet only means nobody is on a plan -
      *>   ttp-maintenance creates it with the first arrangement.
           OPEN I-O TTP-ARRANGEMENT-FILE.
           IF WS-TTP-STATUS = "00"
               MOVE "Y" TO WS-TTP-OPEN-SWITCH
           END-IF.

           PERFORM CARRY-ACCEPTED-REFERENCES.
           PERFORM LOAD-LIABILITY-AMOUNTS.
           PERFORM APPLY-REMITTANCES.
           PERFORM REVIEW-ARRANGEMENTS.
           PERFORM WRITE-ARREARS-REPORT.

           CLOSE BACS-UNMATCHED-REPORT.
           CLOSE BACS-MATCHED-FILE.
           CLOSE PAYMENT-LEDGER.
           IF WS-TTP-OPEN-SWITCH = "Y"
               CLOSE TTP-ARRANGEMENT-FILE
           END-IF.

      *>   An applied remittance must not be applied again tomorrow
      *>   - the bank file is left behind but empty, the same
           DISPLAY "PAYMENT-MATCHER: matched " WS-COUNT-MATCHED
               " unmatched " WS-COUNT-UNMATCHED " in arrears "
               WS-COUNT-ARREARS ".".
           DISPLAY "PAYMENT-MATCHER: " WS-COUNT-ON-PLAN
               " on time-to-pay, " WS-COUNT-MISSED
               " instalment(s) missed, " WS-COUNT-DEFAULTED
               " plan(s) defaulted.".

           GOBACK.

                   REWRITE PAYMENT-LEDGER-RECORD
                   END-REWRITE
                   ADD 1 TO WS-COUNT-MATCHED
                   PERFORM WRITE-MATCHED-REMITTANCE
                   PERFORM APPLY-TO-ARRANGEMENT
           END-READ.

      *>  The credit pays the oldest instalment still short first -
      *>  a missed instalment made good later reads paid, though it
      *>  still counts as missed. Anything beyond the schedule
      *>  stays on the ledger as paid.
       APPLY-TO-ARRANGEMENT.
           IF WS-TTP-OPEN-SWITCH NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE BAC-TAX-REF TO TTP-TAX-REF.
           READ TTP-ARRANGEMENT-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           IF TTP-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE BAC-AMOUNT TO WS-CREDIT-LEFT.
           PERFORM VARYING WS-TTP-SUB FROM 1 BY 1
                   UNTIL WS-TTP-SUB > TTP-INSTALMENT-COUNT
                   OR WS-CREDIT-LEFT = 0
               IF TTP-PAID-AMOUNT(WS-TTP-SUB)
                       < TTP-DUE-AMOUNT(WS-TTP-SUB)
                   COMPUTE WS-INSTALMENT-SHORT =
                       TTP-DUE-AMOUNT(WS-TTP-SUB)
                       - TTP-PAID-AMOUNT(WS-TTP-SUB)
                   IF WS-CREDIT-LEFT < WS-INSTALMENT-SHORT
                       MOVE WS-CREDIT-LEFT TO WS-INSTALMENT-SHORT
                   END-IF
                   ADD WS-INSTALMENT-SHORT
                       TO TTP-PAID-AMOUNT(WS-TTP-SUB)
                   SUBTRACT WS-INSTALMENT-SHORT FROM WS-CREDIT-LEFT
                   IF TTP-PAID-AMOUNT(WS-TTP-SUB)
                           NOT < TTP-DUE-AMOUNT(WS-TTP-SUB)
                       MOVE "P" TO TTP-INSTALMENT-STATUS(WS-TTP-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO TTP-LAST-UPDATED.
           REWRITE TTP-ARRANGEMENT-RECORD
           END-REWRITE.

       WRITE-MATCHED-REMITTANCE.
           MOVE BAC-TAX-REF TO BMT-TAX-REF.
           MOVE BAC-AMOUNT TO BMT-AMOUNT.
           MOVE BAC-VALUE-DATE TO BMT-VALUE-DATE.
           WRITE BACS-MATCHED-RECORD.

       WRITE-UNMATCHED-REMITTANCE.
           MOVE BAC-TAX-REF TO BUN-TAX-REF.
           MOVE BAC-AMOUNT TO BUN-AMOUNT.
           WRITE BACS-UNMATCHED-LINE.
           ADD 1 TO WS-COUNT-UNMATCHED.

      *>  Once tonight's credits are in, every live plan is walked:
      *>  an instalment whose due date has passed still short is
      *>  missed, and the miss that reaches the agreed number
      *>  defaults the plan back to ordinary arrears. A plan whose
      *>  instalments are all paid, or whose reference is paid in
      *>  full on the ledger, is marked kept.
       REVIEW-ARRANGEMENTS.
           OPEN OUTPUT ARRANGEMENT-DEFAULT-REPORT.
           IF WS-TTP-OPEN-SWITCH = "Y"
               MOVE "N" TO WS-EOF-SWITCH
               MOVE SPACES TO TTP-TAX-REF
               START TTP-ARRANGEMENT-FILE KEY IS NOT LESS THAN
                       TTP-TAX-REF
                   INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ TTP-ARRANGEMENT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
                   IF WS-TTP-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
                   IF WS-EOF-SWITCH NOT = "Y" AND TTP-STATUS = "A"
                       PERFORM REVIEW-ONE-ARRANGEMENT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "99" TO TDR-CTL-REC-TYPE.
           MOVE WS-COUNT-MISSED TO TDR-CTL-MISSED.
           MOVE WS-COUNT-DEFAULTED TO TDR-CTL-DEFAULTED.
           WRITE ARRANGEMENT-DEFAULT-CONTROL.
           CLOSE ARRANGEMENT-DEFAULT-REPORT.

       REVIEW-ONE-ARRANGEMENT.
           MOVE "Y" TO WS-TTP-PAID-SWITCH.
      *>   The miss that defaults the plan is the last one marked -
      *>   later instalments stay as they stood at the default.
           PERFORM VARYING WS-TTP-SUB FROM 1 BY 1
                   UNTIL WS-TTP-SUB > TTP-INSTALMENT-COUNT
                       OR TTP-STATUS NOT = "A"
               IF TTP-INSTALMENT-STATUS(WS-TTP-SUB) = SPACE
                       AND TTP-DUE-DATE(WS-TTP-SUB) < WS-TODAY
                   PERFORM MISS-ONE-INSTALMENT
               END-IF
               IF TTP-INSTALMENT-STATUS(WS-TTP-SUB) NOT = "P"
                   MOVE "N" TO WS-TTP-PAID-SWITCH
               END-IF
           END-PERFORM.
           MOVE TTP-TAX-REF TO PAY-TAX-REF.
           READ PAYMENT-LEDGER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PAY-STATUS = "F"
                       MOVE "Y" TO WS-TTP-PAID-SWITCH
                   END-IF
           END-READ.
           IF TTP-STATUS = "A" AND WS-TTP-PAID-SWITCH = "Y"
               MOVE "K" TO TTP-STATUS
               MOVE WS-TODAY TO TTP-STATUS-DATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO TTP-LAST-UPDATED.
           REWRITE TTP-ARRANGEMENT-RECORD
           END-REWRITE.

       MISS-ONE-INSTALMENT.
           MOVE "M" TO TTP-INSTALMENT-STATUS(WS-TTP-SUB).
           ADD 1 TO TTP-MISSED-COUNT.
           ADD 1 TO WS-COUNT-MISSED.
           MOVE "10" TO TDR-REC-TYPE.
           MOVE TTP-TAX-REF TO TDR-TAX-REF.
           MOVE TTP-CUST-NAME TO TDR-CUST-NAME.
           MOVE WS-TTP-SUB TO TDR-INSTALMENT-NUMBER.
           MOVE TTP-DUE-DATE(WS-TTP-SUB) TO TDR-DUE-DATE.
           MOVE TTP-DUE-AMOUNT(WS-TTP-SUB) TO TDR-DUE-AMOUNT.
           MOVE TTP-PAID-AMOUNT(WS-TTP-SUB) TO TDR-PAID-AMOUNT.
           MOVE TTP-MISSED-COUNT TO TDR-MISSED-COUNT.
           MOVE TTP-MISSES-TO-DEFAULT TO TDR-MISSES-TO-DEFAULT.
           IF TTP-STATUS = "A"
                   AND TTP-MISSED-COUNT NOT < TTP-MISSES-TO-DEFAULT
               MOVE "D" TO TTP-STATUS
               MOVE WS-TODAY TO TTP-STATUS-DATE
               MOVE "D" TO TDR-ACTION
               ADD 1 TO WS-COUNT-DEFAULTED
           ELSE
               MOVE "M" TO TDR-ACTION
           END-IF.
           WRITE ARRANGEMENT-DEFAULT-LINE.

      *>  A reference only reads paid in full against a real
      *>  liability figure - money against an unpriced reference is
      *>  part-paid until the feed says what was owed.
               END-IF
               IF WS-EOF-SWITCH NOT = "Y"
                       AND PAY-STATUS NOT = "F"
                   PERFORM CHECK-ON-ARRANGEMENT
                   IF TTP-STATUS = "A"
                       ADD 1 TO WS-COUNT-ON-PLAN
                   ELSE
                       PERFORM WRITE-ONE-ARREARS-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "99" TO ARR-CTL-REC-TYPE.
           WRITE ARREARS-CONTROL-LINE.
           CLOSE PAYMENT-ARREARS-REPORT.

      *>  A customer keeping to a live plan is not in arrears - a
      *>  defaulted, cancelled or absent plan leaves TTP-STATUS
      *>  reading something other than 'A'.
       CHECK-ON-ARRANGEMENT.
           MOVE SPACE TO TTP-STATUS.
           IF WS-TTP-OPEN-SWITCH = "Y"
               MOVE PAY-TAX-REF TO TTP-TAX-REF
               READ TTP-ARRANGEMENT-FILE
                   INVALID KEY MOVE SPACE TO TTP-STATUS
               END-READ
           END-IF.

       WRITE-ONE-ARREARS-LINE.
           MOVE "10" TO ARR-REC-TYPE.
           MOVE PAY-TAX-REF TO ARR-TAX-REF.
