       IDENTIFICATION DIVISION.
       PROGRAM-ID. ttp-maintenance.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TTP-ARRANGEMENT-FILE
                   ASSIGN TO "data/ttp-arrangements.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TTP-TAX-REF
                   FILE STATUS IS WS-TTP-STATUS.
               SELECT PAYMENT-LEDGER
                   ASSIGN TO "data/payment-ledger.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PAY-TAX-REF
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT TTP-AUDIT
                   ASSIGN TO "data/ttp-maintenance.audit"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  TTP-ARRANGEMENT-FILE.
           COPY TTPREC.
           FD  PAYMENT-LEDGER.
           COPY PAYREC.
           FD  TTP-AUDIT.
           COPY TTPAUD.
           WORKING-STORAGE SECTION.
           01 WS-ACTION PIC X.
           01 WS-CONFIRM PIC X.
           01 WS-TTP-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-LEDGER-OPEN-SWITCH PIC X VALUE "N".
           01 WS-ON-LEDGER-SWITCH PIC X.
           01 WS-WORK-TAX-REF PIC X(10).
           01 WS-TODAY PIC X(8).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-SUB PIC 9(2).
           01 WS-FIELDS-OK PIC X.
           01 WS-NEW-COUNT PIC 9(2).
           01 WS-NEW-MISSES PIC 9(2).
           01 WS-PREVIOUS-DATE PIC X(8).
           01 WS-OUTSTANDING PIC S9(7)V99.
           01 WS-SCHEDULED-TOTAL PIC 9(9)V99.
           01 WS-PAID-ON-PLAN PIC 9(9)V99.
           01 WS-CREDIT-LEFT PIC 9(9)V99.
           01 WS-PLAN-TARGET PIC S9(9)V99.
           01 WS-LOCK-ACTION PIC X(1).
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC X(1).
       PROCEDURE DIVISION.
      *>   Keyed set-up, amendment and cancellation of time-to-pay
      *>   arrangements, so the instalment schedules payment-matcher
      *>   works to are never hand-edited. The matcher reads and
      *>   rewrites the arrangement file every night, so the batch
      *>   window is honoured here too.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "TTP-MAINTENANCE" TO WS-LOCK-HOLDER.
           CALL "run-lock" USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
               WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "The nightly batch or another session holds "
                   "the run lock - try again when it finishes."
               GOBACK
           END-IF.

           OPEN I-O TTP-ARRANGEMENT-FILE.
           IF WS-TTP-STATUS = "35"
               DISPLAY "No existing arrangement file found - "
                   "creating a new one."
               OPEN OUTPUT TTP-ARRANGEMENT-FILE
               CLOSE TTP-ARRANGEMENT-FILE
               OPEN I-O TTP-ARRANGEMENT-FILE
           END-IF.
           IF WS-TTP-STATUS NOT = "00"
               DISPLAY "TTP-MAINTENANCE: arrangement file "
                   "data/ttp-arrangements.dat could not be "
                   "opened, file status " WS-TTP-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN EXTEND TTP-AUDIT.

      *>   The payment ledger is only consulted, never written - a
      *>   plan agreed before the portal has accepted the return is
      *>   allowed with a warning, the same as an unknown agent on
      *>   the customer master.
           OPEN INPUT PAYMENT-LEDGER.
           IF WS-LEDGER-STATUS = "00"
               MOVE "Y" TO WS-LEDGER-OPEN-SWITCH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Time-to-pay arrangement maintenance".
           PERFORM UNTIL WS-ACTION = "X" OR WS-ACTION = "x"
               DISPLAY "Action (A=set up, M=amend, C=cancel, "
                   "X=exit): " WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "A"
                   WHEN "a"
                       PERFORM SET-UP-ARRANGEMENT
                   WHEN "M"
                   WHEN "m"
                       PERFORM AMEND-ARRANGEMENT
                   WHEN "C"
                   WHEN "c"
                       PERFORM CANCEL-ARRANGEMENT
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown action " WS-ACTION "."
               END-EVALUATE
           END-PERFORM.

           CLOSE TTP-ARRANGEMENT-FILE.
           CLOSE TTP-AUDIT.
           IF WS-LEDGER-OPEN-SWITCH = "Y"
               CLOSE PAYMENT-LEDGER
           END-IF.

           PERFORM RELEASE-RUN-LOCK.

           GOBACK.

       RELEASE-RUN-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           CALL "run-lock" USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
               WS-LOCK-RESULT.

      *>  A reference whose last plan was cancelled, kept or
      *>  defaulted can be put on a fresh one - only a live plan
      *>  blocks a new set-up.
       SET-UP-ARRANGEMENT.
           PERFORM ACCEPT-TAX-REF.
           MOVE WS-WORK-TAX-REF TO TTP-TAX-REF.
           READ TTP-ARRANGEMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FIELDS-OK
               NOT INVALID KEY
                   MOVE "Y" TO WS-FIELDS-OK
           END-READ.
           IF WS-FIELDS-OK = "Y" AND TTP-STATUS = "A"
               DISPLAY "Tax reference " WS-WORK-TAX-REF " already "
                   "has a live arrangement - use amend."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-LEDGER-POSITION.
           INITIALIZE TTP-ARRANGEMENT-RECORD.
           MOVE WS-WORK-TAX-REF TO TTP-TAX-REF.
           IF WS-ON-LEDGER-SWITCH = "Y"
               MOVE PAY-CUST-NAME TO TTP-CUST-NAME
           ELSE
               DISPLAY "Customer name: " WITH NO ADVANCING
               ACCEPT TTP-CUST-NAME
           END-IF.
           MOVE 0 TO WS-PAID-ON-PLAN.
           PERFORM ACCEPT-SCHEDULE.
           IF WS-FIELDS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFIRM-SCHEDULE.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "A" TO TTP-STATUS
               MOVE WS-TODAY TO TTP-STATUS-DATE
               MOVE WS-TODAY TO TTP-AGREED-DATE
               MOVE 0 TO TTP-MISSED-COUNT
               MOVE FUNCTION CURRENT-DATE TO TTP-LAST-UPDATED
               WRITE TTP-ARRANGEMENT-RECORD
                   INVALID KEY
                       REWRITE TTP-ARRANGEMENT-RECORD
                       END-REWRITE
               END-WRITE
               IF WS-TTP-STATUS = "00"
                   MOVE "A" TO TPA-ACTION
                   PERFORM WRITE-TTP-AUDIT
                   DISPLAY "Arrangement for " TTP-TAX-REF
                       " set up."
               ELSE
                   DISPLAY "Arrangement for " TTP-TAX-REF " could "
                       "not be written, file status " WS-TTP-STATUS
               END-IF
           ELSE
               DISPLAY "Set-up cancelled - arrangement file "
                   "unchanged."
           END-IF.

      *>  An amend re-keys the schedule from the top. Whatever has
      *>  already been paid on the plan is spread back over the new
      *>  instalments in due-date order, and a renegotiated plan
      *>  starts its missed count afresh.
       AMEND-ARRANGEMENT.
           PERFORM ACCEPT-TAX-REF.
           PERFORM READ-LIVE-ARRANGEMENT.
           IF WS-FIELDS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-LEDGER-POSITION.
           PERFORM SHOW-SCHEDULE.
           MOVE 0 TO WS-PAID-ON-PLAN.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TTP-INSTALMENT-COUNT
               ADD TTP-PAID-AMOUNT(WS-SUB) TO WS-PAID-ON-PLAN
           END-PERFORM.
           PERFORM ACCEPT-SCHEDULE.
           IF WS-FIELDS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFIRM-SCHEDULE.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE 0 TO TTP-MISSED-COUNT
               MOVE WS-TODAY TO TTP-STATUS-DATE
               MOVE FUNCTION CURRENT-DATE TO TTP-LAST-UPDATED
               REWRITE TTP-ARRANGEMENT-RECORD
                   INVALID KEY
                       DISPLAY "Arrangement for " TTP-TAX-REF
                           " could not be amended, file status "
                           WS-TTP-STATUS
                   NOT INVALID KEY
                       MOVE "M" TO TPA-ACTION
                       PERFORM WRITE-TTP-AUDIT
                       DISPLAY "Arrangement for " TTP-TAX-REF
                           " amended."
               END-REWRITE
           ELSE
               DISPLAY "Amend cancelled - arrangement file "
                   "unchanged."
           END-IF.

      *>  A cancelled plan stays on file for the record - the
      *>  reference goes back on the arrears report tonight.
       CANCEL-ARRANGEMENT.
           PERFORM ACCEPT-TAX-REF.
           PERFORM READ-LIVE-ARRANGEMENT.
           IF WS-FIELDS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-SCHEDULE.
           DISPLAY "Cancel arrangement for " TTP-TAX-REF
               "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "C" TO TTP-STATUS
               MOVE WS-TODAY TO TTP-STATUS-DATE
               MOVE FUNCTION CURRENT-DATE TO TTP-LAST-UPDATED
               REWRITE TTP-ARRANGEMENT-RECORD
                   INVALID KEY
                       DISPLAY "Arrangement for " TTP-TAX-REF
                           " could not be cancelled, file status "
                           WS-TTP-STATUS
                   NOT INVALID KEY
                       PERFORM SUM-SCHEDULE
                       MOVE "C" TO TPA-ACTION
                       PERFORM WRITE-TTP-AUDIT
                       DISPLAY "Arrangement for " TTP-TAX-REF
                           " cancelled."
               END-REWRITE
           ELSE
               DISPLAY "Cancel abandoned - arrangement file "
                   "unchanged."
           END-IF.

       ACCEPT-TAX-REF.
           DISPLAY "Tax reference (10 chars): " WITH NO ADVANCING.
           ACCEPT WS-WORK-TAX-REF.

       READ-LIVE-ARRANGEMENT.
           MOVE "N" TO WS-FIELDS-OK.
           MOVE WS-WORK-TAX-REF TO TTP-TAX-REF.
           READ TTP-ARRANGEMENT-FILE
               INVALID KEY
                   DISPLAY "Tax reference " WS-WORK-TAX-REF " has "
                       "no arrangement - use set up."
                   EXIT PARAGRAPH
           END-READ.
           IF TTP-STATUS NOT = "A"
               DISPLAY "Arrangement for " WS-WORK-TAX-REF " is no "
                   "longer live (status " TTP-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-FIELDS-OK.

       SHOW-LEDGER-POSITION.
           MOVE "N" TO WS-ON-LEDGER-SWITCH.
           MOVE 0 TO WS-OUTSTANDING.
           IF WS-LEDGER-OPEN-SWITCH = "Y"
               MOVE WS-WORK-TAX-REF TO PAY-TAX-REF
               READ PAYMENT-LEDGER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-LEDGER-SWITCH
               END-READ
           END-IF.
           IF WS-ON-LEDGER-SWITCH = "Y"
               COMPUTE WS-OUTSTANDING = PAY-LIABILITY-AMOUNT
                   - PAY-PAID-AMOUNT
               DISPLAY "Name:             " PAY-CUST-NAME
               DISPLAY "Liability:        " PAY-LIABILITY-AMOUNT
               DISPLAY "Paid:             " PAY-PAID-AMOUNT
               DISPLAY "Outstanding:      " WS-OUTSTANDING
           ELSE
               DISPLAY "Warning: tax reference " WS-WORK-TAX-REF
                   " is not on the payment ledger yet - "
                   "arrangement accepted anyway."
           END-IF.

       SHOW-SCHEDULE.
           DISPLAY "Status " TTP-STATUS " agreed " TTP-AGREED-DATE
               " missed " TTP-MISSED-COUNT " of "
               TTP-MISSES-TO-DEFAULT " allowed".
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TTP-INSTALMENT-COUNT
               DISPLAY "  " WS-SUB " due " TTP-DUE-DATE(WS-SUB)
                   " amount " TTP-DUE-AMOUNT(WS-SUB)
                   " paid " TTP-PAID-AMOUNT(WS-SUB)
                   " " TTP-INSTALMENT-STATUS(WS-SUB)
           END-PERFORM.

      *>  Instalments are keyed in due-date order; the amount
      *>  already paid on the plan is then laid against them
      *>  oldest first, exactly as the matcher applies a credit.
       ACCEPT-SCHEDULE.
           MOVE "N" TO WS-FIELDS-OK.
           DISPLAY "Number of instalments (1-12): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-COUNT.
           IF WS-NEW-COUNT < 1 OR WS-NEW-COUNT > 12
               DISPLAY "An arrangement runs to 1-12 instalments - "
                   "not saved."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Missed instalments before the plan defaults "
               "(1-99): " WITH NO ADVANCING.
           ACCEPT WS-NEW-MISSES.
           IF WS-NEW-MISSES < 1
               DISPLAY "The plan must default on some miss - "
                   "not saved."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-COUNT TO TTP-INSTALMENT-COUNT.
           MOVE WS-NEW-MISSES TO TTP-MISSES-TO-DEFAULT.
           MOVE SPACES TO WS-PREVIOUS-DATE.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
               MOVE SPACES TO TTP-DUE-DATE(WS-SUB)
               MOVE 0 TO TTP-DUE-AMOUNT(WS-SUB)
               MOVE 0 TO TTP-PAID-AMOUNT(WS-SUB)
               MOVE SPACE TO TTP-INSTALMENT-STATUS(WS-SUB)
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TTP-INSTALMENT-COUNT
               DISPLAY "Instalment " WS-SUB " due date (CCYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT TTP-DUE-DATE(WS-SUB)
               DISPLAY "Instalment " WS-SUB " amount (e.g. 250.00): "
                   WITH NO ADVANCING
               ACCEPT TTP-DUE-AMOUNT(WS-SUB)
               PERFORM EDIT-ONE-INSTALMENT
               IF WS-FIELDS-OK = "N"
                   DISPLAY "Arrangement not saved."
                   EXIT PARAGRAPH
               END-IF
               MOVE TTP-DUE-DATE(WS-SUB) TO WS-PREVIOUS-DATE
           END-PERFORM.
           MOVE WS-PAID-ON-PLAN TO WS-CREDIT-LEFT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TTP-INSTALMENT-COUNT
               IF WS-CREDIT-LEFT NOT < TTP-DUE-AMOUNT(WS-SUB)
                   MOVE TTP-DUE-AMOUNT(WS-SUB)
                       TO TTP-PAID-AMOUNT(WS-SUB)
                   MOVE "P" TO TTP-INSTALMENT-STATUS(WS-SUB)
                   SUBTRACT TTP-DUE-AMOUNT(WS-SUB) FROM WS-CREDIT-LEFT
               ELSE
                   MOVE WS-CREDIT-LEFT TO TTP-PAID-AMOUNT(WS-SUB)
                   MOVE 0 TO WS-CREDIT-LEFT
               END-IF
           END-PERFORM.
           PERFORM SUM-SCHEDULE.
      *>   The plan should clear what was owed when it was agreed
      *>   - what is still outstanding plus what the plan has
      *>   already collected. A mismatch is warned, not refused.
           COMPUTE WS-PLAN-TARGET = WS-OUTSTANDING + WS-PAID-ON-PLAN.
           IF WS-ON-LEDGER-SWITCH = "Y"
                   AND WS-SCHEDULED-TOTAL NOT = WS-PLAN-TARGET
               DISPLAY "Warning: the schedule totals "
                   WS-SCHEDULED-TOTAL " against " WS-PLAN-TARGET
                   " to clear on the ledger."
           END-IF.
           MOVE "Y" TO WS-FIELDS-OK.

       EDIT-ONE-INSTALMENT.
           MOVE "N" TO WS-FIELDS-OK.
           IF TTP-DUE-DATE(WS-SUB) IS NOT NUMERIC
               DISPLAY "Date " TTP-DUE-DATE(WS-SUB) " is not "
                   "numeric."
               EXIT PARAGRAPH
           END-IF.
           MOVE TTP-DUE-DATE(WS-SUB)(5:2) TO WS-MONTH.
           MOVE TTP-DUE-DATE(WS-SUB)(7:2) TO WS-DAY.
           IF WS-MONTH < 1 OR WS-MONTH > 12
                   OR WS-DAY < 1 OR WS-DAY > 31
               DISPLAY "Date " TTP-DUE-DATE(WS-SUB) " is out of "
                   "range."
               EXIT PARAGRAPH
           END-IF.
           IF TTP-DUE-DATE(WS-SUB) NOT > WS-PREVIOUS-DATE
                   AND WS-PREVIOUS-DATE NOT = SPACES
               DISPLAY "Instalments must fall in date order - "
                   TTP-DUE-DATE(WS-SUB) " is not after "
                   WS-PREVIOUS-DATE "."
               EXIT PARAGRAPH
           END-IF.
           IF TTP-DUE-AMOUNT(WS-SUB) = 0
               DISPLAY "Instalment amount must be above zero."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-FIELDS-OK.

       SUM-SCHEDULE.
           MOVE 0 TO WS-SCHEDULED-TOTAL.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TTP-INSTALMENT-COUNT
               ADD TTP-DUE-AMOUNT(WS-SUB) TO WS-SCHEDULED-TOTAL
           END-PERFORM.

       CONFIRM-SCHEDULE.
           DISPLAY "Save arrangement for " TTP-TAX-REF " - "
               TTP-INSTALMENT-COUNT " instalment(s) totalling "
               WS-SCHEDULED-TOTAL ", default on miss "
               TTP-MISSES-TO-DEFAULT "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

       WRITE-TTP-AUDIT.
           MOVE TTP-TAX-REF TO TPA-TAX-REF.
           MOVE TTP-INSTALMENT-COUNT TO TPA-INSTALMENT-COUNT.
           MOVE WS-SCHEDULED-TOTAL TO TPA-SCHEDULED-TOTAL.
           MOVE TTP-MISSES-TO-DEFAULT TO TPA-MISSES-TO-DEFAULT.
           MOVE FUNCTION CURRENT-DATE TO TPA-TIMESTAMP.
           WRITE TTP-AUDIT-RECORD.
