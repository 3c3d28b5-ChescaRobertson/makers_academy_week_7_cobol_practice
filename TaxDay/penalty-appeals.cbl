       IDENTIFICATION DIVISION.
       PROGRAM-ID. penalty-appeals.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PENALTY-APPEAL-FILE
                   ASSIGN TO "data/penalty-appeals.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS APL-KEY
                   FILE STATUS IS WS-APPEAL-STATUS.
               SELECT PENALTY-LEDGER
                   ASSIGN TO "data/penalty-ledger.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PEN-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT APPEAL-AUDIT
                   ASSIGN TO "data/penalty-appeals.audit"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  PENALTY-APPEAL-FILE.
           COPY APPLREC.
           FD  PENALTY-LEDGER.
           COPY PENREC.
           FD  APPEAL-AUDIT.
           COPY APLAUD.
           WORKING-STORAGE SECTION.
           01 WS-ACTION PIC X.
           01 WS-CONFIRM PIC X.
           01 WS-APPEAL-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-WORK-CUST-ID PIC X(6).
           01 WS-WORK-TAX-YEAR PIC X(4).
           01 WS-NEW-DATE PIC X(8).
           01 WS-NEW-OUTCOME PIC X(1).
           01 WS-NEW-AMOUNT PIC 9(7)V99.
           01 WS-TODAY PIC X(8).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-FIELDS-OK PIC X VALUE "N".
           01 WS-LOCK-ACTION PIC X(1).
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC X(1).
       PROCEDURE DIVISION.
      *>   Keyed recording of appeals against late-filing penalties
      *>   and of HMRC's decision on each. An appeal hangs off the
      *>   penalty ledger key, so only a charge the calculator has
      *>   actually raised can be appealed. penalty-calculator reads
      *>   the appeal file every night - it freezes the charge while
      *>   an appeal is open and cancels or reduces it on the
      *>   outcome - so the batch window is honoured here too.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "PENALTY-APPEALS" TO WS-LOCK-HOLDER.
           CALL "run-lock" USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
               WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "The nightly batch or another session holds "
                   "the run lock - try again when it finishes."
               GOBACK
           END-IF.

           OPEN INPUT PENALTY-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "PENALTY-APPEALS: penalty ledger "
                   "data/penalty-ledger.dat could not be opened, "
                   "file status " WS-LEDGER-STATUS
                   " - no charge to appeal against"
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF.

           OPEN I-O PENALTY-APPEAL-FILE.
           IF WS-APPEAL-STATUS = "35"
               DISPLAY "No existing appeal file found - "
                   "creating a new one."
               OPEN OUTPUT PENALTY-APPEAL-FILE
               CLOSE PENALTY-APPEAL-FILE
               OPEN I-O PENALTY-APPEAL-FILE
           END-IF.
           IF WS-APPEAL-STATUS NOT = "00"
               DISPLAY "PENALTY-APPEALS: appeal file "
                   "data/penalty-appeals.dat could not be "
                   "opened, file status " WS-APPEAL-STATUS
               CLOSE PENALTY-LEDGER
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN EXTEND APPEAL-AUDIT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Penalty appeals".
           PERFORM UNTIL WS-ACTION = "X" OR WS-ACTION = "x"
               DISPLAY "Action (A=add, M=amend, O=outcome, "
                   "X=exit): " WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-APPEAL
                   WHEN "M"
                   WHEN "m"
                       PERFORM AMEND-APPEAL
                   WHEN "O"
                   WHEN "o"
                       PERFORM RECORD-OUTCOME
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown action " WS-ACTION "."
               END-EVALUATE
           END-PERFORM.

           CLOSE PENALTY-APPEAL-FILE.
           CLOSE PENALTY-LEDGER.
           CLOSE APPEAL-AUDIT.

           PERFORM RELEASE-RUN-LOCK.

           GOBACK.

       RELEASE-RUN-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           CALL "run-lock" USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
               WS-LOCK-RESULT.

       ADD-APPEAL.
           PERFORM ACCEPT-PENALTY-KEY.
           MOVE WS-WORK-CUST-ID TO PEN-CUST-ID.
           MOVE WS-WORK-TAX-YEAR TO PEN-TAX-YEAR.
           READ PENALTY-LEDGER
               INVALID KEY
                   DISPLAY "Customer " WS-WORK-CUST-ID " has no "
                       "penalty for tax year " WS-WORK-TAX-YEAR
                       " - nothing to appeal."
                   EXIT PARAGRAPH
           END-READ.
           MOVE PEN-KEY TO APL-KEY.
           READ PENALTY-APPEAL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " WS-WORK-CUST-ID " already "
                       "has an appeal for tax year "
                       WS-WORK-TAX-YEAR " - use amend or outcome."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Name:             " PEN-CUST-NAME.
           DISPLAY "Tax reference:    " PEN-TAX-REF.
           DISPLAY "Days late:        " PEN-DAYS-LATE.
           DISPLAY "Charge to date:   " PEN-TOTAL-AMOUNT.
           INITIALIZE PENALTY-APPEAL-RECORD.
           MOVE PEN-KEY TO APL-KEY.
           MOVE PEN-TAX-REF TO APL-TAX-REF.
           MOVE PEN-CUST-NAME TO APL-CUST-NAME.
           MOVE PEN-TOTAL-AMOUNT TO APL-DISPUTED-AMOUNT.
           MOVE "O" TO APL-OUTCOME.
           MOVE SPACES TO APL-DECISION-DATE.
           PERFORM ACCEPT-APPEAL-FIELDS.
           IF WS-FIELDS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Record appeal for " APL-CUST-ID " year "
               APL-TAX-YEAR " grounds=" APL-GROUNDS-CODE
               " received=" APL-RECEIVED-DATE " disputed="
               APL-DISPUTED-AMOUNT "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE FUNCTION CURRENT-DATE TO APL-LAST-UPDATED
               WRITE PENALTY-APPEAL-RECORD
                   INVALID KEY
                       DISPLAY "Appeal for " APL-CUST-ID " could "
                           "not be added, file status "
                           WS-APPEAL-STATUS
                   NOT INVALID KEY
                       MOVE "A" TO APA-ACTION
                       PERFORM WRITE-APPEAL-AUDIT
                       DISPLAY "Appeal for " APL-CUST-ID " recorded"
                           " - the charge is frozen from tonight."
               END-WRITE
           ELSE
               DISPLAY "Add cancelled - appeal file unchanged."
           END-IF.

      *>  Only an open appeal can be amended - once HMRC has
      *>  decided, the record stands as the decision was keyed.
       AMEND-APPEAL.
           PERFORM ACCEPT-PENALTY-KEY.
           PERFORM READ-APPEAL.
           IF WS-APPEAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF APL-OUTCOME NOT = "O"
               DISPLAY "Appeal for " APL-CUST-ID " is already "
                   "decided (outcome " APL-OUTCOME ") - not amended."
               EXIT PARAGRAPH
           END-IF.
           PERFORM DISPLAY-APPEAL.
           PERFORM ACCEPT-APPEAL-FIELDS.
           IF WS-FIELDS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Save appeal for " APL-CUST-ID " year "
               APL-TAX-YEAR " grounds=" APL-GROUNDS-CODE
               " received=" APL-RECEIVED-DATE "? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE FUNCTION CURRENT-DATE TO APL-LAST-UPDATED
               REWRITE PENALTY-APPEAL-RECORD
                   INVALID KEY
                       DISPLAY "Appeal for " APL-CUST-ID " could "
                           "not be amended, file status "
                           WS-APPEAL-STATUS
                   NOT INVALID KEY
                       MOVE "M" TO APA-ACTION
                       PERFORM WRITE-APPEAL-AUDIT
                       DISPLAY "Appeal for " APL-CUST-ID
                           " amended."
               END-REWRITE
           ELSE
               DISPLAY "Amend cancelled - appeal file unchanged."
           END-IF.

      *>  Upheld cancels the charge outright, partly upheld leaves
      *>  the keyed figure standing, and refused lets the tariff
      *>  run again from tonight as if no appeal had been made.
       RECORD-OUTCOME.
           PERFORM ACCEPT-PENALTY-KEY.
           PERFORM READ-APPEAL.
           IF WS-APPEAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF APL-OUTCOME NOT = "O"
               DISPLAY "Appeal for " APL-CUST-ID " is already "
                   "decided (outcome " APL-OUTCOME ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM DISPLAY-APPEAL.
           DISPLAY "Outcome (U=upheld, P=partly upheld, "
               "R=refused): " WITH NO ADVANCING.
           ACCEPT WS-NEW-OUTCOME.
           MOVE FUNCTION UPPER-CASE(WS-NEW-OUTCOME)
               TO WS-NEW-OUTCOME.
           IF WS-NEW-OUTCOME NOT = "U" AND WS-NEW-OUTCOME NOT = "P"
                   AND WS-NEW-OUTCOME NOT = "R"
               DISPLAY "Outcome " WS-NEW-OUTCOME " is not U, P or "
                   "R - appeal left open."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NEW-AMOUNT.
           IF WS-NEW-OUTCOME = "P"
               DISPLAY "Charge left standing (e.g. 150.00): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-AMOUNT
               IF WS-NEW-AMOUNT = 0
                       OR WS-NEW-AMOUNT NOT < APL-DISPUTED-AMOUNT
                   DISPLAY "A partly upheld charge must be above "
                       "zero and below the " APL-DISPUTED-AMOUNT
                       " disputed - use U or R instead. Appeal "
                       "left open."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Decision date (CCYYMMDD, blank for today): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-DATE.
           IF WS-NEW-DATE = SPACES
               MOVE WS-TODAY TO WS-NEW-DATE
           END-IF.
           PERFORM EDIT-NEW-DATE.
           IF WS-FIELDS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-DATE < APL-RECEIVED-DATE
               DISPLAY "Decision date " WS-NEW-DATE " is before "
                   "the appeal was received - appeal left open."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Record outcome " WS-NEW-OUTCOME " for "
               APL-CUST-ID " year " APL-TAX-YEAR " charge left="
               WS-NEW-AMOUNT "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE WS-NEW-OUTCOME TO APL-OUTCOME
               MOVE WS-NEW-AMOUNT TO APL-REDUCED-AMOUNT
               MOVE WS-NEW-DATE TO APL-DECISION-DATE
               MOVE FUNCTION CURRENT-DATE TO APL-LAST-UPDATED
               REWRITE PENALTY-APPEAL-RECORD
                   INVALID KEY
                       DISPLAY "Outcome for " APL-CUST-ID " could "
                           "not be recorded, file status "
                           WS-APPEAL-STATUS
                   NOT INVALID KEY
                       MOVE "O" TO APA-ACTION
                       PERFORM WRITE-APPEAL-AUDIT
                       DISPLAY "Outcome for " APL-CUST-ID
                           " recorded - tonight's penalty run "
                           "applies it."
               END-REWRITE
           ELSE
               DISPLAY "Outcome cancelled - appeal left open."
           END-IF.

       ACCEPT-PENALTY-KEY.
           DISPLAY "Customer ID (6 chars): " WITH NO ADVANCING.
           ACCEPT WS-WORK-CUST-ID.
           DISPLAY "Tax year (CCYY): " WITH NO ADVANCING.
           ACCEPT WS-WORK-TAX-YEAR.

       READ-APPEAL.
           MOVE WS-WORK-CUST-ID TO APL-CUST-ID.
           MOVE WS-WORK-TAX-YEAR TO APL-TAX-YEAR.
           READ PENALTY-APPEAL-FILE
               INVALID KEY
                   DISPLAY "Customer " WS-WORK-CUST-ID " has no "
                       "appeal for tax year " WS-WORK-TAX-YEAR "."
           END-READ.

       DISPLAY-APPEAL.
           DISPLAY "Name:             " APL-CUST-NAME.
           DISPLAY "Tax reference:    " APL-TAX-REF.
           DISPLAY "Grounds:          " APL-GROUNDS-CODE " "
               APL-GROUNDS-TEXT.
           DISPLAY "Received:         " APL-RECEIVED-DATE.
           DISPLAY "Amount disputed:  " APL-DISPUTED-AMOUNT.

       ACCEPT-APPEAL-FIELDS.
           MOVE "N" TO WS-FIELDS-OK.
           DISPLAY "Grounds (ILLN, SYST, POST, AGNT, OTHR): "
               WITH NO ADVANCING.
           ACCEPT APL-GROUNDS-CODE.
           MOVE FUNCTION UPPER-CASE(APL-GROUNDS-CODE)
               TO APL-GROUNDS-CODE.
           IF APL-GROUNDS-CODE NOT = "ILLN"
                   AND APL-GROUNDS-CODE NOT = "SYST"
                   AND APL-GROUNDS-CODE NOT = "POST"
                   AND APL-GROUNDS-CODE NOT = "AGNT"
                   AND APL-GROUNDS-CODE NOT = "OTHR"
               DISPLAY "Grounds " APL-GROUNDS-CODE " is not a "
                   "recognised reasonable-excuse category."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Grounds detail: " WITH NO ADVANCING.
           ACCEPT APL-GROUNDS-TEXT.
           DISPLAY "Date received (CCYYMMDD, blank for today): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-DATE.
           IF WS-NEW-DATE = SPACES
               MOVE WS-TODAY TO WS-NEW-DATE
           END-IF.
           PERFORM EDIT-NEW-DATE.
           IF WS-FIELDS-OK = "Y"
               MOVE WS-NEW-DATE TO APL-RECEIVED-DATE
           END-IF.

      *>  A date in the future would age the appeal backwards on
      *>  the register - refused the same as a malformed one.
       EDIT-NEW-DATE.
           MOVE "N" TO WS-FIELDS-OK.
           IF WS-NEW-DATE IS NOT NUMERIC
               DISPLAY "Date " WS-NEW-DATE " is not numeric."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-DATE(5:2) TO WS-MONTH.
           MOVE WS-NEW-DATE(7:2) TO WS-DAY.
           IF WS-MONTH < 1 OR WS-MONTH > 12
                   OR WS-DAY < 1 OR WS-DAY > 31
               DISPLAY "Date " WS-NEW-DATE " is out of range."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-DATE > WS-TODAY
               DISPLAY "Date " WS-NEW-DATE " is in the future."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-FIELDS-OK.

       WRITE-APPEAL-AUDIT.
           MOVE APL-CUST-ID TO APA-CUST-ID.
           MOVE APL-TAX-YEAR TO APA-TAX-YEAR.
           MOVE APL-GROUNDS-CODE TO APA-GROUNDS-CODE.
           MOVE APL-OUTCOME TO APA-OUTCOME.
           MOVE APL-DISPUTED-AMOUNT TO APA-DISPUTED-AMOUNT.
           MOVE APL-REDUCED-AMOUNT TO APA-REDUCED-AMOUNT.
           MOVE FUNCTION CURRENT-DATE TO APA-TIMESTAMP.
           WRITE APPEAL-AUDIT-RECORD.
