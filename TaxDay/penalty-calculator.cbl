               SELECT PENALTY-STATEMENT-EXTRACT
                   ASSIGN TO "data/penalty-statements.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PENALTY-APPEAL-FILE
                   ASSIGN TO "data/penalty-appeals.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APL-KEY
                   FILE STATUS IS WS-APPEAL-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  CUSTOMER-FILTER-IN.
           COPY PENREC.
           FD  PENALTY-STATEMENT-EXTRACT.
           COPY PSTMREC.
           FD  PENALTY-APPEAL-FILE.
           COPY APPLREC.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-FILTER-STATUS PIC XX.
           01 WS-PARM-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-APPEAL-STATUS PIC XX.
           01 WS-APPEAL-OPEN-SWITCH PIC X VALUE "N".
           01 WS-APPEAL-OUTCOME PIC X.
           01 WS-FIXED-AMOUNT PIC 9(5)V99.
           01 WS-DAILY-AMOUNT PIC 9(5)V99.
           01 WS-GRACE-DAYS PIC 9(3).
           01 WS-DAYS-LATE PIC S9(7).
           01 WS-DAILY-DAYS PIC 9(5).
           01 WS-STATEMENT-COUNT PIC 9(7) VALUE 0.
           01 WS-APPEALS-APPLIED PIC 9(7) VALUE 0.
           LINKAGE SECTION.
           01 LS-TAX-YEAR PIC X(4).
       PROCEDURE DIVISION USING LS-TAX-YEAR.
      *>   runs once the grace period is spent, up to the tariff
      *>   ceiling. The ledger is recomputed from the tariff each
      *>   night rather than added to, so a rerun of the same night
      *>   lands on the same figures. A charge under appeal is
      *>   frozen, and HMRC's outcome cancels or reduces it -
      *>   whatever year it is for and whatever the customer's
      *>   decision tonight.
           PERFORM LOAD-PENALTY-TARIFF.

           OPEN I-O PENALTY-LEDGER.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY)
               TO WS-TODAY-INTEGER.

      *>   No appeal file yet simply means no charge is under
      *>   appeal.
           OPEN I-O PENALTY-APPEAL-FILE.
           IF WS-APPEAL-STATUS = "00"
               MOVE "Y" TO WS-APPEAL-OPEN-SWITCH
           END-IF.

           OPEN OUTPUT PENALTY-STATEMENT-EXTRACT.
           OPEN INPUT CUSTOMER-FILTER-IN.
           IF WS-FILTER-STATUS = "00"
               READ CUSTOMER-FILTER-IN
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
      *>   A deceased customer or one in insolvency accrues
      *>   nothing further - whatever was charged before the status
      *>   took effect stands on the ledger as it was.
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   IF CFO-FILTER-DECISION = "N"
                           AND CFO-CUST-STATUS NOT = "D"
                           AND CFO-CUST-STATUS NOT = "I"
                       PERFORM ACCRUE-ONE-CUSTOMER
                   END-IF
                   READ CUSTOMER-FILTER-IN
               CLOSE CUSTOMER-FILTER-IN
           END-IF.

           PERFORM APPLY-DECIDED-APPEALS.

      *>   The control record closes the extract - despatch
      *>   balances the printed statements against this count.
           MOVE "99" TO PST-REC-TYPE.

           CLOSE PENALTY-STATEMENT-EXTRACT.
           CLOSE PENALTY-LEDGER.
           IF WS-APPEAL-OPEN-SWITCH = "Y"
               CLOSE PENALTY-APPEAL-FILE
           END-IF.

           DISPLAY "PENALTY-CALCULATOR: " WS-STATEMENT-COUNT
               " penalty statement(s) extracted, "
               WS-APPEALS-APPLIED " appeal outcome(s) applied.".

           GOBACK.


           MOVE CFO-CUST-ID TO PEN-CUST-ID.
           MOVE LS-TAX-YEAR TO PEN-TAX-YEAR.
           PERFORM READ-PENALTY-APPEAL.
      *>   An open appeal freezes the charge where it stood the day
      *>   the appeal came in - the ledger is left untouched and no
      *>   statement goes out while HMRC considers it.
           IF WS-APPEAL-OUTCOME = "O"
               EXIT PARAGRAPH
           END-IF.
           READ PENALTY-LEDGER
               INVALID KEY
                   PERFORM BUILD-LEDGER-RECORD
                   END-REWRITE
           END-READ.

      *>   A charge cancelled on appeal has nothing to state.
           IF WS-APPEAL-OUTCOME NOT = "U"
               PERFORM WRITE-STATEMENT
           END-IF.

       READ-PENALTY-APPEAL.
           MOVE SPACE TO WS-APPEAL-OUTCOME.
           IF WS-APPEAL-OPEN-SWITCH = "Y"
               MOVE PEN-KEY TO APL-KEY
               READ PENALTY-APPEAL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE APL-OUTCOME TO WS-APPEAL-OUTCOME
               END-READ
           END-IF.

       BUILD-LEDGER-RECORD.
           MOVE CFO-CUST-ID TO PEN-CUST-ID.
               * WS-DAILY-AMOUNT.
           COMPUTE PEN-TOTAL-AMOUNT = PEN-FIXED-AMOUNT
               + PEN-DAILY-AMOUNT.
           PERFORM APPLY-APPEAL-OUTCOME.
           MOVE WS-TODAY TO PEN-LAST-CALCULATED.

      *>  Upheld cancels the charge outright. Partly upheld caps it
      *>  at the figure HMRC left standing - the fixed amount is
      *>  taken first and the daily amount carries the rest. A
      *>  refused appeal leaves the tariff figures alone.
       APPLY-APPEAL-OUTCOME.
           EVALUATE WS-APPEAL-OUTCOME
               WHEN "U"
                   MOVE 0 TO PEN-FIXED-AMOUNT
                   MOVE 0 TO PEN-DAILY-AMOUNT
                   MOVE 0 TO PEN-TOTAL-AMOUNT
               WHEN "P"
                   IF PEN-TOTAL-AMOUNT > APL-REDUCED-AMOUNT
                       MOVE APL-REDUCED-AMOUNT TO PEN-TOTAL-AMOUNT
                       IF PEN-FIXED-AMOUNT > PEN-TOTAL-AMOUNT
                           MOVE PEN-TOTAL-AMOUNT
                               TO PEN-FIXED-AMOUNT
                       END-IF
                       COMPUTE PEN-DAILY-AMOUNT = PEN-TOTAL-AMOUNT
                           - PEN-FIXED-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>  The accrual above only reaches tonight's 'N' customers
      *>  for the current year. An outcome decided for an earlier
      *>  year, or for a customer who has since filed, died or gone
      *>  into insolvency, is carried onto its own ledger key here,
      *>  once, so the journal sees the charge cancelled or cut.
       APPLY-DECIDED-APPEALS.
           IF WS-APPEAL-OPEN-SWITCH NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO APL-KEY.
           START PENALTY-APPEAL-FILE KEY IS NOT LESS THAN APL-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ PENALTY-APPEAL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-APPEAL-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               IF WS-EOF-SWITCH NOT = "Y"
                       AND APL-OUTCOME NOT = "O"
                       AND APL-APPLIED-DATE = SPACES
                   PERFORM APPLY-ONE-APPEAL
               END-IF
           END-PERFORM.

      *>  A refused appeal leaves the charge as it stands, and a
      *>  key with no charge left on the ledger has nothing to cut -
      *>  either way the appeal is marked so it is not taken again.
       APPLY-ONE-APPEAL.
           MOVE APL-OUTCOME TO WS-APPEAL-OUTCOME.
           MOVE APL-KEY TO PEN-KEY.
           READ PENALTY-LEDGER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM APPLY-APPEAL-OUTCOME
                   MOVE WS-TODAY TO PEN-LAST-CALCULATED
                   REWRITE PENALTY-LEDGER-RECORD
                   END-REWRITE
           END-READ.
           MOVE WS-TODAY TO APL-APPLIED-DATE.
           REWRITE PENALTY-APPEAL-RECORD
           END-REWRITE.
           ADD 1 TO WS-APPEALS-APPLIED.

       WRITE-STATEMENT.
           MOVE "10" TO PST-REC-TYPE.
           MOVE PEN-CUST-ID TO PST-CUST-ID.
