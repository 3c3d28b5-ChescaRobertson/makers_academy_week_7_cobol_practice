       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl-journal.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GL-ACCOUNT-PARAMETER-FILE
                   ASSIGN TO "data/gl-accounts.parm"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT PENALTY-LEDGER
                   ASSIGN TO "data/penalty-ledger.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT GL-PENALTY-POSTED-FILE
                   ASSIGN TO "data/gl-penalty-posted.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS GPP-KEY
                   FILE STATUS IS WS-POSTED-STATUS.
               SELECT BACS-MATCHED-FILE
                   ASSIGN TO "data/bacs-matched.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MATCHED-STATUS.
               SELECT BACS-UNMATCHED-REPORT
                   ASSIGN TO "data/bacs-unmatched.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNMATCHED-STATUS.
               SELECT GL-JOURNAL-FILE
                   ASSIGN TO "data/gl-journal.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-STATUS.
               SELECT GL-POSTING-REGISTER
                   ASSIGN TO "data/gl-posting-register.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLR-POSTING-DATE
                   FILE STATUS IS WS-REGISTER-STATUS.
               SELECT OPERATIONS-LOG
                   ASSIGN TO "data/operations-control.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  GL-ACCOUNT-PARAMETER-FILE.
           COPY GLPARM.
           FD  PENALTY-LEDGER.
           COPY PENREC.
           FD  GL-PENALTY-POSTED-FILE.
           COPY GLPOST.
           FD  BACS-MATCHED-FILE.
           COPY BACSREC.
           FD  BACS-UNMATCHED-REPORT.
           COPY BACSEXC.
           FD  GL-JOURNAL-FILE.
           COPY GLJREC.
           FD  GL-POSTING-REGISTER.
           COPY GLREG.
           FD  OPERATIONS-LOG.
           COPY OPSLOG.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-PARM-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-POSTED-STATUS PIC XX.
           01 WS-MATCHED-STATUS PIC XX.
           01 WS-UNMATCHED-STATUS PIC XX.
           01 WS-JOURNAL-STATUS PIC XX.
           01 WS-REGISTER-STATUS PIC XX.
           01 WS-OPS-STATUS PIC XX.
           01 WS-POSTING-DATE PIC X(8).
           01 WS-JOURNAL-NUMBER PIC 9(6).
           01 WS-ALREADY-POSTED PIC X VALUE "N".
           01 WS-POSTED-FOUND PIC X.
           01 WS-BANK-ACCOUNT PIC X(8).
           01 WS-TAX-DEBTORS PIC X(8).
           01 WS-SUSPENSE PIC X(8).
           01 WS-PENALTY-DEBTORS PIC X(8).
           01 WS-PENALTY-INCOME PIC X(8).
           01 WS-PENALTY-WRITE-OFF PIC X(8).
           01 WS-DEBIT-ACCOUNT PIC X(8).
           01 WS-CREDIT-ACCOUNT PIC X(8).
           01 WS-POST-AMOUNT PIC 9(9)V99.
           01 WS-POST-REFERENCE PIC X(10).
           01 WS-POST-CUST-ID PIC X(6).
           01 WS-POST-TAX-YEAR PIC X(4).
           01 WS-POST-VALUE-DATE PIC X(8).
           01 WS-POST-NARRATIVE PIC X(30).
           01 WS-LINE-COUNT PIC 9(7) VALUE 0.
           01 WS-TOTAL-DEBITS PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-CREDITS PIC 9(11)V99 VALUE 0.
           01 WS-COUNT-PENALTY PIC 9(7) VALUE 0.
           01 WS-COUNT-MATCHED PIC 9(7) VALUE 0.
           01 WS-COUNT-SUSPENSE PIC 9(7) VALUE 0.
           LINKAGE SECTION.
           01 LS-GL-RESULT PIC X.
      *>     'Y' - journal cut and the day registered as posted.
      *>     'R' - refused, the day was already posted.
      *>     'N' - no journal, a file could not be opened.
       PROCEDURE DIVISION USING LS-GL-RESULT.
      *>   Tonight's money movements go to the finance system as one
      *>   balanced journal: penalties raised, or cut on appeal,
      *>   since the ledger last heard; cash the bank sent that
      *>   matched a tax reference; and cash that did not, held in
      *>   suspense until the cashiers trace it. Every movement is a
      *>   debit/credit pair and the trailer carries both control
      *>   totals. The posting register is what stops a rerun of
      *>   the same night posting the same day twice - a date
      *>   already on it is refused outright.
           MOVE "N" TO LS-GL-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POSTING-DATE.

           PERFORM LOAD-GL-ACCOUNTS.
           PERFORM OPEN-REGISTER.
           IF WS-REGISTER-STATUS NOT = "00"
               GOBACK
           END-IF.

           MOVE WS-POSTING-DATE TO GLR-POSTING-DATE.
           READ GL-POSTING-REGISTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-ALREADY-POSTED
           END-READ.
           IF WS-ALREADY-POSTED = "Y"
               PERFORM REFUSE-POSTING
               CLOSE GL-POSTING-REGISTER
               MOVE "R" TO LS-GL-RESULT
               GOBACK
           END-IF.

           PERFORM FIND-NEXT-JOURNAL-NUMBER.

           OPEN I-O GL-PENALTY-POSTED-FILE.
           IF WS-POSTED-STATUS = "35"
               OPEN OUTPUT GL-PENALTY-POSTED-FILE
               CLOSE GL-PENALTY-POSTED-FILE
               OPEN I-O GL-PENALTY-POSTED-FILE
           END-IF.
           IF WS-POSTED-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL: penalty posted file "
                   "data/gl-penalty-posted.dat could not be opened, "
                   "file status " WS-POSTED-STATUS
                   " - no journal cut"
               CLOSE GL-POSTING-REGISTER
               GOBACK
           END-IF.

           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE "00" TO GLJ-HDR-REC-TYPE.
           MOVE WS-JOURNAL-NUMBER TO GLJ-HDR-JOURNAL-NUMBER.
           MOVE WS-POSTING-DATE TO GLJ-HDR-POSTING-DATE.
           MOVE "TAXDAY" TO GLJ-HDR-SOURCE.
           MOVE SPACES TO GLJ-HDR-FILLER.
           WRITE GL-JOURNAL-HEADER.

           PERFORM POST-PENALTY-MOVEMENTS.
           PERFORM POST-MATCHED-CASH.
           PERFORM POST-UNMATCHED-CASH.

           MOVE "99" TO GLJ-TRL-REC-TYPE.
           MOVE WS-LINE-COUNT TO GLJ-TRL-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS TO GLJ-TRL-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLJ-TRL-TOTAL-CREDITS.
           MOVE SPACES TO GLJ-TRL-FILLER.
           WRITE GL-JOURNAL-TRAILER.
           CLOSE GL-JOURNAL-FILE.
           CLOSE GL-PENALTY-POSTED-FILE.

      *>   Every movement is written as a pair, so the two totals
      *>   can only part company if the journal was damaged on the
      *>   way out - such a journal is not registered and must not
      *>   be loaded.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "GL-JOURNAL: *** journal " WS-JOURNAL-NUMBER
                   " is out of balance - debits " WS-TOTAL-DEBITS
                   " credits " WS-TOTAL-CREDITS " - DO NOT LOAD "
                   "data/gl-journal.dat ***"
               CLOSE GL-POSTING-REGISTER
               GOBACK
           END-IF.

           PERFORM RECORD-POSTING.
           CLOSE GL-POSTING-REGISTER.
           PERFORM MARK-PENALTIES-POSTED.
      *>   The cash files are only emptied once the day is on the
      *>   register - a refused or failed night leaves its credits
      *>   for the next journal to post.
           OPEN OUTPUT BACS-MATCHED-FILE.
           CLOSE BACS-MATCHED-FILE.
           OPEN OUTPUT BACS-UNMATCHED-REPORT.
           CLOSE BACS-UNMATCHED-REPORT.
           MOVE "Y" TO LS-GL-RESULT.

           DISPLAY "GL-JOURNAL: journal " WS-JOURNAL-NUMBER " for "
               WS-POSTING-DATE " - " WS-COUNT-PENALTY
               " penalty movement(s), " WS-COUNT-MATCHED
               " matched and " WS-COUNT-SUSPENSE
               " suspense receipt(s), " WS-LINE-COUNT " line(s).".

           GOBACK.

      *>  No account file only means the standard chart applies -
      *>  the codes below are finance's nominal ledger as issued.
       LOAD-GL-ACCOUNTS.
           MOVE "11000000" TO WS-BANK-ACCOUNT.
           MOVE "12000000" TO WS-TAX-DEBTORS.
           MOVE "19000000" TO WS-SUSPENSE.
           MOVE "12100000" TO WS-PENALTY-DEBTORS.
           MOVE "41000000" TO WS-PENALTY-INCOME.
           MOVE "68500000" TO WS-PENALTY-WRITE-OFF.
           OPEN INPUT GL-ACCOUNT-PARAMETER-FILE.
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ GL-ACCOUNT-PARAMETER-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE GLP-BANK-ACCOUNT TO WS-BANK-ACCOUNT
                   MOVE GLP-TAX-DEBTORS TO WS-TAX-DEBTORS
                   MOVE GLP-SUSPENSE TO WS-SUSPENSE
                   MOVE GLP-PENALTY-DEBTORS TO WS-PENALTY-DEBTORS
                   MOVE GLP-PENALTY-INCOME TO WS-PENALTY-INCOME
                   MOVE GLP-PENALTY-WRITE-OFF
                       TO WS-PENALTY-WRITE-OFF
           END-READ.
           CLOSE GL-ACCOUNT-PARAMETER-FILE.

       OPEN-REGISTER.
           OPEN I-O GL-POSTING-REGISTER.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT GL-POSTING-REGISTER
               CLOSE GL-POSTING-REGISTER
               OPEN I-O GL-POSTING-REGISTER
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL: posting register "
                   "data/gl-posting-register.dat could not be "
                   "opened, file status " WS-REGISTER-STATUS
                   " - no journal cut"
           END-IF.

      *>  Journal numbers run on from the highest on the register,
      *>  so finance sees an unbroken sequence night to night.
       FIND-NEXT-JOURNAL-NUMBER.
           MOVE 0 TO WS-JOURNAL-NUMBER.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO GLR-POSTING-DATE.
           START GL-POSTING-REGISTER KEY IS NOT LESS THAN
                   GLR-POSTING-DATE
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ GL-POSTING-REGISTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-REGISTER-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               IF WS-EOF-SWITCH NOT = "Y"
                       AND GLR-JOURNAL-NUMBER > WS-JOURNAL-NUMBER
                   MOVE GLR-JOURNAL-NUMBER TO WS-JOURNAL-NUMBER
               END-IF
           END-PERFORM.
           ADD 1 TO WS-JOURNAL-NUMBER.

      *>  The penalty ledger is recomputed every night, so what the
      *>  general ledger needs is the movement since the last
      *>  posting: a charge that grew is income, a charge that fell
      *>  - an appeal upheld or reduced - is written off. Nothing is
      *>  marked as posted here; that waits until the journal has
      *>  balanced and the day is on the register.
       POST-PENALTY-MOVEMENTS.
           OPEN INPUT PENALTY-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ PENALTY-LEDGER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               PERFORM POST-ONE-PENALTY
               READ PENALTY-LEDGER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE PENALTY-LEDGER.

       POST-ONE-PENALTY.
           MOVE PEN-KEY TO GPP-KEY.
           MOVE "Y" TO WS-POSTED-FOUND.
           READ GL-PENALTY-POSTED-FILE
               INVALID KEY
                   MOVE "N" TO WS-POSTED-FOUND
                   MOVE PEN-KEY TO GPP-KEY
                   MOVE 0 TO GPP-POSTED-AMOUNT
           END-READ.
           IF PEN-TOTAL-AMOUNT = GPP-POSTED-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           IF PEN-TOTAL-AMOUNT > GPP-POSTED-AMOUNT
               COMPUTE WS-POST-AMOUNT = PEN-TOTAL-AMOUNT
                   - GPP-POSTED-AMOUNT
               MOVE WS-PENALTY-DEBTORS TO WS-DEBIT-ACCOUNT
               MOVE WS-PENALTY-INCOME TO WS-CREDIT-ACCOUNT
               MOVE "LATE FILING PENALTY CHARGED"
                   TO WS-POST-NARRATIVE
           ELSE
               COMPUTE WS-POST-AMOUNT = GPP-POSTED-AMOUNT
                   - PEN-TOTAL-AMOUNT
               MOVE WS-PENALTY-WRITE-OFF TO WS-DEBIT-ACCOUNT
               MOVE WS-PENALTY-DEBTORS TO WS-CREDIT-ACCOUNT
               MOVE "LATE FILING PENALTY WRITTEN OFF"
                   TO WS-POST-NARRATIVE
           END-IF.
           MOVE PEN-TAX-REF TO WS-POST-REFERENCE.
           MOVE PEN-CUST-ID TO WS-POST-CUST-ID.
           MOVE PEN-TAX-YEAR TO WS-POST-TAX-YEAR.
           MOVE WS-POSTING-DATE TO WS-POST-VALUE-DATE.
           PERFORM WRITE-JOURNAL-PAIR.
           ADD 1 TO WS-COUNT-PENALTY.

      *>  The ledger is not touched between the journal and here,
      *>  so reading it again finds exactly the movements posted.
       MARK-PENALTIES-POSTED.
           OPEN I-O GL-PENALTY-POSTED-FILE.
           IF WS-POSTED-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL: *** penalty posted file "
                   "data/gl-penalty-posted.dat could not be "
                   "reopened, file status " WS-POSTED-STATUS
                   " - journal " WS-JOURNAL-NUMBER " penalty "
                   "movements are not marked as posted ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PENALTY-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               CLOSE GL-PENALTY-POSTED-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ PENALTY-LEDGER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               PERFORM MARK-ONE-PENALTY-POSTED
               READ PENALTY-LEDGER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE PENALTY-LEDGER.
           CLOSE GL-PENALTY-POSTED-FILE.

       MARK-ONE-PENALTY-POSTED.
           MOVE PEN-KEY TO GPP-KEY.
           MOVE "Y" TO WS-POSTED-FOUND.
           READ GL-PENALTY-POSTED-FILE
               INVALID KEY
                   MOVE "N" TO WS-POSTED-FOUND
                   MOVE PEN-KEY TO GPP-KEY
                   MOVE 0 TO GPP-POSTED-AMOUNT
           END-READ.
           IF PEN-TOTAL-AMOUNT = GPP-POSTED-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE PEN-TOTAL-AMOUNT TO GPP-POSTED-AMOUNT.
           MOVE WS-POSTING-DATE TO GPP-LAST-POSTED.
           IF WS-POSTED-FOUND = "Y"
               REWRITE GL-PENALTY-POSTED-RECORD
               END-REWRITE
           ELSE
               WRITE GL-PENALTY-POSTED-RECORD
               END-WRITE
           END-IF.

      *>  payment-matcher adds each night's matched credits for this
      *>  step, and they stay until a journal has posted them - an
      *>  empty or absent file is nothing waiting to be posted.
       POST-MATCHED-CASH.
           OPEN INPUT BACS-MATCHED-FILE.
           IF WS-MATCHED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ BACS-MATCHED-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF BAC-AMOUNT > 0
                   MOVE WS-BANK-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-TAX-DEBTORS TO WS-CREDIT-ACCOUNT
                   MOVE BAC-AMOUNT TO WS-POST-AMOUNT
                   MOVE BAC-TAX-REF TO WS-POST-REFERENCE
                   MOVE SPACES TO WS-POST-CUST-ID
                   MOVE SPACES TO WS-POST-TAX-YEAR
                   MOVE BAC-VALUE-DATE TO WS-POST-VALUE-DATE
                   MOVE "BACS RECEIPT MATCHED"
                       TO WS-POST-NARRATIVE
                   PERFORM WRITE-JOURNAL-PAIR
                   ADD 1 TO WS-COUNT-MATCHED
               END-IF
               READ BACS-MATCHED-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE BACS-MATCHED-FILE.

      *>  Cash the ledger could not place still reached the bank -
      *>  it is banked tonight and held in suspense against the
      *>  reference the payer quoted.
       POST-UNMATCHED-CASH.
           OPEN INPUT BACS-UNMATCHED-REPORT.
           IF WS-UNMATCHED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ BACS-UNMATCHED-REPORT
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF BUN-AMOUNT > 0
                   MOVE WS-BANK-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-SUSPENSE TO WS-CREDIT-ACCOUNT
                   MOVE BUN-AMOUNT TO WS-POST-AMOUNT
                   MOVE BUN-TAX-REF TO WS-POST-REFERENCE
                   MOVE SPACES TO WS-POST-CUST-ID
                   MOVE SPACES TO WS-POST-TAX-YEAR
                   MOVE BUN-VALUE-DATE TO WS-POST-VALUE-DATE
                   MOVE "BACS RECEIPT UNMATCHED SUSPENSE"
                       TO WS-POST-NARRATIVE
                   PERFORM WRITE-JOURNAL-PAIR
                   ADD 1 TO WS-COUNT-SUSPENSE
               END-IF
               READ BACS-UNMATCHED-REPORT
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE BACS-UNMATCHED-REPORT.

       WRITE-JOURNAL-PAIR.
           MOVE "10" TO GLJ-REC-TYPE.
           MOVE WS-POST-AMOUNT TO GLJ-AMOUNT.
           MOVE WS-POST-REFERENCE TO GLJ-REFERENCE.
           MOVE WS-POST-CUST-ID TO GLJ-CUST-ID.
           MOVE WS-POST-TAX-YEAR TO GLJ-TAX-YEAR.
           MOVE WS-POST-VALUE-DATE TO GLJ-VALUE-DATE.
           MOVE WS-POST-NARRATIVE TO GLJ-NARRATIVE.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO GLJ-LINE-NUMBER.
           MOVE WS-DEBIT-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "D" TO GLJ-DEBIT-CREDIT.
           WRITE GL-JOURNAL-LINE.
           ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO GLJ-LINE-NUMBER.
           MOVE WS-CREDIT-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "C" TO GLJ-DEBIT-CREDIT.
           WRITE GL-JOURNAL-LINE.
           ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS.

       RECORD-POSTING.
           MOVE WS-POSTING-DATE TO GLR-POSTING-DATE.
           MOVE WS-JOURNAL-NUMBER TO GLR-JOURNAL-NUMBER.
           MOVE WS-LINE-COUNT TO GLR-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS TO GLR-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLR-TOTAL-CREDITS.
           MOVE FUNCTION CURRENT-DATE TO GLR-POSTED-TIME.
           WRITE GL-POSTING-REGISTER-RECORD.
           MOVE "POSTED" TO OPS-EVENT.
           MOVE SPACES TO OPS-TEXT.
           STRING "journal " WS-JOURNAL-NUMBER " posted for "
               WS-POSTING-DATE
               DELIMITED BY SIZE INTO OPS-TEXT
           END-STRING.
           PERFORM WRITE-OPS-RECORD.

       REFUSE-POSTING.
           MOVE "REFUSED" TO OPS-EVENT.
           MOVE SPACES TO OPS-TEXT.
           STRING "day " WS-POSTING-DATE " already posted, "
               "journal " GLR-JOURNAL-NUMBER
               DELIMITED BY SIZE INTO OPS-TEXT
           END-STRING.
           PERFORM WRITE-OPS-RECORD.
           DISPLAY "GL-JOURNAL: *** " WS-POSTING-DATE " was already "
               "posted as journal " GLR-JOURNAL-NUMBER " on "
               GLR-POSTED-TIME(1:8) " - no journal cut - see "
               "data/operations-control.log ***".

       WRITE-OPS-RECORD.
           MOVE FUNCTION CURRENT-DATE TO OPS-TIMESTAMP.
           MOVE "GL-JOURNAL" TO OPS-STEP.
           MOVE WS-LINE-COUNT TO OPS-COUNT.
           OPEN EXTEND OPERATIONS-LOG.
           IF WS-OPS-STATUS = "35"
               OPEN OUTPUT OPERATIONS-LOG
           END-IF.
           WRITE OPERATIONS-LOG-RECORD.
           CLOSE OPERATIONS-LOG.
