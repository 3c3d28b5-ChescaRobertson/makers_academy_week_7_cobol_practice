       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-merge.
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
               SELECT NOTIFIED-REGISTER
                   ASSIGN TO "data/notified-customers.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS NTF-CUST-ID
                   FILE STATUS IS WS-NOTIFIED-STATUS.
               SELECT PENALTY-LEDGER
                   ASSIGN TO "data/penalty-ledger.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT COMPLIANCE-HISTORY-FILE
                   ASSIGN TO "data/compliance-history.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMP-KEY
                   FILE STATUS IS WS-COMPLIANCE-STATUS.
               SELECT PENALTY-APPEAL-FILE
                   ASSIGN TO "data/penalty-appeals.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS APL-KEY
                   FILE STATUS IS WS-APPEAL-STATUS.
               SELECT GL-PENALTY-POSTED-FILE
                   ASSIGN TO "data/gl-penalty-posted.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS GPP-KEY
                   FILE STATUS IS WS-POSTED-STATUS.
               SELECT CUSTOMER-ADDRESS-FILE
                   ASSIGN TO "data/customer-address.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADR-CUST-ID
                   FILE STATUS IS WS-ADDRESS-STATUS.
               SELECT AUDIT-LOG
                   ASSIGN TO "data/customer-filterer.audit"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT AUDIT-WORK-FILE
                   ASSIGN TO "data/customer-merge-work.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT CUSTOMER-CHANGES-FILE
                   ASSIGN TO "data/customer-changes.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHANGES-STATUS.
               SELECT MERGE-AUDIT
                   ASSIGN TO "data/customer-merge.audit"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MERGE-AUDIT-STATUS.
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
           FD  NOTIFIED-REGISTER.
           COPY NTFREC.
           FD  PENALTY-LEDGER.
           COPY PENREC.
           FD  COMPLIANCE-HISTORY-FILE.
           COPY CMPHIST.
           FD  PENALTY-APPEAL-FILE.
           COPY APPLREC.
           FD  GL-PENALTY-POSTED-FILE.
           COPY GLPOST.
           FD  CUSTOMER-ADDRESS-FILE.
           COPY ADDRREC.
           FD  AUDIT-LOG.
           COPY AUDITREC.
           FD  AUDIT-WORK-FILE.
           01  AUDIT-WORK-LINE             PIC X(42).
           FD  CUSTOMER-CHANGES-FILE.
           COPY CHNGREC.
           FD  MERGE-AUDIT.
           COPY MRGAUD.
           WORKING-STORAGE SECTION.
           01 WS-ACTION PIC X.
           01 WS-CONFIRM PIC X.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-VALID-STATUS PIC XX.
           01 WS-NOTIFIED-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-COMPLIANCE-STATUS PIC XX.
           01 WS-APPEAL-STATUS PIC XX.
           01 WS-POSTED-STATUS PIC XX.
           01 WS-ADDRESS-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-CHANGES-STATUS PIC XX.
           01 WS-MERGE-AUDIT-STATUS PIC XX.
           01 WS-APPEAL-OPEN-SWITCH PIC X.
           01 WS-POSTED-OPEN-SWITCH PIC X.
           01 WS-LOCK-ACTION PIC X(1).
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC X(1).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-SUPERVISOR-ID PIC X(8).
           01 WS-PENDING-DELETE PIC X.
           01 WS-PENDING-CUST-ID PIC X(6).
           01 WS-NOTIFIED-TAX-YEAR PIC X(4).
           01 WS-NOTIFIED-DATE PIC X(8).
           01 WS-PENALTY-MOVED PIC X.
           01 WS-COUNT-PENALTY-MOVED PIC 9(3).
           01 WS-COUNT-PENALTY-DROPPED PIC 9(3).
           01 WS-COUNT-AUDIT-MOVED PIC 9(7).
           01 WS-COUNT-HISTORY-MOVED PIC 9(3).
           01 WS-NOTIFIED-MOVED PIC X.
           01 WS-ADDRESS-MOVED PIC X.
           01 WS-AGENT-LINKED PIC X.
           01 WS-YEAR-COUNT PIC 9(2).
           01 WS-YEAR-SUB PIC 9(2).
           01 WS-YEAR-TABLE.
               05 WS-DUP-TAX-YEAR PIC X(4) OCCURS 50.
           01 WS-PENALTY-SAVE PIC X(96).
           01 WS-HISTORY-SAVE PIC X(84).
           01 WS-APPEAL-SAVE PIC X(183).
           01 WS-ADDRESS-SAVE PIC X(189).
           01 WS-DUP-POSTED-AMOUNT PIC 9(7)V99.
           01 WS-DUP-POSTED-FOUND PIC X.
           COPY CUSTREC.
           COPY CUSTREC REPLACING
               ==CUSTOMER-RECORD== BY ==SURVIVOR-RECORD==
               ==CUST-ID== BY ==SRV-CUST-ID==
               ==CUST-NAME== BY ==SRV-CUST-NAME==
               ==CUST-TAX-REF== BY ==SRV-CUST-TAX-REF==
               ==CUST-REG-DATE== BY ==SRV-CUST-REG-DATE==
               ==CUST-TYPE== BY ==SRV-CUST-TYPE==
               ==CUST-AGENT-ID== BY ==SRV-CUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==SRV-CUST-STATUS-DATE==
               ==CUST-STATUS== BY ==SRV-CUST-STATUS==.
           COPY CUSTREC REPLACING
               ==CUSTOMER-RECORD== BY ==DUPLICATE-RECORD==
               ==CUST-ID== BY ==DPL-CUST-ID==
               ==CUST-NAME== BY ==DPL-CUST-NAME==
               ==CUST-TAX-REF== BY ==DPL-CUST-TAX-REF==
               ==CUST-REG-DATE== BY ==DPL-CUST-REG-DATE==
               ==CUST-TYPE== BY ==DPL-CUST-TYPE==
               ==CUST-AGENT-ID== BY ==DPL-CUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==DPL-CUST-STATUS-DATE==
               ==CUST-STATUS== BY ==DPL-CUST-STATUS==.
       PROCEDURE DIVISION.
      *>   Supervised merge of a taxpayer held twice on the master.
      *>   The operator names the surviving customer ID and the
      *>   duplicate, a supervisor authorises it, and the duplicate's
      *>   history is carried across: the letter register, the
      *>   penalty ledger with its appeals and general ledger
      *>   postings, the compliance history, the address, the
      *>   filter decision audit trail, and the agent link when the
      *>   survivor has none. The
      *>   duplicate itself leaves the master the normal way - a
      *>   delete queued on the changes file for tonight's delta
      *>   run - and every merge leaves a record on the merge audit.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "CUSTOMER-MERGE" TO WS-LOCK-HOLDER.
           CALL "run-lock" USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
               WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "The nightly batch or another session holds "
                   "the run lock - try again when it finishes."
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-VALID.
           IF WS-VALID-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MERGE: customer master "
                   "data/customer-master-valid.dat could not be "
                   "opened, file status " WS-VALID-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           DISPLAY "Customer merge".
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator ID is required - no merge "
                   "without one."
               CLOSE CUSTOMER-MASTER-VALID
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF.

           PERFORM UNTIL WS-ACTION = "X" OR WS-ACTION = "x"
               DISPLAY "Action (M=merge, X=exit): "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "M"
                   WHEN "m"
                       PERFORM MERGE-CUSTOMERS
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown action " WS-ACTION "."
               END-EVALUATE
           END-PERFORM.

           CLOSE CUSTOMER-MASTER-VALID.

           PERFORM RELEASE-RUN-LOCK.

           GOBACK.

       RELEASE-RUN-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           CALL "run-lock" USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
               WS-LOCK-RESULT.

      *>  Only two IDs carrying the same tax reference are the same
      *>  taxpayer - anything else is refused before a file is
      *>  touched.
       MERGE-CUSTOMERS.
           DISPLAY "Surviving customer ID (6 chars): "
               WITH NO ADVANCING.
           ACCEPT VCUST-ID.
           READ CUSTOMER-MASTER-VALID
               INVALID KEY
                   DISPLAY "Customer " VCUST-ID " was not found on "
                       "the customer master."
                   EXIT PARAGRAPH
           END-READ.
           MOVE CUSTOMER-VALID-RECORD TO SURVIVOR-RECORD.

           DISPLAY "Duplicate customer ID (6 chars): "
               WITH NO ADVANCING.
           ACCEPT VCUST-ID.
           IF VCUST-ID = SRV-CUST-ID
               DISPLAY "The duplicate must be a different customer "
                   "ID from the survivor."
               EXIT PARAGRAPH
           END-IF.
           READ CUSTOMER-MASTER-VALID
               INVALID KEY
                   DISPLAY "Customer " VCUST-ID " was not found on "
                       "the customer master."
                   EXIT PARAGRAPH
           END-READ.
           MOVE CUSTOMER-VALID-RECORD TO DUPLICATE-RECORD.

           IF DPL-CUST-TAX-REF NOT = SRV-CUST-TAX-REF
               DISPLAY "Customer " SRV-CUST-ID " holds tax reference "
                   SRV-CUST-TAX-REF " and customer " DPL-CUST-ID
                   " holds " DPL-CUST-TAX-REF " - not the same "
                   "taxpayer, merge refused."
               EXIT PARAGRAPH
           END-IF.

      *>   A delete already queued means the merge was done earlier
      *>   today and tonight's run has not yet applied it.
           MOVE DPL-CUST-ID TO WS-PENDING-CUST-ID.
           PERFORM CHECK-PENDING-DELETE.
           IF WS-PENDING-DELETE = "Y"
               DISPLAY "Customer " DPL-CUST-ID " is already queued "
                   "for deletion - merge refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE SRV-CUST-ID TO WS-PENDING-CUST-ID.
           PERFORM CHECK-PENDING-DELETE.
           IF WS-PENDING-DELETE = "Y"
               DISPLAY "Surviving customer " SRV-CUST-ID " is queued "
                   "for deletion - merge refused."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Survivor:  " SRV-CUST-ID " " SRV-CUST-NAME
               " type=" SRV-CUST-TYPE " agent=" SRV-CUST-AGENT-ID.
           DISPLAY "Duplicate: " DPL-CUST-ID " " DPL-CUST-NAME
               " type=" DPL-CUST-TYPE " agent=" DPL-CUST-AGENT-ID.
           DISPLAY "Tax reference: " SRV-CUST-TAX-REF.

           DISPLAY "Supervisor ID authorising the merge: "
               WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = SPACES
                   OR WS-SUPERVISOR-ID = WS-OPERATOR-ID
               DISPLAY "A merge must be authorised by a supervisor "
                   "other than the operator - merge cancelled."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Merge customer " DPL-CUST-ID " into "
               SRV-CUST-ID "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Merge cancelled - nothing changed."
               EXIT PARAGRAPH
           END-IF.

           PERFORM MERGE-NOTIFIED-REGISTER.
           PERFORM MERGE-PENALTY-LEDGER.
           PERFORM MERGE-COMPLIANCE-HISTORY.
           PERFORM MERGE-ADDRESS.
           PERFORM MERGE-AUDIT-TRAIL.
           PERFORM LINK-AGENT.

           MOVE "D" TO CHG-ACTION.
           MOVE DUPLICATE-RECORD TO CUSTOMER-RECORD.
           PERFORM WRITE-CHANGE-RECORD.
           PERFORM WRITE-MERGE-AUDIT.

           DISPLAY "Customer " DPL-CUST-ID " merged into "
               SRV-CUST-ID " - " WS-COUNT-PENALTY-MOVED
               " penalty year(s) moved, " WS-COUNT-PENALTY-DROPPED
               " cancelled, " WS-COUNT-HISTORY-MOVED
               " compliance history year(s) moved, "
               WS-COUNT-AUDIT-MOVED
               " audit record(s) re-pointed. The duplicate leaves "
               "the master in tonight's run.".

       CHECK-PENDING-DELETE.
           MOVE "N" TO WS-PENDING-DELETE.
           OPEN INPUT CUSTOMER-CHANGES-FILE.
           IF WS-CHANGES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ CUSTOMER-CHANGES-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF CHG-CUST-ID = WS-PENDING-CUST-ID
                   IF CHG-ACTION = "D"
                       MOVE "Y" TO WS-PENDING-DELETE
                   ELSE
                       MOVE "N" TO WS-PENDING-DELETE
                   END-IF
               END-IF
               READ CUSTOMER-CHANGES-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-CHANGES-FILE.

      *>  The register holds one letter per customer - the survivor
      *>  keeps whichever of the two was sent for the later tax
      *>  year, so neither ID's letter is sent again.
       MERGE-NOTIFIED-REGISTER.
           MOVE "N" TO WS-NOTIFIED-MOVED.
           OPEN I-O NOTIFIED-REGISTER.
           IF WS-NOTIFIED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE DPL-CUST-ID TO NTF-CUST-ID.
           READ NOTIFIED-REGISTER
               INVALID KEY
                   CLOSE NOTIFIED-REGISTER
                   EXIT PARAGRAPH
           END-READ.
           MOVE NTF-TAX-YEAR TO WS-NOTIFIED-TAX-YEAR.
           MOVE NTF-NOTIFIED-DATE TO WS-NOTIFIED-DATE.
           DELETE NOTIFIED-REGISTER
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE "Y" TO WS-NOTIFIED-MOVED.
           MOVE SRV-CUST-ID TO NTF-CUST-ID.
           READ NOTIFIED-REGISTER
               INVALID KEY
                   MOVE SRV-CUST-ID TO NTF-CUST-ID
                   MOVE WS-NOTIFIED-TAX-YEAR TO NTF-TAX-YEAR
                   MOVE WS-NOTIFIED-DATE TO NTF-NOTIFIED-DATE
                   WRITE NOTIFIED-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF WS-NOTIFIED-TAX-YEAR > NTF-TAX-YEAR
                       MOVE WS-NOTIFIED-TAX-YEAR TO NTF-TAX-YEAR
                       MOVE WS-NOTIFIED-DATE TO NTF-NOTIFIED-DATE
                       REWRITE NOTIFIED-RECORD
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE NOTIFIED-REGISTER.

      *>  A year only the duplicate was charged for moves to the
      *>  survivor with its appeal. A year both were charged for is
      *>  the double charge this merge exists to stop - the
      *>  survivor's charge stands and the duplicate's is cancelled.
      *>  Either way the duplicate's general ledger postings follow
      *>  it onto the survivor's key, so tonight's journal writes
      *>  off exactly what was cancelled.
       MERGE-PENALTY-LEDGER.
           MOVE 0 TO WS-COUNT-PENALTY-MOVED.
           MOVE 0 TO WS-COUNT-PENALTY-DROPPED.
           OPEN I-O PENALTY-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-APPEAL-OPEN-SWITCH.
           OPEN I-O PENALTY-APPEAL-FILE.
           IF WS-APPEAL-STATUS = "00"
               MOVE "Y" TO WS-APPEAL-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WS-POSTED-OPEN-SWITCH.
           OPEN I-O GL-PENALTY-POSTED-FILE.
           IF WS-POSTED-STATUS = "00"
               MOVE "Y" TO WS-POSTED-OPEN-SWITCH
           END-IF.

      *>   The duplicate's years are listed first and moved after,
      *>   so no record is written or deleted under a running
      *>   sequential read.
           MOVE 0 TO WS-YEAR-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE DPL-CUST-ID TO PEN-CUST-ID.
           MOVE LOW-VALUES TO PEN-TAX-YEAR.
           START PENALTY-LEDGER KEY IS NOT LESS THAN PEN-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ PENALTY-LEDGER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-LEDGER-STATUS NOT = "00"
                       OR PEN-CUST-ID NOT = DPL-CUST-ID
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               IF WS-EOF-SWITCH NOT = "Y"
                   IF WS-YEAR-COUNT < 50
                       ADD 1 TO WS-YEAR-COUNT
                       MOVE PEN-TAX-YEAR
                           TO WS-DUP-TAX-YEAR(WS-YEAR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
               PERFORM MERGE-ONE-PENALTY-YEAR
           END-PERFORM.

           CLOSE PENALTY-LEDGER.
           IF WS-APPEAL-OPEN-SWITCH = "Y"
               CLOSE PENALTY-APPEAL-FILE
           END-IF.
           IF WS-POSTED-OPEN-SWITCH = "Y"
               CLOSE GL-PENALTY-POSTED-FILE
           END-IF.

       MERGE-ONE-PENALTY-YEAR.
           MOVE DPL-CUST-ID TO PEN-CUST-ID.
           MOVE WS-DUP-TAX-YEAR(WS-YEAR-SUB) TO PEN-TAX-YEAR.
           READ PENALTY-LEDGER
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE PENALTY-LEDGER-RECORD TO WS-PENALTY-SAVE.
           DELETE PENALTY-LEDGER
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE SRV-CUST-ID TO PEN-CUST-ID.
           MOVE WS-DUP-TAX-YEAR(WS-YEAR-SUB) TO PEN-TAX-YEAR.
           READ PENALTY-LEDGER
               INVALID KEY
                   MOVE WS-PENALTY-SAVE TO PENALTY-LEDGER-RECORD
                   MOVE SRV-CUST-ID TO PEN-CUST-ID
                   WRITE PENALTY-LEDGER-RECORD
                   END-WRITE
                   MOVE "Y" TO WS-PENALTY-MOVED
                   ADD 1 TO WS-COUNT-PENALTY-MOVED
               NOT INVALID KEY
                   MOVE "N" TO WS-PENALTY-MOVED
                   ADD 1 TO WS-COUNT-PENALTY-DROPPED
           END-READ.
           IF WS-APPEAL-OPEN-SWITCH = "Y"
               PERFORM MERGE-ONE-APPEAL
           END-IF.
           IF WS-POSTED-OPEN-SWITCH = "Y"
               PERFORM MERGE-ONE-POSTING
           END-IF.

      *>  An appeal against a cancelled charge has nothing left to
      *>  appeal - it goes with the charge.
       MERGE-ONE-APPEAL.
           MOVE DPL-CUST-ID TO APL-CUST-ID.
           MOVE WS-DUP-TAX-YEAR(WS-YEAR-SUB) TO APL-TAX-YEAR.
           READ PENALTY-APPEAL-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE PENALTY-APPEAL-RECORD TO WS-APPEAL-SAVE.
           DELETE PENALTY-APPEAL-FILE
               INVALID KEY CONTINUE
           END-DELETE.
           IF WS-PENALTY-MOVED NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SRV-CUST-ID TO APL-CUST-ID.
           READ PENALTY-APPEAL-FILE
               INVALID KEY
                   MOVE WS-APPEAL-SAVE TO PENALTY-APPEAL-RECORD
                   MOVE SRV-CUST-ID TO APL-CUST-ID
                   MOVE FUNCTION CURRENT-DATE TO APL-LAST-UPDATED
                   WRITE PENALTY-APPEAL-RECORD
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       MERGE-ONE-POSTING.
           MOVE DPL-CUST-ID TO GPP-CUST-ID.
           MOVE WS-DUP-TAX-YEAR(WS-YEAR-SUB) TO GPP-TAX-YEAR.
           MOVE "Y" TO WS-DUP-POSTED-FOUND.
           READ GL-PENALTY-POSTED-FILE
               INVALID KEY MOVE "N" TO WS-DUP-POSTED-FOUND
           END-READ.
           IF WS-DUP-POSTED-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE GPP-POSTED-AMOUNT TO WS-DUP-POSTED-AMOUNT.
           DELETE GL-PENALTY-POSTED-FILE
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE SRV-CUST-ID TO GPP-CUST-ID.
           MOVE WS-DUP-TAX-YEAR(WS-YEAR-SUB) TO GPP-TAX-YEAR.
           READ GL-PENALTY-POSTED-FILE
               INVALID KEY
                   MOVE SRV-CUST-ID TO GPP-CUST-ID
                   MOVE WS-DUP-TAX-YEAR(WS-YEAR-SUB) TO GPP-TAX-YEAR
                   MOVE WS-DUP-POSTED-AMOUNT TO GPP-POSTED-AMOUNT
                   MOVE SPACES TO GPP-LAST-POSTED
                   WRITE GL-PENALTY-POSTED-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-DUP-POSTED-AMOUNT TO GPP-POSTED-AMOUNT
                   REWRITE GL-PENALTY-POSTED-RECORD
                   END-REWRITE
           END-READ.

      *>  The duplicate's closed years go to the survivor so the
      *>  compliance risk report sees the merged taxpayer's whole
      *>  record once the duplicate leaves the master. A year the
      *>  survivor already has keeps the survivor's record.
       MERGE-COMPLIANCE-HISTORY.
           MOVE 0 TO WS-COUNT-HISTORY-MOVED.
           OPEN I-O COMPLIANCE-HISTORY-FILE.
           IF WS-COMPLIANCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-YEAR-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE DPL-CUST-ID TO CMP-CUST-ID.
           MOVE LOW-VALUES TO CMP-TAX-YEAR.
           START COMPLIANCE-HISTORY-FILE KEY IS NOT LESS THAN CMP-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ COMPLIANCE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-COMPLIANCE-STATUS NOT = "00"
                       OR CMP-CUST-ID NOT = DPL-CUST-ID
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               IF WS-EOF-SWITCH NOT = "Y"
                   IF WS-YEAR-COUNT < 50
                       ADD 1 TO WS-YEAR-COUNT
                       MOVE CMP-TAX-YEAR
                           TO WS-DUP-TAX-YEAR(WS-YEAR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
               PERFORM MERGE-ONE-HISTORY-YEAR
           END-PERFORM.

           CLOSE COMPLIANCE-HISTORY-FILE.

       MERGE-ONE-HISTORY-YEAR.
           MOVE DPL-CUST-ID TO CMP-CUST-ID.
           MOVE WS-DUP-TAX-YEAR(WS-YEAR-SUB) TO CMP-TAX-YEAR.
           READ COMPLIANCE-HISTORY-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE COMPLIANCE-HISTORY-RECORD TO WS-HISTORY-SAVE.
           DELETE COMPLIANCE-HISTORY-FILE
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE WS-HISTORY-SAVE TO COMPLIANCE-HISTORY-RECORD.
           MOVE SRV-CUST-ID TO CMP-CUST-ID.
           WRITE COMPLIANCE-HISTORY-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-COUNT-HISTORY-MOVED
           END-WRITE.

      *>  The survivor's own address stands - the duplicate's is
      *>  only carried when the survivor has none.
       MERGE-ADDRESS.
           MOVE "N" TO WS-ADDRESS-MOVED.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE DPL-CUST-ID TO ADR-CUST-ID.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CLOSE CUSTOMER-ADDRESS-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE CUSTOMER-ADDRESS-RECORD TO WS-ADDRESS-SAVE.
           DELETE CUSTOMER-ADDRESS-FILE
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE SRV-CUST-ID TO ADR-CUST-ID.
           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   MOVE WS-ADDRESS-SAVE TO CUSTOMER-ADDRESS-RECORD
                   MOVE SRV-CUST-ID TO ADR-CUST-ID
                   WRITE CUSTOMER-ADDRESS-RECORD
                   END-WRITE
                   MOVE "Y" TO WS-ADDRESS-MOVED
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE CUSTOMER-ADDRESS-FILE.

      *>  The duplicate's filter decisions are re-pointed at the
      *>  survivor, so audit-inquiry shows one taxpayer's whole
      *>  decision history under one ID. The merge audit keeps the
      *>  original ID. The trail is copied through a work file and
      *>  only written back when something was re-pointed.
       MERGE-AUDIT-TRAIL.
           MOVE 0 TO WS-COUNT-AUDIT-MOVED.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT AUDIT-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           READ AUDIT-LOG
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF AUD-CUST-ID = DPL-CUST-ID
                   MOVE SRV-CUST-ID TO AUD-CUST-ID
                   ADD 1 TO WS-COUNT-AUDIT-MOVED
               END-IF
               MOVE AUDIT-RECORD TO AUDIT-WORK-LINE
               WRITE AUDIT-WORK-LINE
               READ AUDIT-LOG
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.
           CLOSE AUDIT-WORK-FILE.
           IF WS-COUNT-AUDIT-MOVED = 0
               OPEN OUTPUT AUDIT-WORK-FILE
               CLOSE AUDIT-WORK-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT AUDIT-WORK-FILE.
           OPEN OUTPUT AUDIT-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           READ AUDIT-WORK-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               MOVE AUDIT-WORK-LINE TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               READ AUDIT-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE AUDIT-WORK-FILE.
           CLOSE AUDIT-LOG.
      *>   Emptied once read - nothing on the work file outlives
      *>   the run.
           OPEN OUTPUT AUDIT-WORK-FILE.
           CLOSE AUDIT-WORK-FILE.

      *>  A survivor dealing direct inherits the duplicate's agent -
      *>  the amend goes through the changes file like any other.
      *>  Two different agents is a question for the team, not for
      *>  this program - the survivor's stands.
       LINK-AGENT.
           MOVE "N" TO WS-AGENT-LINKED.
           IF DPL-CUST-AGENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF SRV-CUST-AGENT-ID = SPACES
               MOVE SURVIVOR-RECORD TO CUSTOMER-RECORD
               MOVE DPL-CUST-AGENT-ID TO CUST-AGENT-ID
               MOVE "M" TO CHG-ACTION
               PERFORM WRITE-CHANGE-RECORD
               MOVE "Y" TO WS-AGENT-LINKED
           ELSE
               IF SRV-CUST-AGENT-ID NOT = DPL-CUST-AGENT-ID
                   DISPLAY "Survivor keeps agent " SRV-CUST-AGENT-ID
                       " - the duplicate's agent "
                       DPL-CUST-AGENT-ID " was not carried."
               END-IF
           END-IF.

      *>  Both the survivor's amend and the duplicate's delete are
      *>  queued from the customer work record - the caller loads
      *>  whichever customer the action is for.
       WRITE-CHANGE-RECORD.
           OPEN EXTEND CUSTOMER-CHANGES-FILE.
           IF WS-CHANGES-STATUS = "35"
               OPEN OUTPUT CUSTOMER-CHANGES-FILE
           END-IF.
           MOVE CUST-ID TO CHG-CUST-ID.
           MOVE CUST-NAME TO CHG-CUST-NAME.
           MOVE CUST-TAX-REF TO CHG-CUST-TAX-REF.
           MOVE CUST-REG-DATE TO CHG-CUST-REG-DATE.
           MOVE CUST-TYPE TO CHG-CUST-TYPE.
           MOVE CUST-AGENT-ID TO CHG-AGENT-ID.
           MOVE CUST-STATUS TO CHG-CUST-STATUS.
           MOVE CUST-STATUS-DATE TO CHG-STATUS-DATE.
           WRITE CHANGE-RECORD.
           CLOSE CUSTOMER-CHANGES-FILE.

       WRITE-MERGE-AUDIT.
           OPEN EXTEND MERGE-AUDIT.
           IF WS-MERGE-AUDIT-STATUS = "35"
               OPEN OUTPUT MERGE-AUDIT
           END-IF.
           MOVE SRV-CUST-ID TO MRG-SURVIVOR-ID.
           MOVE DPL-CUST-ID TO MRG-DUPLICATE-ID.
           MOVE DPL-CUST-TAX-REF TO MRG-TAX-REF.
           MOVE WS-OPERATOR-ID TO MRG-OPERATOR-ID.
           MOVE WS-SUPERVISOR-ID TO MRG-SUPERVISOR-ID.
           MOVE WS-NOTIFIED-MOVED TO MRG-NOTIFIED-MOVED.
           MOVE WS-COUNT-PENALTY-MOVED TO MRG-PENALTIES-MOVED.
           MOVE WS-COUNT-PENALTY-DROPPED TO MRG-PENALTIES-DROPPED.
           MOVE WS-ADDRESS-MOVED TO MRG-ADDRESS-MOVED.
           MOVE WS-COUNT-AUDIT-MOVED TO MRG-AUDIT-MOVED.
           MOVE WS-COUNT-HISTORY-MOVED TO MRG-HISTORY-MOVED.
           MOVE WS-AGENT-LINKED TO MRG-AGENT-LINKED.
           MOVE DPL-CUST-AGENT-ID TO MRG-AGENT-ID.
           MOVE FUNCTION CURRENT-DATE TO MRG-TIMESTAMP.
           WRITE MERGE-AUDIT-RECORD.
           CLOSE MERGE-AUDIT.
