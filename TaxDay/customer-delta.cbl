                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VCUST-ID
                   ALTERNATE RECORD KEY IS VCUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-VALID-STATUS.
               SELECT CUSTOMER-FILTER-OUT
                   ASSIGN TO "data/customer-filter-out.dat"
               ==CUST-TAX-REF== BY ==VCUST-TAX-REF==
               ==CUST-REG-DATE== BY ==VCUST-REG-DATE==
               ==CUST-TYPE== BY ==VCUST-TYPE==
               ==CUST-AGENT-ID== BY ==VCUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==VCUST-STATUS-DATE==
               ==CUST-STATUS== BY ==VCUST-STATUS==.
           FD  CUSTOMER-REJECTS.
           COPY REJECTREC.
           FD  CUSTOMER-FILTER-OUT.
               ==CFO-TAX-REF== BY ==FW-TAX-REF==
               ==CFO-FILING-DEADLINE== BY ==FW-FILING-DEADLINE==
               ==CFO-FILTER-DECISION== BY ==FW-FILTER-DECISION==
               ==CFO-AGENT-ID== BY ==FW-AGENT-ID==
               ==CFO-CUST-STATUS== BY ==FW-CUST-STATUS==.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-CHANGES-STATUS PIC XX.
               05 WS-TOUCHED-CUST-ID PIC X(6) OCCURS 5000.
           01 WS-TOUCHED-SUB PIC 9(4).
           01 WS-MASTER-OPEN-SWITCH PIC X.
           01 WS-OLD-STATUS PIC X(1).
           01 WS-LOG-SOURCE PIC X(24) VALUE "CUSTOMER-DELTA".
           COPY CUSTREC.
           LINKAGE SECTION.
           COPY DLINREC REPLACING
               WHEN "M"
                   PERFORM APPLY-ADD-OR-AMEND
               WHEN "D"
                   PERFORM APPLY-DELETE
               WHEN OTHER
                   DISPLAY "CUSTOMER-DELTA: unknown action "
                       CHG-ACTION " for customer " CHG-CUST-ID
                   PERFORM WRITE-CHANGE-REJECT
           END-EVALUATE.

      *>  A delete is recorded on the status history as status 'R'
      *>  (removed from the master) so the retention purge can tell
      *>  how long ago the customer went.
       APPLY-DELETE.
           MOVE CHG-CUST-ID TO VCUST-ID.
           READ CUSTOMER-MASTER-VALID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE CUSTOMER-VALID-RECORD TO CUSTOMER-RECORD.
           MOVE CUST-STATUS TO WS-OLD-STATUS.
           IF WS-OLD-STATUS = SPACE
               MOVE "A" TO WS-OLD-STATUS
           END-IF.
           DELETE CUSTOMER-MASTER-VALID
               INVALID KEY
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE "R" TO CUST-STATUS.
           MOVE SPACES TO CUST-STATUS-DATE.
           CALL "customer-status-log" USING CUSTOMER-RECORD,
               WS-OLD-STATUS, WS-LOG-SOURCE.

      *>  A change record is held to the same edits the overnight
      *>  feed is, so a bad change can never put a record on the
      *>  master that the run would have rejected. Adds and amends
           MOVE CHG-CUST-REG-DATE TO CUST-REG-DATE.
           MOVE CHG-CUST-TYPE TO CUST-TYPE.
           MOVE CHG-AGENT-ID TO CUST-AGENT-ID.
           MOVE CHG-CUST-STATUS TO CUST-STATUS.
           MOVE CHG-STATUS-DATE TO CUST-STATUS-DATE.
           CALL "customer-edits" USING CUSTOMER-RECORD,
               WS-REASON-CODE, WS-REASON-TEXT.
           IF WS-REASON-CODE NOT = SPACES
                   WS-REASON-TEXT
               PERFORM WRITE-CHANGE-REJECT
           ELSE
               PERFORM NOTE-OLD-STATUS
               MOVE CUSTOMER-RECORD TO CUSTOMER-VALID-RECORD
               WRITE CUSTOMER-VALID-RECORD
                   INVALID KEY
                       REWRITE CUSTOMER-VALID-RECORD
                       END-REWRITE
               END-WRITE
               CALL "customer-status-log" USING CUSTOMER-RECORD,
                   WS-OLD-STATUS, WS-LOG-SOURCE
               PERFORM NOTE-TOUCHED-CUSTOMER
           END-IF.

      *>  A status keyed through customer-maintenance or the reject
      *>  workbench is already on the master and was recorded there;
      *>  a change arriving only on the changes file is recorded
      *>  here against the status the master held before it.
       NOTE-OLD-STATUS.
           MOVE CUST-ID TO VCUST-ID.
           READ CUSTOMER-MASTER-VALID
               INVALID KEY
                   MOVE SPACE TO WS-OLD-STATUS
               NOT INVALID KEY
                   MOVE VCUST-STATUS TO WS-OLD-STATUS
                   IF WS-OLD-STATUS = SPACE
                       MOVE "A" TO WS-OLD-STATUS
                   END-IF
           END-READ.

      *>  A rejected change goes on the rejects file like any other
      *>  validation reject - the run is unattended, and the reject
      *>  workbench is where the team works it in the morning. The

           CLOSE FILTER-WORK-FILE.
           CLOSE CUSTOMER-FILTER-OUT.
      *>   Emptied once read - nothing on the work file outlives
      *>   the run.
           OPEN OUTPUT FILTER-WORK-FILE.
           CLOSE FILTER-WORK-FILE.

      *>  A delete only comes out of the filter-out when the
      *>  customer's FINAL state is deleted - a customer deleted and
