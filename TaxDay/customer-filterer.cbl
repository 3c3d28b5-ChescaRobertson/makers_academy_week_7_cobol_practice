                   ASSIGN TO "data/customer-master-valid.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ID
                   ALTERNATE RECORD KEY IS CUST-TAX-REF
                       WITH DUPLICATES.
               SELECT CUSTOMER-FILTER-OUT
                   ASSIGN TO "data/customer-filter-out.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITREC.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-TYPE-SUB PIC 9(1).
           01 WS-CKPT-STATUS PIC XX.
           01 WS-RESTART-KEY PIC X(6) VALUE SPACES.
           01 WS-RECORDS-READ PIC 9(7) VALUE 0.
           LS-COUNT-IN, LS-COUNT-FILTERED, LS-COUNT-REJECTED,
           LS-SINGLE-CUST-ID.
      *>   Each customer type carries its own HMRC deadline - the
      *>   caller supplies one rolled cutover per type and
      *>   filter-decision picks the entry for the customer.
           MOVE 0 TO LS-COUNT-IN.
           MOVE 0 TO LS-COUNT-FILTERED.
           MOVE 0 TO LS-COUNT-REJECTED.

       EVALUATE-CUSTOMER.
           ADD 1 TO LS-COUNT-IN.

           MOVE CUST-ID TO CFO-CUST-ID.
           MOVE CUST-NAME TO CFO-CUST-NAME.
           MOVE CUST-TAX-REF TO CFO-TAX-REF.
           MOVE CUST-AGENT-ID TO CFO-AGENT-ID.
           MOVE CUST-STATUS TO CFO-CUST-STATUS.
           IF CUST-STATUS = SPACE
               MOVE "A" TO CFO-CUST-STATUS
           END-IF.

           CALL "filter-decision" USING LS-DEADLINE-TABLE,
               CUSTOMER-RECORD, CFO-FILING-DEADLINE,
               CFO-FILTER-DECISION, WS-TYPE-SUB.
           IF CFO-FILTER-DECISION = "Y"
               ADD 1 TO LS-COUNT-FILTERED
           ELSE
               ADD 1 TO LS-COUNT-REJECTED
           END-IF.

           MOVE CFO-FILTER-DECISION TO AUD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           WRITE AUDIT-RECORD.
