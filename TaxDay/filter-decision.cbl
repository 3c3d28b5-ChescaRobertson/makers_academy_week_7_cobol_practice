       IDENTIFICATION DIVISION.
       PROGRAM-ID. filter-decision.
      *> The filing decision for one customer against one rolled
      *> deadline table - shared by customer-filterer, which acts on
      *> it, and cutover-simulation, which only compares it, so a
      *> proposed cutover is judged by exactly the rule the nightly
      *> run would apply.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-CUTOVER-MONTH PIC 99.
           01 WS-CUTOVER-DAY PIC 99.
           01 WS-CUTOVER-MMDD PIC 9999.
           01 WS-CUST-MONTH PIC 99.
           01 WS-CUST-DAY PIC 99.
           01 WS-CUST-MMDD PIC 9999.
           01 WS-CEASED-YEAR PIC 9(4).
           01 WS-DEADLINE-YEAR PIC 9(4).
           LINKAGE SECTION.
           COPY DLINREC REPLACING
               ==DEADLINE-TABLE== BY ==LS-DEADLINE-TABLE==
               ==DLT-ENTRY== BY ==LS-DLT-ENTRY==
               ==DLT-CUST-TYPE== BY ==LS-DLT-CUST-TYPE==
               ==DLT-CUTOVER-DATE== BY ==LS-DLT-CUTOVER-DATE==
               ==DLT-CUTOVER-YEAR== BY ==LS-DLT-CUTOVER-YEAR==.
           COPY CUSTREC REPLACING
               ==CUSTOMER-RECORD== BY ==LS-CUSTOMER-RECORD==
               ==CUST-ID== BY ==LS-CUST-ID==
               ==CUST-NAME== BY ==LS-CUST-NAME==
               ==CUST-TAX-REF== BY ==LS-CUST-TAX-REF==
               ==CUST-REG-DATE== BY ==LS-CUST-REG-DATE==
               ==CUST-TYPE== BY ==LS-CUST-TYPE==
               ==CUST-AGENT-ID== BY ==LS-CUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==LS-CUST-STATUS-DATE==
               ==CUST-STATUS== BY ==LS-CUST-STATUS==.
           01 LS-FILING-DEADLINE PIC X(10).
      *>     MM-DD-CCYY, as carried on the filter-out.
           01 LS-DECISION PIC X(1).
      *>     'Y' on time, 'N' late, 'X' ceased and no return due.
           01 LS-TYPE-SUB PIC 9(1).
      *>     Deadline table entry the customer was judged against.
       PROCEDURE DIVISION USING LS-DEADLINE-TABLE, LS-CUSTOMER-RECORD,
           LS-FILING-DEADLINE, LS-DECISION, LS-TYPE-SUB.
           PERFORM FIND-DEADLINE-ENTRY.

           MOVE LS-DLT-CUTOVER-DATE(LS-TYPE-SUB)(1:2)
               TO WS-CUTOVER-MONTH.
           MOVE LS-DLT-CUTOVER-DATE(LS-TYPE-SUB)(4:2)
               TO WS-CUTOVER-DAY.
           COMPUTE WS-CUTOVER-MMDD
               = WS-CUTOVER-MONTH * 100 + WS-CUTOVER-DAY.
           MOVE LS-CUST-REG-DATE(5:2) TO WS-CUST-MONTH.
           MOVE LS-CUST-REG-DATE(7:2) TO WS-CUST-DAY.
           COMPUTE WS-CUST-MMDD = WS-CUST-MONTH * 100 + WS-CUST-DAY.

           MOVE SPACES TO LS-FILING-DEADLINE.
           STRING LS-DLT-CUTOVER-DATE(LS-TYPE-SUB) "-"
               LS-DLT-CUTOVER-YEAR(LS-TYPE-SUB)
               INTO LS-FILING-DEADLINE
           END-STRING.

           IF WS-CUST-MMDD NOT > WS-CUTOVER-MMDD
               MOVE "Y" TO LS-DECISION
           ELSE
               MOVE "N" TO LS-DECISION
           END-IF.

      *>   A ceased customer files once more - the return for the
      *>   year it ceased, due at the following deadline. Past that
      *>   no return is due at all, and the decision says so rather
      *>   than leaving the customer to be lettered every season.
           IF LS-CUST-STATUS = "C"
               MOVE LS-CUST-STATUS-DATE(1:4) TO WS-CEASED-YEAR
               MOVE LS-DLT-CUTOVER-YEAR(LS-TYPE-SUB)
                   TO WS-DEADLINE-YEAR
               IF WS-DEADLINE-YEAR > WS-CEASED-YEAR + 1
                   MOVE "X" TO LS-DECISION
               END-IF
           END-IF.

           GOBACK.

      *>  Records loaded before the type existed carry spaces and
      *>  count as individuals, the same default customer-edits
      *>  applies - an unknown type falls back to the individual
      *>  deadline rather than dropping the customer.
       FIND-DEADLINE-ENTRY.
           MOVE 1 TO LS-TYPE-SUB.
           IF LS-CUST-TYPE = LS-DLT-CUST-TYPE(2)
               MOVE 2 TO LS-TYPE-SUB
           END-IF.
           IF LS-CUST-TYPE = LS-DLT-CUST-TYPE(3)
               MOVE 3 TO LS-TYPE-SUB
           END-IF.
