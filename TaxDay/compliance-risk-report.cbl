       IDENTIFICATION DIVISION.
       PROGRAM-ID. compliance-risk-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SEASON-CLOSED-FILE
                   ASSIGN TO "data/season-closed.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLOSED-STATUS.
               SELECT COMPLIANCE-HISTORY-FILE
                   ASSIGN TO "data/compliance-history.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CMP-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
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
               SELECT AGENT-WORK-FILE
                   ASSIGN TO "data/compliance-agent-work.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AGW-AGENT-ID
                   FILE STATUS IS WS-AGENT-WORK-STATUS.
               SELECT RANK-WORK-FILE
                   ASSIGN TO "data/compliance-risk-work.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RKW-KEY
                   FILE STATUS IS WS-RANK-WORK-STATUS.
               SELECT COMPLIANCE-RISK-REPORT
                   ASSIGN TO "data/compliance-risk.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  SEASON-CLOSED-FILE.
           COPY SEACLS.
           FD  COMPLIANCE-HISTORY-FILE.
           COPY CMPHIST.
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
           FD  AGENT-WORK-FILE.
           01  AGENT-WORK-RECORD.
               05  AGW-AGENT-ID            PIC X(6).
               05  AGW-CLIENT-YEARS        PIC 9(7).
               05  AGW-LATE-YEARS          PIC 9(7).
               05  AGW-PENALTY-TOTAL       PIC 9(9)V99.
           FD  RANK-WORK-FILE.
           01  RANK-WORK-RECORD.
               05  RKW-KEY.
                   10  RKW-GROUP           PIC X(1).
                   10  RKW-LATE-INVERSE    PIC 9(7).
                   10  RKW-PENALTY-INVERSE PIC 9(9)V99.
                   10  RKW-ID              PIC X(6).
               05  RKW-NAME                PIC X(30).
               05  RKW-TAX-REF             PIC X(10).
               05  RKW-AGENT-ID            PIC X(6).
               05  RKW-CUST-STATUS         PIC X(1).
               05  RKW-LATE-YEARS          PIC 9(7).
               05  RKW-YEARS-DUE           PIC 9(7).
               05  RKW-LETTERED-YEARS      PIC 9(2).
               05  RKW-NOT-PAID-YEARS      PIC 9(2).
               05  RKW-PENALTY-TOTAL       PIC 9(9)V99.
               05  RKW-LAST-LATE-YEAR      PIC X(4).
           FD  COMPLIANCE-RISK-REPORT.
           COPY CRKRPT.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-CLOSED-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-VALID-STATUS PIC XX.
           01 WS-AGENT-STATUS PIC XX.
           01 WS-AGENT-WORK-STATUS PIC XX.
           01 WS-RANK-WORK-STATUS PIC XX.
           01 WS-VALID-OPEN-SWITCH PIC X VALUE "N".
           01 WS-AGENT-OPEN-SWITCH PIC X VALUE "N".
           01 WS-YEARS-ENTRY PIC X(2).
           01 WS-YEARS-BACK PIC 9(2).
           01 WS-TO-YEAR PIC X(4).
           01 WS-FROM-YEAR PIC X(4).
           01 WS-FROM-YEAR-N PIC 9(4).
      *>   One customer's years in the look-back, gathered as the
      *>   history arrives in customer and year order.
           01 WS-CURRENT-CUST-ID PIC X(6).
           01 WS-CUST-YEARS-DUE PIC 9(2).
           01 WS-CUST-LATE-YEARS PIC 9(2).
           01 WS-CUST-LETTERED-YEARS PIC 9(2).
           01 WS-CUST-NOT-PAID-YEARS PIC 9(2).
           01 WS-CUST-PENALTY-TOTAL PIC 9(9)V99.
           01 WS-CUST-LAST-LATE-YEAR PIC X(4).
           01 WS-RANK PIC 9(5).
           01 WS-COUNT-CUSTOMERS-READ PIC 9(7) VALUE 0.
           01 WS-COUNT-CUSTOMERS-LISTED PIC 9(7) VALUE 0.
           01 WS-COUNT-AGENTS-LISTED PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *>   The compliance team's early contact list for the new
      *>   season: every customer late in any of the last few closed
      *>   tax years, the most persistent first, and the agent firms
      *>   whose clients miss the cutover most often. Read off the
      *>   compliance history year-end-close builds, so only closed
      *>   seasons count - the open season is still being decided.
      *>   Customers no longer on the master, and the deceased, have
      *>   nobody to contact and are left off the customer list; the
      *>   agent figures still count their years.
           DISPLAY "Compliance risk report".
           DISPLAY "Closed tax years to look back over (blank for "
               "5): " WITH NO ADVANCING.
           ACCEPT WS-YEARS-ENTRY.
           IF WS-YEARS-ENTRY = SPACES
               MOVE "05" TO WS-YEARS-ENTRY
           END-IF.
           IF WS-YEARS-ENTRY(2:1) = SPACE
               MOVE WS-YEARS-ENTRY(1:1) TO WS-YEARS-ENTRY(2:1)
               MOVE "0" TO WS-YEARS-ENTRY(1:1)
           END-IF.
           IF WS-YEARS-ENTRY IS NOT NUMERIC
               DISPLAY "Years must be a number from 1 to 99 - "
                   "report not run."
               GOBACK
           END-IF.
           MOVE WS-YEARS-ENTRY TO WS-YEARS-BACK.
           IF WS-YEARS-BACK = 0
               DISPLAY "Years must be a number from 1 to 99 - "
                   "report not run."
               GOBACK
           END-IF.

           PERFORM FIND-LATEST-CLOSED-YEAR.
           IF WS-TO-YEAR = SPACES
               DISPLAY "COMPLIANCE-RISK-REPORT: no tax year has been "
                   "closed yet - there is no compliance history to "
                   "rank."
               GOBACK
           END-IF.
           MOVE WS-TO-YEAR TO WS-FROM-YEAR-N.
           IF WS-FROM-YEAR-N < WS-YEARS-BACK
               MOVE 0 TO WS-FROM-YEAR-N
           ELSE
               SUBTRACT WS-YEARS-BACK FROM WS-FROM-YEAR-N
               ADD 1 TO WS-FROM-YEAR-N
           END-IF.
           MOVE WS-FROM-YEAR-N TO WS-FROM-YEAR.

           OPEN INPUT COMPLIANCE-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "COMPLIANCE-RISK-REPORT: compliance history "
                   "data/compliance-history.dat could not be "
                   "opened, file status " WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-VALID.
           IF WS-VALID-STATUS = "00"
               MOVE "Y" TO WS-VALID-OPEN-SWITCH
           END-IF.
           OPEN INPUT AGENT-MASTER-FILE.
           IF WS-AGENT-STATUS = "00"
               MOVE "Y" TO WS-AGENT-OPEN-SWITCH
           END-IF.
           OPEN OUTPUT AGENT-WORK-FILE.
           CLOSE AGENT-WORK-FILE.
           OPEN I-O AGENT-WORK-FILE.
           OPEN OUTPUT RANK-WORK-FILE.
           CLOSE RANK-WORK-FILE.
           OPEN I-O RANK-WORK-FILE.

           MOVE SPACES TO WS-CURRENT-CUST-ID.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ COMPLIANCE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               IF WS-EOF-SWITCH NOT = "Y"
                   PERFORM COLLECT-ONE-YEAR
               END-IF
           END-PERFORM.
           PERFORM RANK-CUSTOMER.
           CLOSE COMPLIANCE-HISTORY-FILE.

           PERFORM RANK-AGENTS.

           OPEN OUTPUT COMPLIANCE-RISK-REPORT.
           PERFORM WRITE-RANKED-LINES.
           MOVE "99" TO CRK-CTL-REC-TYPE.
           MOVE WS-FROM-YEAR TO CRK-CTL-FROM-YEAR.
           MOVE WS-TO-YEAR TO CRK-CTL-TO-YEAR.
           MOVE WS-COUNT-CUSTOMERS-READ TO CRK-CTL-CUSTOMERS-READ.
           MOVE WS-COUNT-CUSTOMERS-LISTED TO CRK-CTL-CUSTOMERS-LISTED.
           MOVE WS-COUNT-AGENTS-LISTED TO CRK-CTL-AGENTS-LISTED.
           WRITE RISK-CONTROL-LINE.
           CLOSE COMPLIANCE-RISK-REPORT.

           CLOSE AGENT-WORK-FILE.
           CLOSE RANK-WORK-FILE.
      *>   Emptied once read - nothing on the work files outlives
      *>   the run.
           OPEN OUTPUT AGENT-WORK-FILE.
           CLOSE AGENT-WORK-FILE.
           OPEN OUTPUT RANK-WORK-FILE.
           CLOSE RANK-WORK-FILE.
           IF WS-VALID-OPEN-SWITCH = "Y"
               CLOSE CUSTOMER-MASTER-VALID
           END-IF.
           IF WS-AGENT-OPEN-SWITCH = "Y"
               CLOSE AGENT-MASTER-FILE
           END-IF.

           DISPLAY "COMPLIANCE-RISK-REPORT: tax years " WS-FROM-YEAR
               " to " WS-TO-YEAR " - " WS-COUNT-CUSTOMERS-LISTED
               " customer(s) and " WS-COUNT-AGENTS-LISTED " agent "
               "firm(s) listed, see data/compliance-risk.rpt.".

           GOBACK.

      *>  The season-closed file is appended in closing order, but
      *>  the highest year is taken in case one was closed late.
       FIND-LATEST-CLOSED-YEAR.
           MOVE SPACES TO WS-TO-YEAR.
           OPEN INPUT SEASON-CLOSED-FILE.
           IF WS-CLOSED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ SEASON-CLOSED-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF WS-TO-YEAR = SPACES OR SCL-TAX-YEAR > WS-TO-YEAR
                   MOVE SCL-TAX-YEAR TO WS-TO-YEAR
               END-IF
               READ SEASON-CLOSED-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE SEASON-CLOSED-FILE.

      *>  Years outside the look-back are passed over; each year
      *>  inside it counts towards the customer and towards the firm
      *>  the customer filed through that year.
       COLLECT-ONE-YEAR.
           IF CMP-TAX-YEAR < WS-FROM-YEAR OR CMP-TAX-YEAR > WS-TO-YEAR
               EXIT PARAGRAPH
           END-IF.
           IF CMP-CUST-ID NOT = WS-CURRENT-CUST-ID
               PERFORM RANK-CUSTOMER
               MOVE CMP-CUST-ID TO WS-CURRENT-CUST-ID
               MOVE 0 TO WS-CUST-YEARS-DUE WS-CUST-LATE-YEARS
                   WS-CUST-LETTERED-YEARS WS-CUST-NOT-PAID-YEARS
                   WS-CUST-PENALTY-TOTAL
               MOVE SPACES TO WS-CUST-LAST-LATE-YEAR
               ADD 1 TO WS-COUNT-CUSTOMERS-READ
           END-IF.
           ADD 1 TO WS-CUST-YEARS-DUE.
           IF CMP-FILED-ON-TIME = "N"
               ADD 1 TO WS-CUST-LATE-YEARS
               MOVE CMP-TAX-YEAR TO WS-CUST-LAST-LATE-YEAR
           END-IF.
           IF CMP-LETTERED = "Y"
               ADD 1 TO WS-CUST-LETTERED-YEARS
           END-IF.
           IF CMP-PAID-IN-FULL NOT = "Y"
               ADD 1 TO WS-CUST-NOT-PAID-YEARS
           END-IF.
           ADD CMP-PENALTY-CHARGED TO WS-CUST-PENALTY-TOTAL.

           IF CMP-AGENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE CMP-AGENT-ID TO AGW-AGENT-ID.
           READ AGENT-WORK-FILE
               INVALID KEY
                   MOVE 0 TO AGW-CLIENT-YEARS AGW-LATE-YEARS
                       AGW-PENALTY-TOTAL
           END-READ.
           ADD 1 TO AGW-CLIENT-YEARS.
           IF CMP-FILED-ON-TIME = "N"
               ADD 1 TO AGW-LATE-YEARS
           END-IF.
           ADD CMP-PENALTY-CHARGED TO AGW-PENALTY-TOTAL.
           WRITE AGENT-WORK-RECORD
               INVALID KEY
                   REWRITE AGENT-WORK-RECORD
                   END-REWRITE
           END-WRITE.

      *>  The ranking key puts the most late years first and, among
      *>  equals, the larger penalty total.
       RANK-CUSTOMER.
           IF WS-CURRENT-CUST-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-LATE-YEARS = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-VALID-OPEN-SWITCH NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-CUST-ID TO VCUST-ID.
           READ CUSTOMER-MASTER-VALID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF VCUST-STATUS = "D"
               EXIT PARAGRAPH
           END-IF.
           MOVE "1" TO RKW-GROUP.
           COMPUTE RKW-LATE-INVERSE = 9999999 - WS-CUST-LATE-YEARS.
           COMPUTE RKW-PENALTY-INVERSE = 999999999.99
               - WS-CUST-PENALTY-TOTAL.
           MOVE VCUST-ID TO RKW-ID.
           MOVE VCUST-NAME TO RKW-NAME.
           MOVE VCUST-TAX-REF TO RKW-TAX-REF.
           MOVE VCUST-AGENT-ID TO RKW-AGENT-ID.
           MOVE VCUST-STATUS TO RKW-CUST-STATUS.
           MOVE WS-CUST-LATE-YEARS TO RKW-LATE-YEARS.
           MOVE WS-CUST-YEARS-DUE TO RKW-YEARS-DUE.
           MOVE WS-CUST-LETTERED-YEARS TO RKW-LETTERED-YEARS.
           MOVE WS-CUST-NOT-PAID-YEARS TO RKW-NOT-PAID-YEARS.
           MOVE WS-CUST-PENALTY-TOTAL TO RKW-PENALTY-TOTAL.
           MOVE WS-CUST-LAST-LATE-YEAR TO RKW-LAST-LATE-YEAR.
           WRITE RANK-WORK-RECORD
               INVALID KEY
                   REWRITE RANK-WORK-RECORD
                   END-REWRITE
           END-WRITE.

      *>  A firm none of whose clients were late is not a risk and
      *>  is left off.
       RANK-AGENTS.
           CLOSE AGENT-WORK-FILE.
           OPEN INPUT AGENT-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ AGENT-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-AGENT-WORK-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               IF WS-EOF-SWITCH NOT = "Y" AND AGW-LATE-YEARS > 0
                   PERFORM RANK-ONE-AGENT
               END-IF
           END-PERFORM.

       RANK-ONE-AGENT.
           MOVE "2" TO RKW-GROUP.
           COMPUTE RKW-LATE-INVERSE = 9999999 - AGW-LATE-YEARS.
           COMPUTE RKW-PENALTY-INVERSE = 999999999.99
               - AGW-PENALTY-TOTAL.
           MOVE AGW-AGENT-ID TO RKW-ID.
           MOVE SPACES TO RKW-NAME.
           IF WS-AGENT-OPEN-SWITCH = "Y"
               MOVE AGW-AGENT-ID TO AGT-AGENT-ID
               READ AGENT-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on the agent master)" TO RKW-NAME
                   NOT INVALID KEY
                       MOVE AGT-AGENT-NAME TO RKW-NAME
               END-READ
           END-IF.
           MOVE SPACES TO RKW-TAX-REF RKW-AGENT-ID RKW-CUST-STATUS
               RKW-LAST-LATE-YEAR.
           MOVE AGW-LATE-YEARS TO RKW-LATE-YEARS.
           MOVE AGW-CLIENT-YEARS TO RKW-YEARS-DUE.
           MOVE 0 TO RKW-LETTERED-YEARS RKW-NOT-PAID-YEARS.
           MOVE AGW-PENALTY-TOTAL TO RKW-PENALTY-TOTAL.
           WRITE RANK-WORK-RECORD
               INVALID KEY
                   REWRITE RANK-WORK-RECORD
                   END-REWRITE
           END-WRITE.

      *>  Read back in key order - the customers, ranked, then the
      *>  agent firms, ranked afresh from 1.
       WRITE-RANKED-LINES.
           CLOSE RANK-WORK-FILE.
           OPEN INPUT RANK-WORK-FILE.
           MOVE 0 TO WS-RANK.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ RANK-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-RANK-WORK-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
               IF WS-EOF-SWITCH NOT = "Y"
                   IF RKW-GROUP = "1"
                       PERFORM WRITE-CUSTOMER-LINE
                   ELSE
                       PERFORM WRITE-AGENT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CUSTOMER-LINE.
           ADD 1 TO WS-RANK.
           ADD 1 TO WS-COUNT-CUSTOMERS-LISTED.
           MOVE "10" TO CRK-REC-TYPE.
           MOVE WS-RANK TO CRK-RANK.
           MOVE RKW-ID TO CRK-CUST-ID.
           MOVE RKW-NAME TO CRK-CUST-NAME.
           MOVE RKW-TAX-REF TO CRK-TAX-REF.
           MOVE RKW-AGENT-ID TO CRK-AGENT-ID.
           MOVE RKW-CUST-STATUS TO CRK-CUST-STATUS.
           MOVE RKW-LATE-YEARS TO CRK-LATE-YEARS.
           MOVE RKW-YEARS-DUE TO CRK-YEARS-DUE.
           MOVE RKW-LETTERED-YEARS TO CRK-LETTERED-YEARS.
           MOVE RKW-NOT-PAID-YEARS TO CRK-NOT-PAID-YEARS.
           MOVE RKW-PENALTY-TOTAL TO CRK-PENALTY-TOTAL.
           MOVE RKW-LAST-LATE-YEAR TO CRK-LAST-LATE-YEAR.
           WRITE RISK-CUSTOMER-LINE.

       WRITE-AGENT-LINE.
           IF WS-COUNT-AGENTS-LISTED = 0
               MOVE 0 TO WS-RANK
           END-IF.
           ADD 1 TO WS-RANK.
           ADD 1 TO WS-COUNT-AGENTS-LISTED.
           MOVE "20" TO CRK-AGT-REC-TYPE.
           MOVE WS-RANK TO CRK-AGT-RANK.
           MOVE RKW-ID TO CRK-AGT-AGENT-ID.
           MOVE RKW-NAME TO CRK-AGT-AGENT-NAME.
           MOVE RKW-YEARS-DUE TO CRK-AGT-CLIENT-YEARS.
           MOVE RKW-LATE-YEARS TO CRK-AGT-LATE-YEARS.
           COMPUTE CRK-AGT-LATE-PERCENT ROUNDED =
               RKW-LATE-YEARS * 100 / RKW-YEARS-DUE.
           MOVE RKW-PENALTY-TOTAL TO CRK-AGT-PENALTY-TOTAL.
           WRITE RISK-AGENT-LINE.
