       IDENTIFICATION DIVISION.
       PROGRAM-ID. cutover-simulation.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CUTOVER-PARAMETER-FILE
                   ASSIGN TO "data/cutover.parm"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT PROPOSED-PARAMETER-FILE
                   ASSIGN TO "data/cutover-proposed.parm"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT PENALTY-PARAMETER-FILE
                   ASSIGN TO "data/penalty.parm"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENALTY-STATUS.
               SELECT CUSTOMER-MASTER-VALID
                   ASSIGN TO "data/customer-master-valid.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VCUST-ID
                   ALTERNATE RECORD KEY IS VCUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-VALID-STATUS.
               SELECT SIMULATION-COUNT-FILE
                   ASSIGN TO "data/cutover-simulation-work.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCW-KEY
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT SIMULATION-REPORT
                   ASSIGN TO "data/cutover-simulation.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  CUTOVER-PARAMETER-FILE.
           COPY PARMREC.
           FD  PROPOSED-PARAMETER-FILE.
           COPY PARMREC REPLACING
               ==CUTOVER-PARAMETER-RECORD== BY
                   ==PROPOSED-PARAMETER-RECORD==
               ==PARM-CUST-TYPE== BY ==PRP-CUST-TYPE==
               ==PARM-CUTOVER-DAY== BY ==PRP-CUTOVER-DAY==
               ==PARM-CUTOVER-MONTH== BY ==PRP-CUTOVER-MONTH==
               ==PARM-CUTOVER-YEAR== BY ==PRP-CUTOVER-YEAR==.
           FD  PENALTY-PARAMETER-FILE.
           COPY PENPARM.
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
           FD  SIMULATION-COUNT-FILE.
           01  SIMULATION-COUNT-RECORD.
               05  SCW-KEY.
                   10  SCW-ORDER           PIC X(1).
                   10  SCW-GROUP           PIC X(1).
                   10  SCW-CODE            PIC X(6).
               05  SCW-CHANGED             PIC 9(7).
               05  SCW-BECOME-LATE         PIC 9(7).
               05  SCW-NO-LONGER-LATE      PIC 9(7).
               05  SCW-DEADLINE-ONLY       PIC 9(7).
           FD  SIMULATION-REPORT.
           COPY SIMRPT.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-PARM-STATUS PIC XX.
           01 WS-PENALTY-STATUS PIC XX.
           01 WS-VALID-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-PARM-NAME PIC X(26).
           01 WS-TODAY-YEAR PIC 9999.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INTEGER PIC 9(8).
           01 WS-CUTOVER-DAY PIC 99.
           01 WS-CUTOVER-MONTH PIC 99.
           01 WS-ROLL-YEAR PIC 9999.
           01 WS-TYPE-SUB PIC 9(1).
           01 WS-LOAD-TYPE PIC X(1).
           01 WS-LOAD-DAY PIC 99.
           01 WS-LOAD-MONTH PIC 99.
           01 WS-LOAD-YEAR PIC 9999.
           01 WS-PARM-TABLE.
               05 WS-PARM-ENTRY OCCURS 3.
                   10 WS-PARM-FOUND PIC X(1).
                   10 WS-PARM-DAY PIC 99.
                   10 WS-PARM-MONTH PIC 99.
                   10 WS-PARM-YEAR PIC 9999.
           COPY DLINREC.
           COPY DLINREC REPLACING
               ==DEADLINE-TABLE== BY ==PROPOSED-DEADLINE-TABLE==
               ==DLT-ENTRY== BY ==PDL-ENTRY==
               ==DLT-CUST-TYPE== BY ==PDL-CUST-TYPE==
               ==DLT-CUTOVER-DATE== BY ==PDL-CUTOVER-DATE==
               ==DLT-CUTOVER-YEAR== BY ==PDL-CUTOVER-YEAR==.
           01 WS-CURRENT-DEADLINE PIC X(10).
           01 WS-CURRENT-DECISION PIC X(1).
           01 WS-PROPOSED-DEADLINE PIC X(10).
           01 WS-PROPOSED-DECISION PIC X(1).
           01 WS-DECISION-TYPE-SUB PIC 9(1).
           01 WS-CHARGEABLE-SWITCH PIC X.
           01 WS-FIXED-AMOUNT PIC 9(5)V99.
           01 WS-DAILY-AMOUNT PIC 9(5)V99.
           01 WS-GRACE-DAYS PIC 9(3).
           01 WS-DAILY-MAX-DAYS PIC 9(3).
           01 WS-DEADLINE-A PIC X(8).
           01 WS-DEADLINE PIC 9(8).
           01 WS-DEADLINE-INTEGER PIC 9(8).
           01 WS-DAYS-LATE PIC S9(7).
           01 WS-DAILY-DAYS PIC 9(5).
           01 WS-COUNT-CUSTOMERS PIC 9(7) VALUE 0.
           01 WS-COUNT-CHANGED PIC 9(7) VALUE 0.
           01 WS-COUNT-LETTERS-CAUSED PIC 9(7) VALUE 0.
           01 WS-COUNT-PENALTIES-CAUSED PIC 9(7) VALUE 0.
           01 WS-PENALTY-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-COUNT-LETTERS-LIFTED PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *>   What-if run for a proposed cutover - data/cutover-
      *>   proposed.parm, the same layout as cutover.parm. Both
      *>   files are rolled through the same leap-year and
      *>   working-day rules main-program applies, and every
      *>   customer on the master is judged against each by the same
      *>   filter-decision the nightly filter uses. Only the
      *>   simulation's own work file and report are written - no
      *>   filter-out, letter, penalty, register, audit trail or
      *>   batch sequence is touched, and the run lock is not taken,
      *>   so it can be run in the working day like an inquiry.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY)
               TO WS-TODAY-INTEGER.

           MOVE "data/cutover-proposed.parm" TO WS-PARM-NAME.
           PERFORM LOAD-PROPOSED-PARAMETERS.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 3
               PERFORM DERIVE-ONE-DEADLINE
           END-PERFORM.
           MOVE DEADLINE-TABLE TO PROPOSED-DEADLINE-TABLE.

           MOVE "data/cutover.parm" TO WS-PARM-NAME.
           PERFORM LOAD-CUTOVER-PARAMETERS.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 3
               PERFORM DERIVE-ONE-DEADLINE
           END-PERFORM.

           PERFORM LOAD-PENALTY-TARIFF.

           OPEN INPUT CUSTOMER-MASTER-VALID.
           IF WS-VALID-STATUS NOT = "00"
               DISPLAY "CUTOVER-SIMULATION: customer master "
                   "data/customer-master-valid.dat could not be "
                   "opened, file status " WS-VALID-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SIMULATION-COUNT-FILE.
           CLOSE SIMULATION-COUNT-FILE.
           OPEN I-O SIMULATION-COUNT-FILE.
           OPEN OUTPUT SIMULATION-REPORT.

           MOVE "N" TO WS-EOF-SWITCH.
           READ CUSTOMER-MASTER-VALID NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           IF WS-VALID-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               PERFORM SIMULATE-ONE-CUSTOMER
               READ CUSTOMER-MASTER-VALID NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-VALID-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-VALID.

           PERFORM WRITE-COUNT-LINES.
           CLOSE SIMULATION-COUNT-FILE.
      *>   Emptied once read - nothing on the work file outlives
      *>   the run.
           OPEN OUTPUT SIMULATION-COUNT-FILE.
           CLOSE SIMULATION-COUNT-FILE.

           MOVE "99" TO SIM-CTL-REC-TYPE.
           MOVE WS-COUNT-CUSTOMERS TO SIM-CTL-CUSTOMERS.
           MOVE WS-COUNT-CHANGED TO SIM-CTL-CHANGED.
           MOVE WS-COUNT-LETTERS-CAUSED TO SIM-CTL-LETTERS-CAUSED.
           MOVE WS-COUNT-PENALTIES-CAUSED
               TO SIM-CTL-PENALTIES-CAUSED.
           MOVE WS-PENALTY-AMOUNT TO SIM-CTL-PENALTY-AMOUNT.
           MOVE WS-COUNT-LETTERS-LIFTED TO SIM-CTL-LETTERS-LIFTED.
           WRITE SIMULATION-CONTROL-LINE.
           CLOSE SIMULATION-REPORT.

           DISPLAY "CUTOVER-SIMULATION: " WS-COUNT-CHANGED " of "
               WS-COUNT-CUSTOMERS " customer(s) would change - "
               WS-COUNT-LETTERS-CAUSED " new letter(s), "
               WS-COUNT-PENALTIES-CAUSED " new penalty charge(s), "
               WS-COUNT-LETTERS-LIFTED " lifted - see "
               "data/cutover-simulation.rpt.".

           GOBACK.

      *>  The proposed file is held to the same checks as the live
      *>  one - an unknown or duplicate type would make the
      *>  comparison meaningless.
       LOAD-PROPOSED-PARAMETERS.
           PERFORM CLEAR-PARAMETER-TABLE.
           OPEN INPUT PROPOSED-PARAMETER-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "CUTOVER-SIMULATION: proposed cutover file "
                   "data/cutover-proposed.parm could not be opened, "
                   "file status " WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PROPOSED-PARAMETER-FILE
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL WS-PARM-STATUS NOT = "00"
               MOVE PRP-CUST-TYPE TO WS-LOAD-TYPE
               MOVE PRP-CUTOVER-DAY TO WS-LOAD-DAY
               MOVE PRP-CUTOVER-MONTH TO WS-LOAD-MONTH
               MOVE PRP-CUTOVER-YEAR TO WS-LOAD-YEAR
               PERFORM LOAD-ONE-CUTOVER
               READ PROPOSED-PARAMETER-FILE
                   AT END CONTINUE
               END-READ
           END-PERFORM.
           CLOSE PROPOSED-PARAMETER-FILE.
           PERFORM CHECK-INDIVIDUAL-ENTRY.

       LOAD-CUTOVER-PARAMETERS.
           PERFORM CLEAR-PARAMETER-TABLE.
           OPEN INPUT CUTOVER-PARAMETER-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "CUTOVER-SIMULATION: cutover parameter file "
                   "data/cutover.parm could not be opened, file "
                   "status " WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CUTOVER-PARAMETER-FILE
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL WS-PARM-STATUS NOT = "00"
               MOVE PARM-CUST-TYPE TO WS-LOAD-TYPE
               MOVE PARM-CUTOVER-DAY TO WS-LOAD-DAY
               MOVE PARM-CUTOVER-MONTH TO WS-LOAD-MONTH
               MOVE PARM-CUTOVER-YEAR TO WS-LOAD-YEAR
               PERFORM LOAD-ONE-CUTOVER
               READ CUTOVER-PARAMETER-FILE
                   AT END CONTINUE
               END-READ
           END-PERFORM.
           CLOSE CUTOVER-PARAMETER-FILE.
           PERFORM CHECK-INDIVIDUAL-ENTRY.

       CLEAR-PARAMETER-TABLE.
           MOVE "I" TO DLT-CUST-TYPE(1).
           MOVE "P" TO DLT-CUST-TYPE(2).
           MOVE "T" TO DLT-CUST-TYPE(3).
           MOVE "N" TO WS-PARM-FOUND(1) WS-PARM-FOUND(2)
               WS-PARM-FOUND(3).

      *>  No individual entry means no fallback for the other
      *>  types - the same stop the nightly run makes.
       CHECK-INDIVIDUAL-ENTRY.
           IF WS-PARM-FOUND(1) NOT = "Y"
               DISPLAY "CUTOVER-SIMULATION: " WS-PARM-NAME
                   " carries no individual (type I) record"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-CUTOVER.
           EVALUATE WS-LOAD-TYPE
               WHEN "I" MOVE 1 TO WS-TYPE-SUB
               WHEN "P" MOVE 2 TO WS-TYPE-SUB
               WHEN "T" MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   DISPLAY "CUTOVER-SIMULATION: " WS-PARM-NAME
                       " carries unknown customer type "
                       WS-LOAD-TYPE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-PARM-FOUND(WS-TYPE-SUB) = "Y"
               DISPLAY "CUTOVER-SIMULATION: " WS-PARM-NAME
                   " carries more than one record for customer "
                   "type " WS-LOAD-TYPE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-PARM-FOUND(WS-TYPE-SUB).
           MOVE WS-LOAD-DAY TO WS-PARM-DAY(WS-TYPE-SUB).
           MOVE WS-LOAD-MONTH TO WS-PARM-MONTH(WS-TYPE-SUB).
           MOVE WS-LOAD-YEAR TO WS-PARM-YEAR(WS-TYPE-SUB).

      *>  Rolled exactly as main-program rolls the live file, so the
      *>  only difference between the two tables is the proposal.
       DERIVE-ONE-DEADLINE.
           IF WS-PARM-FOUND(WS-TYPE-SUB) NOT = "Y"
               MOVE DLT-CUTOVER-DATE(1)
                   TO DLT-CUTOVER-DATE(WS-TYPE-SUB)
               MOVE DLT-CUTOVER-YEAR(1)
                   TO DLT-CUTOVER-YEAR(WS-TYPE-SUB)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARM-DAY(WS-TYPE-SUB) TO WS-CUTOVER-DAY.
           MOVE WS-PARM-MONTH(WS-TYPE-SUB) TO WS-CUTOVER-MONTH.
           IF FUNCTION MOD(WS-TODAY-YEAR, 4) = 0
                   AND (FUNCTION MOD(WS-TODAY-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WS-TODAY-YEAR, 400) = 0)
               ADD 1 TO WS-CUTOVER-DAY
           END-IF.
           MOVE WS-PARM-YEAR(WS-TYPE-SUB) TO WS-ROLL-YEAR.
           CALL "deadline-roller" USING WS-CUTOVER-DAY,
               WS-CUTOVER-MONTH, WS-ROLL-YEAR.
           MOVE WS-ROLL-YEAR TO DLT-CUTOVER-YEAR(WS-TYPE-SUB).
           STRING WS-CUTOVER-MONTH "-" WS-CUTOVER-DAY
           INTO DLT-CUTOVER-DATE(WS-TYPE-SUB)
           END-STRING.

      *>  The tariff penalty-calculator charges by - the estimate is
      *>  what tonight's accrual would raise, before any appeal.
       LOAD-PENALTY-TARIFF.
           MOVE 100.00 TO WS-FIXED-AMOUNT.
           MOVE 10.00 TO WS-DAILY-AMOUNT.
           MOVE 90 TO WS-GRACE-DAYS.
           MOVE 90 TO WS-DAILY-MAX-DAYS.
           OPEN INPUT PENALTY-PARAMETER-FILE.
           IF WS-PENALTY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PENALTY-PARAMETER-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE PNP-FIXED-AMOUNT TO WS-FIXED-AMOUNT
                   MOVE PNP-DAILY-AMOUNT TO WS-DAILY-AMOUNT
                   MOVE PNP-GRACE-DAYS TO WS-GRACE-DAYS
                   MOVE PNP-DAILY-MAX-DAYS TO WS-DAILY-MAX-DAYS
           END-READ.
           CLOSE PENALTY-PARAMETER-FILE.

       SIMULATE-ONE-CUSTOMER.
           ADD 1 TO WS-COUNT-CUSTOMERS.
           CALL "filter-decision" USING DEADLINE-TABLE,
               CUSTOMER-VALID-RECORD, WS-CURRENT-DEADLINE,
               WS-CURRENT-DECISION, WS-DECISION-TYPE-SUB.
           CALL "filter-decision" USING PROPOSED-DEADLINE-TABLE,
               CUSTOMER-VALID-RECORD, WS-PROPOSED-DEADLINE,
               WS-PROPOSED-DECISION, WS-DECISION-TYPE-SUB.
           IF WS-CURRENT-DECISION = WS-PROPOSED-DECISION
                   AND WS-CURRENT-DEADLINE = WS-PROPOSED-DEADLINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-CHANGED.

           MOVE "10" TO SIM-REC-TYPE.
           MOVE VCUST-ID TO SIM-CUST-ID.
           MOVE VCUST-NAME TO SIM-CUST-NAME.
           MOVE VCUST-TYPE TO SIM-CUST-TYPE.
           MOVE VCUST-AGENT-ID TO SIM-AGENT-ID.
           MOVE VCUST-STATUS TO SIM-CUST-STATUS.
           MOVE WS-CURRENT-DEADLINE TO SIM-CURRENT-DEADLINE.
           MOVE WS-CURRENT-DECISION TO SIM-CURRENT-DECISION.
           MOVE WS-PROPOSED-DEADLINE TO SIM-PROPOSED-DEADLINE.
           MOVE WS-PROPOSED-DECISION TO SIM-PROPOSED-DECISION.
           MOVE 0 TO SIM-PENALTY-ESTIMATE.

      *>   Letters and charges only ever reach customers who are
      *>   neither deceased nor in insolvency.
           IF VCUST-STATUS = "D" OR VCUST-STATUS = "I"
               MOVE "N" TO WS-CHARGEABLE-SWITCH
           ELSE
               MOVE "Y" TO WS-CHARGEABLE-SWITCH
           END-IF.

           EVALUATE TRUE
               WHEN WS-CURRENT-DECISION = WS-PROPOSED-DECISION
                   MOVE "D" TO SIM-EFFECT
               WHEN WS-PROPOSED-DECISION = "N"
                   MOVE "L" TO SIM-EFFECT
                   IF WS-CHARGEABLE-SWITCH = "Y"
                       ADD 1 TO WS-COUNT-LETTERS-CAUSED
                       PERFORM ESTIMATE-PENALTY
                   END-IF
               WHEN WS-CURRENT-DECISION = "N"
                   MOVE "R" TO SIM-EFFECT
                   IF WS-CHARGEABLE-SWITCH = "Y"
                       ADD 1 TO WS-COUNT-LETTERS-LIFTED
                   END-IF
               WHEN OTHER
                   MOVE "O" TO SIM-EFFECT
           END-EVALUATE.
           WRITE SIMULATION-DETAIL-LINE.

           MOVE "1" TO SCW-ORDER.
           MOVE "T" TO SCW-GROUP.
           MOVE SPACES TO SCW-CODE.
           MOVE VCUST-TYPE TO SCW-CODE.
           IF VCUST-TYPE = SPACE
               MOVE "I" TO SCW-CODE
           END-IF.
           PERFORM ADD-TO-COUNT.
           MOVE "2" TO SCW-ORDER.
           MOVE "A" TO SCW-GROUP.
           MOVE VCUST-AGENT-ID TO SCW-CODE.
           PERFORM ADD-TO-COUNT.

      *>  A proposed deadline still ahead of today raises nothing
      *>  tonight - only the letter.
       ESTIMATE-PENALTY.
           MOVE SPACES TO WS-DEADLINE-A.
           STRING WS-PROPOSED-DEADLINE(7:4) WS-PROPOSED-DEADLINE(1:2)
               WS-PROPOSED-DEADLINE(4:2)
               INTO WS-DEADLINE-A
           END-STRING.
           MOVE WS-DEADLINE-A TO WS-DEADLINE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DEADLINE)
               TO WS-DEADLINE-INTEGER.
           IF WS-DEADLINE-INTEGER = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-LATE = WS-TODAY-INTEGER
               - WS-DEADLINE-INTEGER.
           IF WS-DAYS-LATE NOT > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-DAYS-LATE > WS-GRACE-DAYS
               COMPUTE WS-DAILY-DAYS = WS-DAYS-LATE - WS-GRACE-DAYS
               IF WS-DAILY-DAYS > WS-DAILY-MAX-DAYS
                   MOVE WS-DAILY-MAX-DAYS TO WS-DAILY-DAYS
               END-IF
           ELSE
               MOVE 0 TO WS-DAILY-DAYS
           END-IF.
           COMPUTE SIM-PENALTY-ESTIMATE = WS-FIXED-AMOUNT
               + WS-DAILY-DAYS * WS-DAILY-AMOUNT.
           ADD 1 TO WS-COUNT-PENALTIES-CAUSED.
           ADD SIM-PENALTY-ESTIMATE TO WS-PENALTY-AMOUNT.

       ADD-TO-COUNT.
           READ SIMULATION-COUNT-FILE
               INVALID KEY
                   MOVE 0 TO SCW-CHANGED SCW-BECOME-LATE
                       SCW-NO-LONGER-LATE SCW-DEADLINE-ONLY
           END-READ.
           ADD 1 TO SCW-CHANGED.
           EVALUATE SIM-EFFECT
               WHEN "L" ADD 1 TO SCW-BECOME-LATE
               WHEN "R" ADD 1 TO SCW-NO-LONGER-LATE
               WHEN "D" ADD 1 TO SCW-DEADLINE-ONLY
           END-EVALUATE.
           WRITE SIMULATION-COUNT-RECORD
               INVALID KEY
                   REWRITE SIMULATION-COUNT-RECORD
                   END-REWRITE
           END-WRITE.

      *>  Read back in key order - every customer type first, then
      *>  every agent, direct customers (agent spaces) leading.
       WRITE-COUNT-LINES.
           CLOSE SIMULATION-COUNT-FILE.
           OPEN INPUT SIMULATION-COUNT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           READ SIMULATION-COUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               MOVE "20" TO SIM-CNT-REC-TYPE
               MOVE SCW-GROUP TO SIM-CNT-GROUP
               MOVE SCW-CODE TO SIM-CNT-KEY
               MOVE SCW-CHANGED TO SIM-CNT-CHANGED
               MOVE SCW-BECOME-LATE TO SIM-CNT-BECOME-LATE
               MOVE SCW-NO-LONGER-LATE TO SIM-CNT-NO-LONGER-LATE
               MOVE SCW-DEADLINE-ONLY TO SIM-CNT-DEADLINE-ONLY
               WRITE SIMULATION-COUNT-LINE
               READ SIMULATION-COUNT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-WORK-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-PERFORM.
