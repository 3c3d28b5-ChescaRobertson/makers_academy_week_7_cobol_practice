               05  AWK-TAX-REF             PIC X(10).
               05  AWK-DECISION            PIC X(1).
               05  AWK-SUB-STATUS          PIC X(1).
               05  AWK-CUST-STATUS         PIC X(1).
           FD  AGENT-ACTIVITY-REPORT.
           COPY AGACTREC.
           WORKING-STORAGE SECTION.
           MOVE CFO-CUST-NAME TO AWK-CUST-NAME.
           MOVE CFO-TAX-REF TO AWK-TAX-REF.
           MOVE CFO-FILTER-DECISION TO AWK-DECISION.
           MOVE CFO-CUST-STATUS TO AWK-CUST-STATUS.
           MOVE SPACE TO AWK-SUB-STATUS.
      *>  A dormant customer is left off the HMRC extract whatever
      *>  its decision, so it has no submission to look up.
           IF CFO-FILTER-DECISION = "Y"
                   AND CFO-CUST-STATUS NOT = "M"
                   AND WS-STATUS-OPEN-SWITCH = "Y"
               MOVE CFO-TAX-REF TO SUB-TAX-REF
               READ SUBMISSION-STATUS-FILE
               PERFORM WRITE-AGENT-TOTAL
           END-IF.
           CLOSE ACTIVITY-WORK-FILE.
      *>   Emptied once read - nothing on the work file outlives
      *>   the run.
           OPEN OUTPUT ACTIVITY-WORK-FILE.
           CLOSE ACTIVITY-WORK-FILE.

       WRITE-CLIENT-LINE.
           IF WS-GROUP-OPEN NOT = "Y"
           WRITE AGENT-CLIENT-LINE.
           ADD 1 TO WS-GROUP-CLIENTS.
           IF AWK-DECISION = "Y"
                   AND AWK-CUST-STATUS NOT = "M"
               ADD 1 TO WS-GROUP-SUBMITTED
           END-IF.
           IF AWK-SUB-STATUS = "A"
