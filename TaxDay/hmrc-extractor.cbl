      *>  Fold the night's 'Y' decisions through a work file keyed
      *>  agent then tax reference - reading it back in key order IS
      *>  the agent sequencing, direct customers (agent spaces)
      *>  first. A dormant customer has nothing to submit and is
      *>  left out whatever its decision.
       LOAD-EXTRACT-WORK.
           OPEN OUTPUT EXTRACT-WORK-FILE.
           CLOSE EXTRACT-WORK-FILE.
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF CFO-FILTER-DECISION = "Y"
                       AND CFO-CUST-STATUS NOT = "M"
                   PERFORM LOAD-ONE-WORK-RECORD
               END-IF
               READ CUSTOMER-FILTER-IN
               PERFORM WRITE-AGENT-SUBTOTAL
           END-IF.
           CLOSE EXTRACT-WORK-FILE.
      *>   Emptied once read - nothing on the work file outlives
      *>   the run.
           OPEN OUTPUT EXTRACT-WORK-FILE.
           CLOSE EXTRACT-WORK-FILE.

       WRITE-EXTRACT-RECORD.
           MOVE "01" TO HMRC-REC-TYPE.
