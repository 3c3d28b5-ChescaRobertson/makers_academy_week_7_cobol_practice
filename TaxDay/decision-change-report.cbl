           CLOSE AUDIT-LOG.
           CLOSE DECISION-WORK-FILE.
           CLOSE DECISION-CHANGE-REPORT.
      *>   Emptied once read - nothing on the work file outlives
      *>   the run.
           OPEN OUTPUT DECISION-WORK-FILE.
           CLOSE DECISION-WORK-FILE.

           DISPLAY "DECISION-CHANGE-REPORT: " WS-FLIP-COUNT
               " decision flip(s) reported.".
