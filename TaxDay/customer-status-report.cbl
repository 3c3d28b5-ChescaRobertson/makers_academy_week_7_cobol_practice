       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-status-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STATUS-HISTORY-FILE
                   ASSIGN TO "data/customer-status-history.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT CUSTOMER-FILTER-IN
                   ASSIGN TO "data/customer-filter-out.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FILTER-STATUS.
               SELECT STATUS-WORK-FILE
                   ASSIGN TO "data/status-report-work.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SWK-CUST-ID
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT STATUS-CHANGE-REPORT
                   ASSIGN TO "data/customer-status.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  STATUS-HISTORY-FILE.
           COPY STSHIST.
           FD  CUSTOMER-FILTER-IN.
           COPY FILTREC.
           FD  STATUS-WORK-FILE.
           01  STATUS-WORK-RECORD.
               05  SWK-CUST-ID             PIC X(6).
               05  SWK-DECISION            PIC X(1).
               05  SWK-CUST-STATUS         PIC X(1).
           FD  STATUS-CHANGE-REPORT.
           COPY STSRPT.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-FILTER-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-FROM-DATE PIC X(8).
           01 WS-TO-DATE PIC X(8).
           01 WS-TODAY PIC X(8).
           01 WS-COUNT-CHANGES PIC 9(7) VALUE 0.
           01 WS-COUNT-LETTERS-HELD PIC 9(7) VALUE 0.
           01 WS-COUNT-EXTRACT-HELD PIC 9(7) VALUE 0.
           01 WS-COUNT-RETURNS-NOT-DUE PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *>   Every customer whose lifecycle status changed in a period,
      *>   and what the change is holding back: a deceased customer
      *>   or one in insolvency is neither lettered nor charged, a
      *>   dormant one is left out of the HMRC extract, and a ceased
      *>   one files for its final year only. What was held back is
      *>   read off the current filter decisions, so the report
      *>   shows the effect as tonight's steps saw it.
           DISPLAY "Customer status change report".
           DISPLAY "From date (CCYYMMDD, blank for the start of "
               "this month): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           DISPLAY "To date   (CCYYMMDD, blank for today): "
               WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF WS-FROM-DATE = SPACES
               MOVE WS-TODAY TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE IS NOT NUMERIC OR WS-TO-DATE IS NOT NUMERIC
               DISPLAY "Dates must be CCYYMMDD - report not run."
               GOBACK
           END-IF.

           OPEN INPUT STATUS-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "CUSTOMER-STATUS-REPORT: no status history "
                   "data/customer-status-history.dat - no status "
                   "has changed since it was started."
               GOBACK
           END-IF.

           PERFORM LOAD-STATUS-WORK.

           OPEN OUTPUT STATUS-CHANGE-REPORT.
           MOVE "N" TO WS-EOF-SWITCH.
           READ STATUS-HISTORY-FILE
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
      *>   A change is in the period by the day it was recorded -
      *>   a death keyed today with an earlier date of death holds
      *>   back letters and penalties from tonight. The date it took
      *>   effect is what the detail line shows.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF STH-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                       AND STH-TIMESTAMP(1:8) NOT > WS-TO-DATE
                   PERFORM REPORT-ONE-CHANGE
               END-IF
               READ STATUS-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE STATUS-HISTORY-FILE.
           CLOSE STATUS-WORK-FILE.
      *>   Emptied once read - nothing on the work file outlives
      *>   the run.
           OPEN OUTPUT STATUS-WORK-FILE.
           CLOSE STATUS-WORK-FILE.

           MOVE "99" TO STR-CTL-REC-TYPE.
           MOVE WS-FROM-DATE TO STR-CTL-FROM-DATE.
           MOVE WS-TO-DATE TO STR-CTL-TO-DATE.
           MOVE WS-COUNT-CHANGES TO STR-CTL-CHANGES.
           MOVE WS-COUNT-LETTERS-HELD TO STR-CTL-LETTERS-HELD.
           MOVE WS-COUNT-EXTRACT-HELD TO STR-CTL-EXTRACT-HELD.
           MOVE WS-COUNT-RETURNS-NOT-DUE TO STR-CTL-RETURNS-NOT-DUE.
           WRITE STATUS-CONTROL-LINE.
           CLOSE STATUS-CHANGE-REPORT.

           DISPLAY "CUSTOMER-STATUS-REPORT: " WS-COUNT-CHANGES
               " status change(s) from " WS-FROM-DATE " to "
               WS-TO-DATE " - see data/customer-status.rpt.".

           GOBACK.

      *>  The current decisions, keyed by customer, so each history
      *>  record can be matched to what tonight's steps acted on.
       LOAD-STATUS-WORK.
           OPEN OUTPUT STATUS-WORK-FILE.
           CLOSE STATUS-WORK-FILE.
           OPEN I-O STATUS-WORK-FILE.
           OPEN INPUT CUSTOMER-FILTER-IN.
           IF WS-FILTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ CUSTOMER-FILTER-IN
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               MOVE CFO-CUST-ID TO SWK-CUST-ID
               MOVE CFO-FILTER-DECISION TO SWK-DECISION
               MOVE CFO-CUST-STATUS TO SWK-CUST-STATUS
               WRITE STATUS-WORK-RECORD
                   INVALID KEY
                       REWRITE STATUS-WORK-RECORD
                       END-REWRITE
               END-WRITE
               READ CUSTOMER-FILTER-IN
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILTER-IN.

      *>  A change since overtaken by a later one is holding nothing
      *>  back - only the status the decision still carries is
      *>  counted.
       REPORT-ONE-CHANGE.
           ADD 1 TO WS-COUNT-CHANGES.
           MOVE "10" TO STR-REC-TYPE.
           MOVE STH-CUST-ID TO STR-CUST-ID.
           MOVE STH-CUST-NAME TO STR-CUST-NAME.
           MOVE STH-CUST-TAX-REF TO STR-CUST-TAX-REF.
           MOVE STH-AGENT-ID TO STR-AGENT-ID.
           MOVE STH-OLD-STATUS TO STR-OLD-STATUS.
           MOVE STH-NEW-STATUS TO STR-NEW-STATUS.
           MOVE STH-STATUS-DATE TO STR-STATUS-DATE.
           MOVE STH-SOURCE TO STR-SOURCE.

           MOVE STH-CUST-ID TO SWK-CUST-ID.
           READ STATUS-WORK-FILE
               INVALID KEY
                   MOVE SPACE TO STR-DECISION
                   MOVE "nothing - no longer on the master"
                       TO STR-SUPPRESSED
                   WRITE STATUS-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ.
           MOVE SWK-DECISION TO STR-DECISION.
           IF SWK-CUST-STATUS NOT = STH-NEW-STATUS
               MOVE "nothing - status since changed again"
                   TO STR-SUPPRESSED
               WRITE STATUS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN (STH-NEW-STATUS = "D" OR STH-NEW-STATUS = "I")
                       AND SWK-DECISION = "N"
                   MOVE "late-filing letter and penalty accrual"
                       TO STR-SUPPRESSED
                   ADD 1 TO WS-COUNT-LETTERS-HELD
               WHEN STH-NEW-STATUS = "M" AND SWK-DECISION = "Y"
                   MOVE "HMRC extract entry" TO STR-SUPPRESSED
                   ADD 1 TO WS-COUNT-EXTRACT-HELD
               WHEN STH-NEW-STATUS = "C" AND SWK-DECISION = "X"
                   MOVE "every return after the final year"
                       TO STR-SUPPRESSED
                   ADD 1 TO WS-COUNT-RETURNS-NOT-DUE
               WHEN STH-NEW-STATUS = "C"
                   MOVE "nothing yet - final year still due"
                       TO STR-SUPPRESSED
               WHEN STH-NEW-STATUS = "A"
                   MOVE "nothing - active again" TO STR-SUPPRESSED
               WHEN OTHER
                   MOVE "nothing on the current decision"
                       TO STR-SUPPRESSED
           END-EVALUATE.
           WRITE STATUS-DETAIL-LINE.
