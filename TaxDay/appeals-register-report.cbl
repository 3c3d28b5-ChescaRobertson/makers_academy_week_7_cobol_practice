       IDENTIFICATION DIVISION.
       PROGRAM-ID. appeals-register-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PENALTY-APPEAL-FILE
                   ASSIGN TO "data/penalty-appeals.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APL-KEY
                   FILE STATUS IS WS-APPEAL-STATUS.
               SELECT APPEAL-WORK-FILE
                   ASSIGN TO "data/appeals-register-work.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AWK-KEY
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT APPEALS-REGISTER-REPORT
                   ASSIGN TO "data/appeals-register.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  PENALTY-APPEAL-FILE.
           COPY APPLREC.
           FD  APPEAL-WORK-FILE.
           01  APPEAL-WORK-RECORD.
               05  AWK-KEY.
                   10  AWK-RECEIVED-DATE   PIC X(8).
                   10  AWK-CUST-ID         PIC X(6).
                   10  AWK-TAX-YEAR        PIC X(4).
               05  AWK-TAX-REF             PIC X(10).
               05  AWK-CUST-NAME           PIC X(30).
               05  AWK-GROUNDS-CODE        PIC X(4).
               05  AWK-DISPUTED-AMOUNT     PIC 9(7)V99.
           FD  APPEALS-REGISTER-REPORT.
           COPY APLRPT.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-APPEAL-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
      *>   HMRC's published turnaround for a penalty appeal.
           01 WS-TARGET-DAYS PIC 9(3) VALUE 30.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INTEGER PIC 9(8).
           01 WS-RECEIVED PIC 9(8).
           01 WS-AGE-DAYS PIC S9(7).
           01 WS-SUB PIC 9.
           01 WS-OPEN-COUNT PIC 9(7) VALUE 0.
           01 WS-OVER-TARGET-COUNT PIC 9(7) VALUE 0.
           01 WS-TOTAL-DISPUTED PIC 9(9)V99 VALUE 0.
           01 WS-BAND-TABLE.
               05 WS-BAND-ENTRY OCCURS 4.
                   10 WS-BAND-LABEL PIC X(12).
                   10 WS-BAND-HIGH-DAYS PIC 9(5).
                   10 WS-BAND-COUNT PIC 9(7).
                   10 WS-BAND-DISPUTED PIC 9(9)V99.
       PROCEDURE DIVISION.
      *>   Weekly register of every penalty appeal still awaiting
      *>   HMRC's decision, oldest first, with its age in days and
      *>   the charge under dispute. Appeals are banded by age
      *>   against the response target so the team can see what
      *>   has to be cleared this week before it goes over.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY)
               TO WS-TODAY-INTEGER.
           PERFORM SET-AGE-BANDS.

           OPEN OUTPUT APPEAL-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "APPEALS-REGISTER-REPORT: work file "
                   "data/appeals-register-work.dat could not be "
                   "opened, file status " WS-WORK-STATUS
               STOP RUN
           END-IF.
           CLOSE APPEAL-WORK-FILE.
           OPEN I-O APPEAL-WORK-FILE.

           PERFORM LOAD-OPEN-APPEALS.

           OPEN OUTPUT APPEALS-REGISTER-REPORT.
           PERFORM REPORT-OPEN-APPEALS.
           PERFORM REPORT-AGE-BANDS.
           MOVE "99" TO APR-CTL-REC-TYPE.
           MOVE WS-OPEN-COUNT TO APR-CTL-OPEN-COUNT.
           MOVE WS-OVER-TARGET-COUNT TO APR-CTL-OVER-TARGET.
           MOVE WS-TOTAL-DISPUTED TO APR-CTL-DISPUTED.
           MOVE WS-TARGET-DAYS TO APR-CTL-TARGET-DAYS.
           WRITE APPEAL-CONTROL-LINE.
           CLOSE APPEALS-REGISTER-REPORT.

           DISPLAY "APPEALS-REGISTER-REPORT: " WS-OPEN-COUNT
               " open appeal(s), " WS-OVER-TARGET-COUNT
               " past the " WS-TARGET-DAYS "-day target.".

           GOBACK.

      *>  The last band catches everything past the target.
       SET-AGE-BANDS.
           MOVE "0-10 DAYS" TO WS-BAND-LABEL(1).
           MOVE 10 TO WS-BAND-HIGH-DAYS(1).
           MOVE "11-20 DAYS" TO WS-BAND-LABEL(2).
           MOVE 20 TO WS-BAND-HIGH-DAYS(2).
           MOVE "21-30 DAYS" TO WS-BAND-LABEL(3).
           MOVE WS-TARGET-DAYS TO WS-BAND-HIGH-DAYS(3).
           MOVE "OVER TARGET" TO WS-BAND-LABEL(4).
           MOVE 99999 TO WS-BAND-HIGH-DAYS(4).
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE 0 TO WS-BAND-COUNT(WS-SUB)
               MOVE 0 TO WS-BAND-DISPUTED(WS-SUB)
           END-PERFORM.

       LOAD-OPEN-APPEALS.
           OPEN INPUT PENALTY-APPEAL-FILE.
           IF WS-APPEAL-STATUS NOT = "00"
               DISPLAY "APPEALS-REGISTER-REPORT: no appeal file "
                   "data/penalty-appeals.dat to report, file "
                   "status " WS-APPEAL-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           READ PENALTY-APPEAL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               IF APL-OUTCOME = "O"
                   MOVE APL-RECEIVED-DATE TO AWK-RECEIVED-DATE
                   MOVE APL-CUST-ID TO AWK-CUST-ID
                   MOVE APL-TAX-YEAR TO AWK-TAX-YEAR
                   MOVE APL-TAX-REF TO AWK-TAX-REF
                   MOVE APL-CUST-NAME TO AWK-CUST-NAME
                   MOVE APL-GROUNDS-CODE TO AWK-GROUNDS-CODE
                   MOVE APL-DISPUTED-AMOUNT TO AWK-DISPUTED-AMOUNT
                   WRITE APPEAL-WORK-RECORD
                       INVALID KEY
                           REWRITE APPEAL-WORK-RECORD
                           END-REWRITE
                   END-WRITE
               END-IF
               READ PENALTY-APPEAL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE PENALTY-APPEAL-FILE.

       REPORT-OPEN-APPEALS.
           CLOSE APPEAL-WORK-FILE.
           OPEN INPUT APPEAL-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           READ APPEAL-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               PERFORM REPORT-ONE-APPEAL
               READ APPEAL-WORK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-WORK-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-PERFORM.
           CLOSE APPEAL-WORK-FILE.
      *>   Emptied once read - nothing on the work file outlives
      *>   the run.
           OPEN OUTPUT APPEAL-WORK-FILE.
           CLOSE APPEAL-WORK-FILE.

       REPORT-ONE-APPEAL.
           MOVE AWK-RECEIVED-DATE TO WS-RECEIVED.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-RECEIVED).
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           MOVE "10" TO APR-REC-TYPE.
           MOVE AWK-CUST-ID TO APR-CUST-ID.
           MOVE AWK-TAX-YEAR TO APR-TAX-YEAR.
           MOVE AWK-TAX-REF TO APR-TAX-REF.
           MOVE AWK-CUST-NAME TO APR-CUST-NAME.
           MOVE AWK-GROUNDS-CODE TO APR-GROUNDS-CODE.
           MOVE AWK-RECEIVED-DATE TO APR-RECEIVED-DATE.
           MOVE WS-AGE-DAYS TO APR-AGE-DAYS.
           MOVE AWK-DISPUTED-AMOUNT TO APR-DISPUTED-AMOUNT.
           IF WS-AGE-DAYS > WS-TARGET-DAYS
               MOVE "Y" TO APR-OVER-TARGET
               ADD 1 TO WS-OVER-TARGET-COUNT
           ELSE
               MOVE "N" TO APR-OVER-TARGET
           END-IF.
           WRITE APPEAL-DETAIL-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           ADD AWK-DISPUTED-AMOUNT TO WS-TOTAL-DISPUTED.

           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB = 4
                   OR WS-AGE-DAYS NOT > WS-BAND-HIGH-DAYS(WS-SUB)
               ADD 1 TO WS-SUB
           END-PERFORM.
           ADD 1 TO WS-BAND-COUNT(WS-SUB).
           ADD AWK-DISPUTED-AMOUNT TO WS-BAND-DISPUTED(WS-SUB).

       REPORT-AGE-BANDS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE "20" TO APR-BND-REC-TYPE
               MOVE WS-BAND-LABEL(WS-SUB) TO APR-BND-LABEL
               MOVE WS-BAND-COUNT(WS-SUB) TO APR-BND-COUNT
               MOVE WS-BAND-DISPUTED(WS-SUB) TO APR-BND-DISPUTED
               WRITE APPEAL-BAND-LINE
           END-PERFORM.
