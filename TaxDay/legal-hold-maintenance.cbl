       IDENTIFICATION DIVISION.
       PROGRAM-ID. legal-hold-maintenance.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LEGAL-HOLD-FILE
                   ASSIGN TO "data/legal-hold.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LGH-CUST-ID
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT LEGAL-HOLD-AUDIT
                   ASSIGN TO "data/legal-hold.audit"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LGA-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  LEGAL-HOLD-FILE.
           COPY LGHREC.
           FD  LEGAL-HOLD-AUDIT.
           COPY LGHAUD.
           WORKING-STORAGE SECTION.
           01 WS-ACTION PIC X.
           01 WS-CONFIRM PIC X.
           01 WS-HOLD-STATUS PIC XX.
           01 WS-LGA-STATUS PIC XX.
           01 WS-EOF-SWITCH PIC X.
           01 WS-WORK-CUST-ID PIC X(6).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-COUNT-HOLDS PIC 9(5).
           01 WS-TIMESTAMP PIC X(26).
           01 WS-LOCK-ACTION PIC X(1).
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC X(1).
       PROCEDURE DIVISION.
      *>   Keyed maintenance of the legal hold register. A customer
      *>   on it is passed over by the retention purge however long
      *>   ago they were deleted or ceased, so a hold is placed and
      *>   released only here, under an operator ID, and every
      *>   change leaves a record on the hold audit. The purge reads
      *>   the register under the run lock, so this takes it too.
           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "LEGAL-HOLD-MAINTENANCE" TO WS-LOCK-HOLDER.
           CALL "run-lock" USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
               WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "The nightly batch or another session holds "
                   "the run lock - try again when it finishes."
               GOBACK
           END-IF.

           OPEN I-O LEGAL-HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               DISPLAY "No existing legal hold register found - "
                   "creating a new one."
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "LEGAL-HOLD-MAINTENANCE: legal hold register "
                   "data/legal-hold.dat could not be opened, "
                   "file status " WS-HOLD-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           DISPLAY "Legal hold maintenance".
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator ID is required - no hold is "
                   "changed without one."
               CLOSE LEGAL-HOLD-FILE
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF.
           OPEN EXTEND LEGAL-HOLD-AUDIT.
           IF WS-LGA-STATUS = "35"
               OPEN OUTPUT LEGAL-HOLD-AUDIT
           END-IF.

           PERFORM UNTIL WS-ACTION = "X" OR WS-ACTION = "x"
               DISPLAY "Action (P=place hold, R=release hold, "
                   "L=list holds, X=exit): " WITH NO ADVANCING
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "P"
                   WHEN "p"
                       PERFORM PLACE-HOLD
                   WHEN "R"
                   WHEN "r"
                       PERFORM RELEASE-HOLD
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-HOLDS
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown action " WS-ACTION "."
               END-EVALUATE
           END-PERFORM.

           CLOSE LEGAL-HOLD-FILE.
           CLOSE LEGAL-HOLD-AUDIT.

           PERFORM RELEASE-RUN-LOCK.

           GOBACK.

       RELEASE-RUN-LOCK.
           MOVE "R" TO WS-LOCK-ACTION.
           CALL "run-lock" USING WS-LOCK-ACTION, WS-LOCK-HOLDER,
               WS-LOCK-RESULT.

      *>  A hold is placed against the customer ID alone - it need
      *>  not be on the master, since a customer already deleted
      *>  still has history the purge would otherwise remove.
       PLACE-HOLD.
           PERFORM ACCEPT-CUSTOMER-ID.
           MOVE WS-WORK-CUST-ID TO LGH-CUST-ID.
           READ LEGAL-HOLD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer " WS-WORK-CUST-ID " is already "
                       "on hold - " LGH-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-WORK-CUST-ID TO LGH-CUST-ID.
           DISPLAY "Reason / case reference: " WITH NO ADVANCING.
           ACCEPT LGH-REASON.
           IF LGH-REASON = SPACES
               DISPLAY "A reason is required - hold not placed."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO LGH-PLACED-DATE.
           MOVE WS-OPERATOR-ID TO LGH-PLACED-BY.
           DISPLAY "Place hold on customer " LGH-CUST-ID "? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               WRITE LEGAL-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Hold on customer " LGH-CUST-ID
                           " could not be placed, file status "
                           WS-HOLD-STATUS
                   NOT INVALID KEY
                       MOVE "P" TO LGA-ACTION
                       PERFORM WRITE-HOLD-AUDIT
                       DISPLAY "Hold placed on customer "
                           LGH-CUST-ID "."
               END-WRITE
           ELSE
               DISPLAY "Place cancelled - register unchanged."
           END-IF.

       RELEASE-HOLD.
           PERFORM ACCEPT-CUSTOMER-ID.
           MOVE WS-WORK-CUST-ID TO LGH-CUST-ID.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   DISPLAY "Customer " WS-WORK-CUST-ID " is not on "
                       "hold."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Reason:    " LGH-REASON.
           DISPLAY "Placed on: " LGH-PLACED-DATE " by "
               LGH-PLACED-BY.
           DISPLAY "Release hold on customer " LGH-CUST-ID
               "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               DELETE LEGAL-HOLD-FILE
                   INVALID KEY
                       DISPLAY "Hold on customer " LGH-CUST-ID
                           " could not be released, file status "
                           WS-HOLD-STATUS
                   NOT INVALID KEY
                       MOVE "R" TO LGA-ACTION
                       PERFORM WRITE-HOLD-AUDIT
                       DISPLAY "Hold released on customer "
                           LGH-CUST-ID "."
               END-DELETE
           ELSE
               DISPLAY "Release cancelled - register unchanged."
           END-IF.

       LIST-HOLDS.
           MOVE ZERO TO WS-COUNT-HOLDS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO LGH-CUST-ID.
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LGH-CUST-ID
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ LEGAL-HOLD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COUNT-HOLDS
                       DISPLAY LGH-CUST-ID " " LGH-PLACED-DATE " "
                           LGH-PLACED-BY " " LGH-REASON
               END-READ
           END-PERFORM.
           DISPLAY WS-COUNT-HOLDS " customer(s) on legal hold.".

       ACCEPT-CUSTOMER-ID.
           DISPLAY "Customer ID (6 chars): " WITH NO ADVANCING.
           ACCEPT WS-WORK-CUST-ID.

       WRITE-HOLD-AUDIT.
           MOVE LGH-CUST-ID TO LGA-CUST-ID.
           MOVE LGH-REASON TO LGA-REASON.
           MOVE WS-OPERATOR-ID TO LGA-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO LGA-TIMESTAMP.
           WRITE LEGAL-HOLD-AUDIT-RECORD.
