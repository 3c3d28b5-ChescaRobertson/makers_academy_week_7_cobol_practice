                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VCUST-ID
                   ALTERNATE RECORD KEY IS VCUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-VALID-STATUS.
               SELECT MAINTENANCE-AUDIT
                   ASSIGN TO "data/customer-maintenance.audit"
               ==CUST-TAX-REF== BY ==VCUST-TAX-REF==
               ==CUST-REG-DATE== BY ==VCUST-REG-DATE==
               ==CUST-TYPE== BY ==VCUST-TYPE==
               ==CUST-AGENT-ID== BY ==VCUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==VCUST-STATUS-DATE==
               ==CUST-STATUS== BY ==VCUST-STATUS==.
           FD  MAINTENANCE-AUDIT.
           COPY MAINTREC.
           FD  CUSTOMER-CHANGES-FILE.
           01 WS-LOCK-RESULT PIC X(1).
           01 WS-REASON-CODE PIC X(4).
           01 WS-REASON-TEXT PIC X(40).
           01 WS-OLD-STATUS PIC X(1).
           01 WS-LOG-SOURCE PIC X(24) VALUE "CUSTOMER-MAINTENANCE".
           COPY CUSTREC.
       PROCEDURE DIVISION.
      *>   Keyed maintenance of the indexed customer master, so the
                   NOT INVALID KEY
                       MOVE "A" TO MNT-ACTION
                       PERFORM WRITE-MAINTENANCE-AUDIT
                       MOVE SPACE TO WS-OLD-STATUS
                       PERFORM LOG-STATUS-CHANGE
                       DISPLAY "Customer " CUST-ID " added."
               END-WRITE
           ELSE
           DISPLAY "Current registration date: " VCUST-REG-DATE.
           DISPLAY "Current customer type:     " VCUST-TYPE.
           DISPLAY "Current agent ID:          " VCUST-AGENT-ID.
           DISPLAY "Current status:            " VCUST-STATUS
               " effective " VCUST-STATUS-DATE.
           IF VCUST-STATUS = SPACE
               MOVE "A" TO WS-OLD-STATUS
           ELSE
               MOVE VCUST-STATUS TO WS-OLD-STATUS
           END-IF.
           PERFORM ACCEPT-CUSTOMER-FIELDS.
           PERFORM EDIT-CUSTOMER-FIELDS.
           IF WS-REASON-CODE NOT = SPACES
                   NOT INVALID KEY
                       MOVE "M" TO MNT-ACTION
                       PERFORM WRITE-MAINTENANCE-AUDIT
                       PERFORM LOG-STATUS-CHANGE
                       DISPLAY "Customer " CUST-ID " amended."
               END-REWRITE
           ELSE
           DISPLAY "Registration date: " CUST-REG-DATE.
           DISPLAY "Customer type:     " CUST-TYPE.
           DISPLAY "Agent ID:          " CUST-AGENT-ID.
           DISPLAY "Status:            " CUST-STATUS
               " effective " CUST-STATUS-DATE.
           DISPLAY "Delete customer " CUST-ID "? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
                   NOT INVALID KEY
                       MOVE "D" TO MNT-ACTION
                       PERFORM WRITE-MAINTENANCE-AUDIT
                       MOVE CUST-STATUS TO WS-OLD-STATUS
                       IF WS-OLD-STATUS = SPACE
                           MOVE "A" TO WS-OLD-STATUS
                       END-IF
                       MOVE "R" TO CUST-STATUS
                       MOVE SPACES TO CUST-STATUS-DATE
                       PERFORM LOG-STATUS-CHANGE
                       DISPLAY "Customer " CUST-ID " deleted."
               END-DELETE
           ELSE
               WITH NO ADVANCING.
           ACCEPT CUST-AGENT-ID.
           PERFORM WARN-IF-AGENT-UNKNOWN.
           DISPLAY "Status (A=active, C=ceased, D=deceased, "
               "M=dormant, I=insolvency): " WITH NO ADVANCING.
           ACCEPT CUST-STATUS.
           DISPLAY "Status effective date (CCYYMMDD, blank if "
               "active): " WITH NO ADVANCING.
           ACCEPT CUST-STATUS-DATE.

       WARN-IF-AGENT-UNKNOWN.
           IF CUST-AGENT-ID NOT = SPACES
           DISPLAY "Save customer " CUST-ID " name=" CUST-NAME
               " tax ref=" CUST-TAX-REF " reg date=" CUST-REG-DATE
               " type=" CUST-TYPE " agent=" CUST-AGENT-ID
               " status=" CUST-STATUS " effective=" CUST-STATUS-DATE
               "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

           MOVE CUST-TYPE TO MNT-CUST-TYPE.
           MOVE CUST-AGENT-ID TO MNT-AGENT-ID.
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP.
           MOVE CUST-STATUS TO MNT-CUST-STATUS.
           MOVE CUST-STATUS-DATE TO MNT-STATUS-DATE.
           WRITE MAINT-AUDIT-RECORD.
           PERFORM WRITE-CHANGE-RECORD.

           MOVE CUST-REG-DATE TO CHG-CUST-REG-DATE.
           MOVE CUST-TYPE TO CHG-CUST-TYPE.
           MOVE CUST-AGENT-ID TO CHG-AGENT-ID.
           MOVE CUST-STATUS TO CHG-CUST-STATUS.
           MOVE CUST-STATUS-DATE TO CHG-STATUS-DATE.
           WRITE CHANGE-RECORD.
           CLOSE CUSTOMER-CHANGES-FILE.

      *>  The master is written here, so tonight's delta finds the
      *>  status already in place - the change is recorded on the
      *>  status history now, while the old status is still known.
       LOG-STATUS-CHANGE.
           CALL "customer-status-log" USING CUSTOMER-RECORD,
               WS-OLD-STATUS, WS-LOG-SOURCE.
