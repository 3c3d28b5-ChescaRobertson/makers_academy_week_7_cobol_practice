                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VCUST-ID
                   ALTERNATE RECORD KEY IS VCUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-VALID-STATUS.
               SELECT CUSTOMER-CHANGES-FILE
                   ASSIGN TO "data/customer-changes.dat"
               ==CUST-TAX-REF== BY ==VCUST-TAX-REF==
               ==CUST-REG-DATE== BY ==VCUST-REG-DATE==
               ==CUST-TYPE== BY ==VCUST-TYPE==
               ==CUST-AGENT-ID== BY ==VCUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==VCUST-STATUS-DATE==
               ==CUST-STATUS== BY ==VCUST-STATUS==.
           FD  CUSTOMER-CHANGES-FILE.
           COPY CHNGREC.
           WORKING-STORAGE SECTION.
           01 WS-WORK-CUST-ID PIC X(6).
           01 WS-RAW-FOUND-SWITCH PIC X.
           01 WS-OVERFLOW-SWITCH PIC X VALUE "N".
           01 WS-OLD-STATUS PIC X(1).
           01 WS-LOG-SOURCE PIC X(24) VALUE "REJECT-WORKBENCH".
           01 WS-LOCK-ACTION PIC X(1).
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC X(1).
               ==CUST-TAX-REF== BY ==WRK-CUST-TAX-REF==
               ==CUST-REG-DATE== BY ==WRK-CUST-REG-DATE==
               ==CUST-TYPE== BY ==WRK-CUST-TYPE==
               ==CUST-AGENT-ID== BY ==WRK-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==WRK-CUST-STATUS-DATE==
               ==CUST-STATUS== BY ==WRK-CUST-STATUS==.
       PROCEDURE DIVISION.
      *>   Workbench for the records customer-validator turned away:
      *>   list what is outstanding, key the correction, re-validate
           DISPLAY "Agent ID (6 chars, blank for direct): "
               WITH NO ADVANCING.
           ACCEPT WRK-AGENT-ID.
           DISPLAY "Status (A=active, C=ceased, D=deceased, "
               "M=dormant, I=insolvency): " WITH NO ADVANCING.
           ACCEPT WRK-CUST-STATUS.
           DISPLAY "Status effective date (CCYYMMDD, blank if "
               "active): " WITH NO ADVANCING.
           ACCEPT WRK-CUST-STATUS-DATE.

           CALL "customer-edits" USING WORK-CUSTOMER-RECORD,
               WS-REASON-CODE, WS-REASON-TEXT.
           DISPLAY "Save customer " WRK-CUST-ID " name=" WRK-CUST-NAME
               " tax ref=" WRK-CUST-TAX-REF " reg date="
               WRK-CUST-REG-DATE " type=" WRK-CUST-TYPE
               " agent=" WRK-AGENT-ID " status=" WRK-CUST-STATUS
               " effective=" WRK-CUST-STATUS-DATE "? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               EXIT PARAGRAPH
           END-IF.

      *>   The status the master held before the correction goes on
      *>   the status history if the correction changes it.
           MOVE WRK-CUST-ID TO VCUST-ID.
           READ CUSTOMER-MASTER-VALID
               INVALID KEY
                   MOVE SPACE TO WS-OLD-STATUS
               NOT INVALID KEY
                   MOVE VCUST-STATUS TO WS-OLD-STATUS
                   IF WS-OLD-STATUS = SPACE
                       MOVE "A" TO WS-OLD-STATUS
                   END-IF
           END-READ.
           MOVE WORK-CUSTOMER-RECORD TO CUSTOMER-VALID-RECORD.
           WRITE CUSTOMER-VALID-RECORD
               INVALID KEY
           IF WS-VALID-STATUS = "00"
               MOVE "C" TO WS-REJ-STATUS(WS-FOUND-SUB)
               PERFORM WRITE-CHANGE-RECORD
               CALL "customer-status-log" USING WORK-CUSTOMER-RECORD,
                   WS-OLD-STATUS, WS-LOG-SOURCE
               DISPLAY "Customer " WRK-CUST-ID " corrected and "
                   "written to the validated master - run "
                   "customer-refilter for a same-day decision, or "
               DISPLAY "Current registration date: " CUST-REG-DATE
               DISPLAY "Current customer type:     " CUST-TYPE
               DISPLAY "Current agent ID:          " CUST-AGENT-ID
               DISPLAY "Current status:            " CUST-STATUS
                   " effective " CUST-STATUS-DATE
           ELSE
               DISPLAY "Customer " WS-WORK-CUST-ID " is not on the "
                   "raw master - key the full record."
           MOVE WRK-CUST-REG-DATE TO CHG-CUST-REG-DATE.
           MOVE WRK-CUST-TYPE TO CHG-CUST-TYPE.
           MOVE WRK-AGENT-ID TO CHG-AGENT-ID.
           MOVE WRK-CUST-STATUS TO CHG-CUST-STATUS.
           MOVE WRK-CUST-STATUS-DATE TO CHG-STATUS-DATE.
           WRITE CHANGE-RECORD.
           CLOSE CUSTOMER-CHANGES-FILE.

