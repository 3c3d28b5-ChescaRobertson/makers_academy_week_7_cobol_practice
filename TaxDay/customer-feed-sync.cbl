                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VCUST-ID
                   ALTERNATE RECORD KEY IS VCUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-VALID-STATUS.
               SELECT FEED-WORK-FILE
                   ASSIGN TO "data/feed-sync-work.dat"
               ==CUST-TAX-REF== BY ==VCUST-TAX-REF==
               ==CUST-REG-DATE== BY ==VCUST-REG-DATE==
               ==CUST-TYPE== BY ==VCUST-TYPE==
               ==CUST-AGENT-ID== BY ==VCUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==VCUST-STATUS-DATE==
               ==CUST-STATUS== BY ==VCUST-STATUS==.
           FD  FEED-WORK-FILE.
           COPY CUSTREC REPLACING
               ==CUSTOMER-RECORD== BY ==FEED-WORK-RECORD==
               ==CUST-TAX-REF== BY ==FDW-CUST-TAX-REF==
               ==CUST-REG-DATE== BY ==FDW-CUST-REG-DATE==
               ==CUST-TYPE== BY ==FDW-CUST-TYPE==
               ==CUST-AGENT-ID== BY ==FDW-CUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==FDW-CUST-STATUS-DATE==
               ==CUST-STATUS== BY ==FDW-CUST-STATUS==.
           FD  CUSTOMER-CHANGES-FILE.
           COPY CHNGREC.
           FD  FEED-SYNC-REPORT.
               MOVE SPACES TO CHG-CUST-REG-DATE
               MOVE SPACE TO CHG-CUST-TYPE
               MOVE SPACES TO CHG-AGENT-ID
               MOVE SPACE TO CHG-CUST-STATUS
               MOVE SPACES TO CHG-STATUS-DATE
               PERFORM QUEUE-CHANGE-RECORD
               MOVE "Y" TO SYN-QUEUED
           ELSE
           END-IF.

      *>  The queued change carries the FEED's values - the feed is
      *>  the system being agreed back to - except the lifecycle
      *>  status, which is kept here rather than upstream, so an
      *>  amend keeps the master's. customer-delta holds it
      *>  to the same edits as any keyed change, so a bad feed value
      *>  lands on the rejects file, not the master.
       REPORT-ONE-AMEND.
           IF WS-QUEUE-AMENDS = "Y" OR WS-QUEUE-AMENDS = "y"
               MOVE "M" TO CHG-ACTION
               PERFORM BUILD-CHANGE-FROM-FEED
               MOVE VCUST-STATUS TO CHG-CUST-STATUS
               MOVE VCUST-STATUS-DATE TO CHG-STATUS-DATE
               PERFORM QUEUE-CHANGE-RECORD
               MOVE "Y" TO SYN-QUEUED
           ELSE
               END-IF
           END-PERFORM.
           CLOSE FEED-WORK-FILE.
      *>   Emptied once read - nothing on the work file outlives
      *>   the run.
           OPEN OUTPUT FEED-WORK-FILE.
           CLOSE FEED-WORK-FILE.

       REPORT-ONE-ADD.
           MOVE "ADD" TO SYN-ACTION.
           MOVE FDW-CUST-REG-DATE TO CHG-CUST-REG-DATE.
           MOVE FDW-CUST-TYPE TO CHG-CUST-TYPE.
           MOVE FDW-CUST-AGENT-ID TO CHG-AGENT-ID.
           MOVE FDW-CUST-STATUS TO CHG-CUST-STATUS.
           MOVE FDW-CUST-STATUS-DATE TO CHG-STATUS-DATE.

       QUEUE-CHANGE-RECORD.
           OPEN EXTEND CUSTOMER-CHANGES-FILE.
