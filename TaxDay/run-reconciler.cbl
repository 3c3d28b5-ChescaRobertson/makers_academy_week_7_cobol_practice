                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VCUST-ID
                   ALTERNATE RECORD KEY IS VCUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FILE-STATUS.
               SELECT CUSTOMER-REJECTS
                   ASSIGN TO "data/customer-rejects.dat"
               ==CUST-TAX-REF== BY ==VCUST-TAX-REF==
               ==CUST-REG-DATE== BY ==VCUST-REG-DATE==
               ==CUST-TYPE== BY ==VCUST-TYPE==
               ==CUST-AGENT-ID== BY ==VCUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==VCUST-STATUS-DATE==
               ==CUST-STATUS== BY ==VCUST-STATUS==.
           FD  CUSTOMER-REJECTS.
           COPY REJECTREC.
           FD  CUSTOMER-FILTER-IN.
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-COUNT-FILTER
      *>   Dormant customers are held back from the extract, so
      *>   they are held back from the count it balances against.
                           IF CFO-FILTER-DECISION = "Y"
                                   AND CFO-CUST-STATUS NOT = "M"
                               ADD 1 TO WS-COUNT-FILTER-YES
                           END-IF
                   END-READ
