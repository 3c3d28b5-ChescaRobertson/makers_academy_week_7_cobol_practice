               READ CUSTOMER-FILTER-IN
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
      *>   No letter goes to the estate of a deceased customer or
      *>   to one in insolvency - the practitioner deals with us.
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   IF CFO-FILTER-DECISION = "N"
                           AND CFO-CUST-STATUS NOT = "D"
                           AND CFO-CUST-STATUS NOT = "I"
                       PERFORM NOTIFY-ONE-CUSTOMER
                   END-IF
                   READ CUSTOMER-FILTER-IN
