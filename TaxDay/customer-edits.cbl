               ==CUST-TAX-REF== BY ==LS-CUST-TAX-REF==
               ==CUST-REG-DATE== BY ==LS-CUST-REG-DATE==
               ==CUST-TYPE== BY ==LS-CUST-TYPE==
               ==CUST-AGENT-ID== BY ==LS-CUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==LS-CUST-STATUS-DATE==
               ==CUST-STATUS== BY ==LS-CUST-STATUS==.
           01 LS-REASON-CODE PIC X(4).
           01 LS-REASON-TEXT PIC X(40).
       PROCEDURE DIVISION USING LS-CUSTOMER-RECORD, LS-REASON-CODE,
               END-IF
           END-IF.

      *>   Lifecycle status follows the same rule - older records
      *>   carry none and count as active. Any other status needs
      *>   the date it took effect, since the ceased rule and the
      *>   status report both work from it.
           IF LS-REASON-CODE = SPACES
               IF LS-CUST-STATUS = SPACE
                   MOVE "A" TO LS-CUST-STATUS
               END-IF
               IF LS-CUST-STATUS NOT = "A" AND LS-CUST-STATUS NOT = "C"
                       AND LS-CUST-STATUS NOT = "D"
                       AND LS-CUST-STATUS NOT = "M"
                       AND LS-CUST-STATUS NOT = "I"
                   MOVE "BSTS" TO LS-REASON-CODE
                   MOVE "status is not A, C, D, M or I"
                       TO LS-REASON-TEXT
               END-IF
           END-IF.
           IF LS-REASON-CODE = SPACES
               IF LS-CUST-STATUS-DATE = SPACES
                   IF LS-CUST-STATUS NOT = "A"
                       MOVE "BSDT" TO LS-REASON-CODE
                       MOVE "status date is required unless active"
                           TO LS-REASON-TEXT
                   END-IF
               ELSE
                   IF LS-CUST-STATUS-DATE IS NOT NUMERIC
                       MOVE "BSDT" TO LS-REASON-CODE
                       MOVE "status date is not numeric"
                           TO LS-REASON-TEXT
                   ELSE
                       MOVE LS-CUST-STATUS-DATE(5:2) TO WS-MONTH
                       MOVE LS-CUST-STATUS-DATE(7:2) TO WS-DAY
                       IF WS-MONTH < 1 OR WS-MONTH > 12
                               OR WS-DAY < 1 OR WS-DAY > 31
                           MOVE "BSDT" TO LS-REASON-CODE
                           MOVE "status date is out of range"
                               TO LS-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

           GOBACK.
