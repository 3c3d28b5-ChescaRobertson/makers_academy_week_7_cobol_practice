                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VCUST-ID
                   ALTERNATE RECORD KEY IS VCUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-VALID-STATUS.
               SELECT ADDRESS-AUDIT
                   ASSIGN TO "data/address-maintenance.audit"
               ==CUST-TAX-REF== BY ==VCUST-TAX-REF==
               ==CUST-REG-DATE== BY ==VCUST-REG-DATE==
               ==CUST-TYPE== BY ==VCUST-TYPE==
               ==CUST-AGENT-ID== BY ==VCUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==VCUST-STATUS-DATE==
               ==CUST-STATUS== BY ==VCUST-STATUS==.
           FD  ADDRESS-AUDIT.
           COPY ADRAUD.
           WORKING-STORAGE SECTION.
