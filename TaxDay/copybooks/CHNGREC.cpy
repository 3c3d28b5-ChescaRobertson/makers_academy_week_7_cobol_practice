           05  CHG-CUST-REG-DATE           PIC X(8).
           05  CHG-CUST-TYPE               PIC X(1).
           05  CHG-AGENT-ID                PIC X(6).
           05  CHG-CUST-STATUS             PIC X(1).
           05  CHG-STATUS-DATE             PIC X(8).
