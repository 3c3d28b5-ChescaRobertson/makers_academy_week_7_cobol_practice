           05  MNT-CUST-TYPE               PIC X(1).
           05  MNT-AGENT-ID                PIC X(6).
           05  MNT-TIMESTAMP               PIC X(26).
           05  MNT-CUST-STATUS             PIC X(1).
           05  MNT-STATUS-DATE             PIC X(8).
