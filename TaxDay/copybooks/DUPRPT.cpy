      *> Duplicate taxpayer report lines - every customer ID on the
      *> master sharing its tax reference with another. One '10'
      *> line per customer ID, grouped by tax reference, closed by
      *> a '99' control line. customer-merge is how the team clears
      *> each group down to one surviving ID.
       01  DUPLICATE-DETAIL-LINE.
           05  DUP-REC-TYPE                PIC X(2).
           05  DUP-TAX-REF                 PIC X(10).
           05  DUP-HOLDER-COUNT            PIC 9(3).
      *>      Customer IDs holding this tax reference.
           05  DUP-CUST-ID                 PIC X(6).
           05  DUP-CUST-NAME               PIC X(30).
           05  DUP-CUST-TYPE               PIC X(1).
           05  DUP-AGENT-ID                PIC X(6).
           05  DUP-REG-DATE                PIC X(8).
       01  DUPLICATE-CONTROL-LINE.
           05  DUP-CTL-REC-TYPE            PIC X(2).
           05  DUP-CTL-TAX-REFS            PIC 9(7).
      *>      Tax references held by more than one customer ID.
           05  DUP-CTL-CUSTOMERS           PIC 9(7).
      *>      Customer IDs on those references.
