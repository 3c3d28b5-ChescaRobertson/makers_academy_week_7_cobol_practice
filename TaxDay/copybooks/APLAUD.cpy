      *> Audit trail of every penalty-appeals action - one record
      *> per appeal recorded, amended, or decided.
       01  APPEAL-AUDIT-RECORD.
           05  APA-ACTION                  PIC X(1).
      *>      'A' - appeal recorded, 'M' - amend, 'O' - outcome.
           05  APA-CUST-ID                 PIC X(6).
           05  APA-TAX-YEAR                PIC X(4).
           05  APA-GROUNDS-CODE            PIC X(4).
           05  APA-OUTCOME                 PIC X(1).
           05  APA-DISPUTED-AMOUNT         PIC 9(7)V99.
           05  APA-REDUCED-AMOUNT          PIC 9(7)V99.
           05  APA-TIMESTAMP               PIC X(26).
