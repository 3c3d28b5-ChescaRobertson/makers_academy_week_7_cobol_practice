      *> Audit trail of every ttp-maintenance action - one record
      *> per arrangement set up, amended, or cancelled.
       01  TTP-AUDIT-RECORD.
           05  TPA-ACTION                  PIC X(1).
      *>      'A' - set up, 'M' - amend, 'C' - cancel.
           05  TPA-TAX-REF                 PIC X(10).
           05  TPA-INSTALMENT-COUNT        PIC 9(2).
           05  TPA-SCHEDULED-TOTAL         PIC 9(9)V99.
           05  TPA-MISSES-TO-DEFAULT       PIC 9(2).
           05  TPA-TIMESTAMP               PIC X(26).
