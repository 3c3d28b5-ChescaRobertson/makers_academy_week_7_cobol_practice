      *> Audit trail of every legal-hold-maintenance action - one
      *> record per hold placed or released.
       01  LEGAL-HOLD-AUDIT-RECORD.
           05  LGA-ACTION                  PIC X(1).
      *>      'P' - hold placed, 'R' - hold released.
           05  LGA-CUST-ID                 PIC X(6).
           05  LGA-REASON                  PIC X(40).
           05  LGA-OPERATOR-ID             PIC X(8).
           05  LGA-TIMESTAMP               PIC X(26).
