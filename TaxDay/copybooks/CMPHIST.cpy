      *> Compliance history record - one per customer per tax year
      *> the return was due, written by year-end-close before the
      *> season's registers are purged and never purged itself, so
      *> a customer's filing record builds up year on year.
       01  COMPLIANCE-HISTORY-RECORD.
           05  CMP-KEY.
               10  CMP-CUST-ID             PIC X(6).
               10  CMP-TAX-YEAR            PIC X(4).
           05  CMP-CUST-NAME               PIC X(30).
           05  CMP-TAX-REF                 PIC X(10).
           05  CMP-AGENT-ID                PIC X(6).
      *>      The firm the customer filed through that year -
      *>      spaces for a customer filing direct.
           05  CMP-FILED-ON-TIME           PIC X(1).
      *>      'Y' - on or before the cutover, 'N' - missed it.
           05  CMP-LETTERED                PIC X(1).
      *>      'Y' - on the notified register for the year.
           05  CMP-LETTER-DATE             PIC X(8).
           05  CMP-PENALTY-CHARGED         PIC 9(7)V99.
      *>      Total on the penalty ledger for the year at the close.
           05  CMP-PAID-IN-FULL            PIC X(1).
      *>      'Y' - the payment ledger reads 'F' at the close.
           05  CMP-CLOSED-DATE             PIC X(8).
