      *> Penalty amount posted record - the charge the general
      *> ledger last heard about for a customer and tax year. The
      *> penalty ledger is recomputed every night, so the journal
      *> posts the difference between the two, never the total.
       01  GL-PENALTY-POSTED-RECORD.
           05  GPP-KEY.
               10  GPP-CUST-ID             PIC X(6).
               10  GPP-TAX-YEAR            PIC X(4).
           05  GPP-POSTED-AMOUNT           PIC 9(7)V99.
           05  GPP-LAST-POSTED             PIC X(8).
