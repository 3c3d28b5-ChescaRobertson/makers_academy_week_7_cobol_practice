      *> General ledger account parameter record - one record per
      *> file, naming the nominal codes the nightly journal posts
      *> to. Finance changes the chart of accounts here, never by
      *> recompiling a program.
       01  GL-ACCOUNT-PARAMETER-RECORD.
           05  GLP-BANK-ACCOUNT            PIC X(8).
      *>      Debited with every BACS credit received.
           05  GLP-TAX-DEBTORS             PIC X(8).
      *>      Credited with cash matched to a tax reference.
           05  GLP-SUSPENSE                PIC X(8).
      *>      Credited with cash no tax reference was found for.
           05  GLP-PENALTY-DEBTORS         PIC X(8).
      *>      Debited as penalties accrue, credited as they fall.
           05  GLP-PENALTY-INCOME          PIC X(8).
      *>      Credited as penalties accrue.
           05  GLP-PENALTY-WRITE-OFF       PIC X(8).
      *>      Debited when an appeal cancels or reduces a charge.
