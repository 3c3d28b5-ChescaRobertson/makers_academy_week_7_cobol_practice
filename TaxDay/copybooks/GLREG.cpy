      *> General ledger posting register record - one per posting
      *> date journalled to finance. A date already on this
      *> register is never posted again.
       01  GL-POSTING-REGISTER-RECORD.
           05  GLR-POSTING-DATE            PIC X(8).
           05  GLR-JOURNAL-NUMBER          PIC 9(6).
           05  GLR-LINE-COUNT              PIC 9(7).
           05  GLR-TOTAL-DEBITS            PIC 9(11)V99.
           05  GLR-TOTAL-CREDITS           PIC 9(11)V99.
           05  GLR-POSTED-TIME             PIC X(26).
