      *> General ledger journal records - the nightly feed to the
      *> finance system. Every journal is one '00' header, the '10'
      *> lines in debit/credit pairs, and one '99' trailer whose
      *> control totals the ledger balances the load against. The
      *> journal number on the header is what the posting register
      *> keys back to.
       01  GL-JOURNAL-LINE.
           05  GLJ-REC-TYPE                PIC X(2).
           05  GLJ-LINE-NUMBER             PIC 9(6).
           05  GLJ-ACCOUNT                 PIC X(8).
           05  GLJ-DEBIT-CREDIT            PIC X(1).
      *>      'D' debit, 'C' credit.
           05  GLJ-AMOUNT                  PIC 9(9)V99.
           05  GLJ-REFERENCE               PIC X(10).
      *>      Tax reference the movement belongs to.
           05  GLJ-CUST-ID                 PIC X(6).
           05  GLJ-TAX-YEAR                PIC X(4).
           05  GLJ-VALUE-DATE              PIC X(8).
           05  GLJ-NARRATIVE               PIC X(30).
       01  GL-JOURNAL-HEADER.
           05  GLJ-HDR-REC-TYPE            PIC X(2).
           05  GLJ-HDR-JOURNAL-NUMBER      PIC 9(6).
           05  GLJ-HDR-POSTING-DATE        PIC X(8).
           05  GLJ-HDR-SOURCE              PIC X(8).
           05  GLJ-HDR-FILLER              PIC X(62).
       01  GL-JOURNAL-TRAILER.
           05  GLJ-TRL-REC-TYPE            PIC X(2).
           05  GLJ-TRL-LINE-COUNT          PIC 9(7).
           05  GLJ-TRL-TOTAL-DEBITS        PIC 9(11)V99.
           05  GLJ-TRL-TOTAL-CREDITS       PIC 9(11)V99.
           05  GLJ-TRL-FILLER              PIC X(51).
