      *> Audit trail of every customer-merge - one record per
      *> duplicate customer ID folded into its survivor, naming the
      *> supervisor who authorised it and what was carried across.
       01  MERGE-AUDIT-RECORD.
           05  MRG-SURVIVOR-ID             PIC X(6).
           05  MRG-DUPLICATE-ID            PIC X(6).
           05  MRG-TAX-REF                 PIC X(10).
           05  MRG-OPERATOR-ID             PIC X(8).
           05  MRG-SUPERVISOR-ID           PIC X(8).
           05  MRG-NOTIFIED-MOVED          PIC X(1).
      *>      'Y' when the duplicate's letter history was carried.
           05  MRG-PENALTIES-MOVED         PIC 9(3).
           05  MRG-PENALTIES-DROPPED       PIC 9(3).
      *>      Years the survivor was already charged for - the
      *>      duplicate's charge is cancelled, not doubled.
           05  MRG-ADDRESS-MOVED           PIC X(1).
           05  MRG-AUDIT-MOVED             PIC 9(7).
      *>      Filter decision audit records re-pointed.
           05  MRG-AGENT-LINKED            PIC X(1).
           05  MRG-AGENT-ID                PIC X(6).
           05  MRG-TIMESTAMP               PIC X(26).
           05  MRG-HISTORY-MOVED           PIC 9(3).
      *>      Compliance history years carried to the survivor.
