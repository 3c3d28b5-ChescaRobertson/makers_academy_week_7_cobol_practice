      *> Time-to-pay arrangement - one per tax reference agreed to
      *> clear its liability by instalments. Set up, amended and
      *> cancelled through ttp-maintenance; payment-matcher applies
      *> the night's BACS credits to the instalments in due-date
      *> order and counts the instalments missed. While the plan
      *> is active the reference is kept off the arrears report.
       01  TTP-ARRANGEMENT-RECORD.
           05  TTP-TAX-REF                 PIC X(10).
           05  TTP-CUST-NAME               PIC X(30).
           05  TTP-STATUS                  PIC X(1).
      *>      'A' - active, 'D' - defaulted, back on ordinary
      *>      arrears, 'C' - cancelled, 'K' - kept, all paid.
           05  TTP-STATUS-DATE             PIC X(8).
           05  TTP-AGREED-DATE             PIC X(8).
           05  TTP-MISSES-TO-DEFAULT       PIC 9(2).
      *>      The missed instalment that defaults the plan - 1
      *>      defaults on the first miss.
           05  TTP-MISSED-COUNT            PIC 9(2).
           05  TTP-INSTALMENT-COUNT        PIC 9(2).
           05  TTP-INSTALMENT OCCURS 12.
               10  TTP-DUE-DATE            PIC X(8).
      *>          CCYYMMDD.
               10  TTP-DUE-AMOUNT          PIC 9(7)V99.
               10  TTP-PAID-AMOUNT         PIC 9(7)V99.
               10  TTP-INSTALMENT-STATUS   PIC X(1).
      *>          Space - not yet due, 'P' - paid, 'M' - missed.
           05  TTP-LAST-UPDATED            PIC X(26).
