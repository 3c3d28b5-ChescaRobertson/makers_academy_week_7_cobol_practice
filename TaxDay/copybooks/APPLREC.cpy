      *> Penalty appeal record - one per penalty ledger key
      *> (customer and tax year) once the customer appeals the
      *> late-filing charge. While the appeal is open the calculator
      *> leaves the ledger figures where they stood and sends no
      *> statement; the outcome then cancels, reduces or releases
      *> the charge.
       01  PENALTY-APPEAL-RECORD.
           05  APL-KEY.
               10  APL-CUST-ID             PIC X(6).
               10  APL-TAX-YEAR            PIC X(4).
           05  APL-TAX-REF                 PIC X(10).
           05  APL-CUST-NAME               PIC X(30).
           05  APL-GROUNDS-CODE            PIC X(4).
      *>      Reasonable-excuse category - 'ILLN' illness or
      *>      bereavement, 'SYST' HMRC or software failure, 'POST'
      *>      postal delay, 'AGNT' agent failure, 'OTHR' other.
           05  APL-GROUNDS-TEXT            PIC X(60).
           05  APL-RECEIVED-DATE           PIC X(8).
      *>      CCYYMMDD.
           05  APL-DISPUTED-AMOUNT         PIC 9(7)V99.
      *>      The ledger charge standing when the appeal came in.
           05  APL-OUTCOME                 PIC X(1).
      *>      'O' - open, 'U' - upheld, 'P' - partly upheld,
      *>      'R' - refused.
           05  APL-REDUCED-AMOUNT          PIC 9(7)V99.
      *>      The charge left standing on a partly upheld appeal.
           05  APL-DECISION-DATE           PIC X(8).
           05  APL-LAST-UPDATED            PIC X(26).
           05  APL-APPLIED-DATE            PIC X(8).
      *>      CCYYMMDD the calculator carried the outcome onto the
      *>      penalty ledger - spaces until then.
