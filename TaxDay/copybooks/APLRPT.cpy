      *> Appeals register report lines - the weekly view of open
      *> penalty appeals against HMRC's response target. One '10'
      *> line per open appeal, oldest first; one '20' line per age
      *> band with the count and amount under dispute; a '99'
      *> control line closes the report.
       01  APPEAL-DETAIL-LINE.
           05  APR-REC-TYPE                PIC X(2).
           05  APR-CUST-ID                 PIC X(6).
           05  APR-TAX-YEAR                PIC X(4).
           05  APR-TAX-REF                 PIC X(10).
           05  APR-CUST-NAME               PIC X(30).
           05  APR-GROUNDS-CODE            PIC X(4).
           05  APR-RECEIVED-DATE           PIC X(8).
           05  APR-AGE-DAYS                PIC 9(5).
           05  APR-DISPUTED-AMOUNT         PIC 9(7)V99.
           05  APR-OVER-TARGET             PIC X(1).
      *>      'Y' once the appeal is past the response target.
       01  APPEAL-BAND-LINE.
           05  APR-BND-REC-TYPE            PIC X(2).
           05  APR-BND-LABEL               PIC X(12).
           05  APR-BND-COUNT               PIC 9(7).
           05  APR-BND-DISPUTED            PIC 9(9)V99.
       01  APPEAL-CONTROL-LINE.
           05  APR-CTL-REC-TYPE            PIC X(2).
           05  APR-CTL-OPEN-COUNT          PIC 9(7).
           05  APR-CTL-OVER-TARGET         PIC 9(7).
           05  APR-CTL-DISPUTED            PIC 9(9)V99.
           05  APR-CTL-TARGET-DAYS         PIC 9(3).
