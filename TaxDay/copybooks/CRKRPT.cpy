      *> Compliance risk report lines - customers late in any of
      *> the closed tax years looked back over, most late years
      *> first ('10'), then the agent firms they filed through
      *> ranked the same way ('20'), and a '99' control line. Ties
      *> rank on the larger penalty total.
       01  RISK-CUSTOMER-LINE.
           05  CRK-REC-TYPE                PIC X(2).
           05  CRK-RANK                    PIC 9(5).
           05  CRK-CUST-ID                 PIC X(6).
           05  CRK-CUST-NAME               PIC X(30).
           05  CRK-TAX-REF                 PIC X(10).
           05  CRK-AGENT-ID                PIC X(6).
      *>      Name, reference and agent as the master holds them
      *>      now - the people to contact this season.
           05  CRK-CUST-STATUS             PIC X(1).
           05  CRK-LATE-YEARS              PIC 9(2).
           05  CRK-YEARS-DUE               PIC 9(2).
      *>      Years in the look-back a return was due at all.
           05  CRK-LETTERED-YEARS          PIC 9(2).
           05  CRK-NOT-PAID-YEARS          PIC 9(2).
      *>      Years not paid in full at their close.
           05  CRK-PENALTY-TOTAL           PIC 9(9)V99.
           05  CRK-LAST-LATE-YEAR          PIC X(4).
       01  RISK-AGENT-LINE.
           05  CRK-AGT-REC-TYPE            PIC X(2).
           05  CRK-AGT-RANK                PIC 9(5).
           05  CRK-AGT-AGENT-ID            PIC X(6).
           05  CRK-AGT-AGENT-NAME          PIC X(30).
           05  CRK-AGT-CLIENT-YEARS        PIC 9(7).
      *>      Client returns due through the firm in the look-back.
           05  CRK-AGT-LATE-YEARS          PIC 9(7).
      *>      Of those, the ones that missed the cutover.
           05  CRK-AGT-LATE-PERCENT        PIC 9(3).
           05  CRK-AGT-PENALTY-TOTAL       PIC 9(9)V99.
       01  RISK-CONTROL-LINE.
           05  CRK-CTL-REC-TYPE            PIC X(2).
           05  CRK-CTL-FROM-YEAR           PIC X(4).
           05  CRK-CTL-TO-YEAR             PIC X(4).
           05  CRK-CTL-CUSTOMERS-READ      PIC 9(7).
      *>      Customers with a return due in the look-back.
           05  CRK-CTL-CUSTOMERS-LISTED    PIC 9(7).
           05  CRK-CTL-AGENTS-LISTED       PIC 9(7).
