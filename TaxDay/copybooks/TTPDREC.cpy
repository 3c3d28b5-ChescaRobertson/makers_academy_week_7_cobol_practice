      *> Arrangement defaulted report lines - every time-to-pay
      *> instalment found missed tonight. A '10' line with action
      *> 'M' is a miss the plan survives; action 'D' is the miss
      *> that defaults the plan and puts the reference back on the
      *> arrears report. A '99' control line closes the report.
       01  ARRANGEMENT-DEFAULT-LINE.
           05  TDR-REC-TYPE                PIC X(2).
           05  TDR-TAX-REF                 PIC X(10).
           05  TDR-CUST-NAME               PIC X(30).
           05  TDR-INSTALMENT-NUMBER       PIC 9(2).
           05  TDR-DUE-DATE                PIC X(8).
           05  TDR-DUE-AMOUNT              PIC 9(7)V99.
           05  TDR-PAID-AMOUNT             PIC 9(7)V99.
           05  TDR-MISSED-COUNT            PIC 9(2).
           05  TDR-MISSES-TO-DEFAULT       PIC 9(2).
           05  TDR-ACTION                  PIC X(1).
       01  ARRANGEMENT-DEFAULT-CONTROL.
           05  TDR-CTL-REC-TYPE            PIC X(2).
           05  TDR-CTL-MISSED              PIC 9(7).
           05  TDR-CTL-DEFAULTED           PIC 9(7).
