      *> Customer status change report lines - one '10' line per
      *> status change recorded in the period asked for, saying what
      *> the new status is holding back on tonight's decisions,
      *> closed by a '99' control line.
       01  STATUS-DETAIL-LINE.
           05  STR-REC-TYPE                PIC X(2).
           05  STR-CUST-ID                 PIC X(6).
           05  STR-CUST-NAME               PIC X(30).
           05  STR-CUST-TAX-REF            PIC X(10).
           05  STR-AGENT-ID                PIC X(6).
           05  STR-OLD-STATUS              PIC X(1).
           05  STR-NEW-STATUS              PIC X(1).
           05  STR-STATUS-DATE             PIC X(8).
           05  STR-DECISION                PIC X(1).
      *>      Current filter decision - spaces when the customer has
      *>      none, having been deleted since.
           05  STR-SUPPRESSED              PIC X(40).
      *>      What the status is holding back - letter and penalty,
      *>      HMRC extract, or every return after the final year.
           05  STR-SOURCE                  PIC X(24).
       01  STATUS-CONTROL-LINE.
           05  STR-CTL-REC-TYPE            PIC X(2).
           05  STR-CTL-FROM-DATE           PIC X(8).
           05  STR-CTL-TO-DATE             PIC X(8).
           05  STR-CTL-CHANGES             PIC 9(7).
           05  STR-CTL-LETTERS-HELD        PIC 9(7).
      *>      Late customers neither lettered nor charged.
           05  STR-CTL-EXTRACT-HELD        PIC 9(7).
      *>      On-time customers left out of the HMRC extract.
           05  STR-CTL-RETURNS-NOT-DUE     PIC 9(7).
      *>      Ceased customers past their final year.
