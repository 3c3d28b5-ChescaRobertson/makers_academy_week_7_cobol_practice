      *> Customer lifecycle status history - one record each time a
      *> customer's status on the master changes, whichever program
      *> made the change.
       01  STATUS-HISTORY-RECORD.
           05  STH-CUST-ID                 PIC X(6).
           05  STH-CUST-NAME               PIC X(30).
           05  STH-CUST-TAX-REF            PIC X(10).
           05  STH-CUST-TYPE               PIC X(1).
           05  STH-AGENT-ID                PIC X(6).
           05  STH-OLD-STATUS              PIC X(1).
      *>      Spaces when the customer was added with the status.
           05  STH-NEW-STATUS              PIC X(1).
      *>      'R' when the customer was removed from the master -
      *>      the record then carries the details last held.
           05  STH-STATUS-DATE             PIC X(8).
      *>      CCYYMMDD the new status took effect - the date the
      *>      change was recorded when a customer is made active
      *>      again with no date keyed.
           05  STH-SOURCE                  PIC X(24).
      *>      Program that changed the master.
           05  STH-TIMESTAMP               PIC X(26).
