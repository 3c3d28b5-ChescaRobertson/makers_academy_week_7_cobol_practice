      *> Retention purge certificate lines - for each customer past
      *> the retention period one '10' line saying whether their
      *> records were purged or held, followed by a '20' line for
      *> every file or archive generation records were purged from
      *> or anonymised on, and a '99' control line. The certificate
      *> names the customer by ID only - it is kept as evidence of
      *> the removal, so it carries none of the data removed.
       01  RETENTION-CUSTOMER-LINE.
           05  RTC-REC-TYPE                PIC X(2).
           05  RTC-CUST-ID                 PIC X(6).
           05  RTC-REASON                  PIC X(1).
      *>      'R' - removed from the master, 'C' - ceased.
           05  RTC-EVENT-DATE              PIC X(8).
      *>      CCYYMMDD the customer was removed or ceased.
           05  RTC-OUTCOME                 PIC X(1).
      *>      'P' - purged, 'H' - kept under a legal hold.
           05  RTC-HOLD-REASON             PIC X(40).
       01  RETENTION-FILE-LINE.
           05  RTC-FIL-REC-TYPE            PIC X(2).
           05  RTC-FIL-CUST-ID             PIC X(6).
           05  RTC-FIL-FILE-NAME           PIC X(60).
           05  RTC-FIL-ACTION              PIC X(1).
      *>      'P' - records purged, 'A' - records anonymised.
           05  RTC-FIL-COUNT               PIC 9(7).
       01  RETENTION-CONTROL-LINE.
           05  RTC-CTL-REC-TYPE            PIC X(2).
           05  RTC-CTL-RUN-DATE            PIC X(8).
           05  RTC-CTL-CUTOFF-DATE         PIC X(8).
      *>      Customers removed or ceased before this date were due.
           05  RTC-CTL-RETENTION-YEARS     PIC 9(2).
           05  RTC-CTL-CUSTOMERS-PURGED    PIC 9(7).
           05  RTC-CTL-CUSTOMERS-HELD      PIC 9(7).
           05  RTC-CTL-RECORDS-PURGED      PIC 9(7).
           05  RTC-CTL-RECORDS-ANONYMISED  PIC 9(7).
           05  RTC-CTL-GENERATIONS         PIC 9(5).
      *>      Archive generations rewritten.
