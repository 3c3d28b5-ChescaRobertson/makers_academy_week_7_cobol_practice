      *> Legal hold register - one record per customer whose data
      *> must be kept whatever the retention rule says, keyed by
      *> customer ID. Maintained through legal-hold-maintenance;
      *> the retention purge passes over every customer on it.
       01  LEGAL-HOLD-RECORD.
           05  LGH-CUST-ID                 PIC X(6).
           05  LGH-REASON                  PIC X(40).
      *>      Litigation, enquiry or investigation reference.
           05  LGH-PLACED-DATE             PIC X(8).
      *>      CCYYMMDD the hold was placed.
           05  LGH-PLACED-BY               PIC X(8).
      *>      Operator ID that placed it.
