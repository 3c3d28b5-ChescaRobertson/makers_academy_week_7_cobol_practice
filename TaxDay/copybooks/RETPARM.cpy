      *> Retention control record - one record, read by the
      *> retention purge.
       01  RETENTION-PARAMETER-RECORD.
           05  RTP-RETENTION-YEARS         PIC 9(2).
      *>      Whole years a customer's records are kept after they
      *>      were removed from the master or ceased - six by
      *>      default, our HMRC record-keeping obligation.
