      *> Subject access extract lines - one '10' line for every
      *> record held on the customer, naming the file or archive
      *> generation it was found on and giving the record as held,
      *> closed by a '99' control line.
       01  SUBJECT-ACCESS-LINE.
           05  SAR-REC-TYPE                PIC X(2).
           05  SAR-SOURCE                  PIC X(60).
           05  SAR-RECORD                  PIC X(256).
       01  SUBJECT-ACCESS-CONTROL-LINE.
           05  SAR-CTL-REC-TYPE            PIC X(2).
           05  SAR-CTL-CUST-ID             PIC X(6).
           05  SAR-CTL-TAX-REF             PIC X(10).
      *>      Reference searched on - spaces when none is known.
           05  SAR-CTL-RUN-DATE            PIC X(8).
           05  SAR-CTL-RECORDS-FOUND       PIC 9(7).
           05  SAR-CTL-FILES-SEARCHED      PIC 9(5).
      *>      Live files and archive generations read.
           05  SAR-CTL-LEGAL-HOLD          PIC X(1).
      *>      'Y' when the customer is under a legal hold.
