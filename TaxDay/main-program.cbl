                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PRB-CUST-ID
                   ALTERNATE RECORD KEY IS PRB-CUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-PROBE-STATUS.
       DATA DIVISION.
           FILE SECTION.
               ==CUST-TAX-REF== BY ==PRB-CUST-TAX-REF==
               ==CUST-REG-DATE== BY ==PRB-CUST-REG-DATE==
               ==CUST-TYPE== BY ==PRB-CUST-TYPE==
               ==CUST-AGENT-ID== BY ==PRB-CUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==PRB-CUST-STATUS-DATE==
               ==CUST-STATUS== BY ==PRB-CUST-STATUS==.
           WORKING-STORAGE SECTION.
           01 WS-TODAY PIC X(5).
           01 WS-TODAY-DAY PIC 99.
      *>     'D' - delta run over the day's changes file.
      *>     'F' - full refilter of the whole book.
           01 WS-RECON-RESULT PIC X.
           01 WS-GL-RESULT PIC X.
           01 WS-MASTER-LOADED PIC X VALUE "N".
      *>     'Y' - no indexed master existed, so this run loaded it
      *>     from the raw feed before filtering (first install).
               MOVE 0 TO OPS-COUNT
               PERFORM LOG-STEP-END

      *>       Journal tonight's penalty movements and cash to the
      *>       general ledger - once per posting date, never twice.
               MOVE "GL-JOURNAL" TO OPS-STEP
               PERFORM LOG-STEP-START
               CALL "gl-journal" USING WS-GL-RESULT
               MOVE 0 TO OPS-COUNT
               PERFORM LOG-STEP-END
               EVALUATE WS-GL-RESULT
                   WHEN "R"
                       DISPLAY "MAIN-PROGRAM: *** TODAY WAS ALREADY "
                           "POSTED TO THE GENERAL LEDGER - NO "
                           "JOURNAL CUT - SEE "
                           "data/operations-control.log ***"
                       MOVE 8 TO WS-RUN-RETURN-CODE
                   WHEN "N"
                       DISPLAY "MAIN-PROGRAM: *** GENERAL LEDGER "
                           "JOURNAL NOT PRODUCED - DO NOT LOAD "
                           "data/gl-journal.dat ***"
                       MOVE 8 TO WS-RUN-RETURN-CODE
               END-EVALUATE

      *>       Only a full pass resets the baseline - see
      *>       CHECK-TOLERANCES.
               IF WS-RUN-MODE = "F"
           WRITE RUN-SUMMARY-RECORD.
           CLOSE RUN-SUMMARY-REPORT.

      *>   The same taxpayer held under two customer IDs is
      *>   lettered and charged twice - list every shared tax
      *>   reference for the team to merge in the morning.
           MOVE "DUPLICATE-TAXREF-REPORT" TO OPS-STEP.
           PERFORM LOG-STEP-START.
           CALL "duplicate-taxref-report".
           MOVE 0 TO OPS-COUNT.
           PERFORM LOG-STEP-END.

      *>   Tonight's outputs become date-stamped generations in the
      *>   archive area before tomorrow's OPEN OUTPUT destroys them,
      *>   and generations past retention come off disk. A blocked
