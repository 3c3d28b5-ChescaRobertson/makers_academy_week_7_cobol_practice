                   VALUE "customer-filterer.audit".
               05 FILLER PIC X(30)
                   VALUE "penalty-statements.dat".
               05 FILLER PIC X(30)
                   VALUE "gl-journal.dat".
           01 WS-DAILY-FILE-NAMES REDEFINES WS-DAILY-FILE-TABLE.
               05 WS-DAILY-FILE-NAME PIC X(30) OCCURS 7.
           01 WS-KEEP-FROM-YEAR PIC 9999.
           01 WS-ENTRY-YEAR PIC 9999.
           01 WS-CATALOGUE-COUNT PIC 9(4) VALUE 0.
           OPEN OUTPUT ARCHIVE-REPORT.

           PERFORM VARYING WS-DAILY-FILE-SUB FROM 1 BY 1
                   UNTIL WS-DAILY-FILE-SUB > 7
               PERFORM ARCHIVE-ONE-FILE
           END-PERFORM.

