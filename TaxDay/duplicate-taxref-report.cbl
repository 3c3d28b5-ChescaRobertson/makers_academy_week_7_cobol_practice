       IDENTIFICATION DIVISION.
       PROGRAM-ID. duplicate-taxref-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CUSTOMER-MASTER-VALID
                   ASSIGN TO "data/customer-master-valid.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VCUST-ID
                   ALTERNATE RECORD KEY IS VCUST-TAX-REF
                       WITH DUPLICATES
                   FILE STATUS IS WS-VALID-STATUS.
               SELECT DUPLICATE-TAXREF-REPORT
                   ASSIGN TO "data/duplicate-taxref.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  CUSTOMER-MASTER-VALID.
           COPY CUSTREC REPLACING
               ==CUSTOMER-RECORD== BY ==CUSTOMER-VALID-RECORD==
               ==CUST-ID== BY ==VCUST-ID==
               ==CUST-NAME== BY ==VCUST-NAME==
               ==CUST-TAX-REF== BY ==VCUST-TAX-REF==
               ==CUST-REG-DATE== BY ==VCUST-REG-DATE==
               ==CUST-TYPE== BY ==VCUST-TYPE==
               ==CUST-AGENT-ID== BY ==VCUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==VCUST-STATUS-DATE==
               ==CUST-STATUS== BY ==VCUST-STATUS==.
           FD  DUPLICATE-TAXREF-REPORT.
           COPY DUPRPT.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-VALID-STATUS PIC XX.
           01 WS-GROUP-TAX-REF PIC X(10).
           01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
           01 WS-GROUP-SUB PIC 9(3).
           01 WS-GROUP-TABLE.
               05 WS-GROUP-ENTRY OCCURS 50.
                   10 WS-GRP-CUST-ID PIC X(6).
                   10 WS-GRP-CUST-NAME PIC X(30).
                   10 WS-GRP-CUST-TYPE PIC X(1).
                   10 WS-GRP-AGENT-ID PIC X(6).
                   10 WS-GRP-REG-DATE PIC X(8).
           01 WS-COUNT-TAX-REFS PIC 9(7) VALUE 0.
           01 WS-COUNT-CUSTOMERS PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *>   Nightly list of every tax reference the master holds
      *>   under more than one customer ID - the same taxpayer keyed
      *>   twice, typically once direct and once through an agent,
      *>   who would otherwise be lettered, charged and submitted
      *>   twice. The master is read in tax reference order down the
      *>   alternate key, so each reference's holders arrive
      *>   together.
           OPEN OUTPUT DUPLICATE-TAXREF-REPORT.

           OPEN INPUT CUSTOMER-MASTER-VALID.
           IF WS-VALID-STATUS = "00"
               MOVE SPACES TO WS-GROUP-TAX-REF
               MOVE LOW-VALUES TO VCUST-TAX-REF
               START CUSTOMER-MASTER-VALID KEY IS NOT LESS THAN
                       VCUST-TAX-REF
                   INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CUSTOMER-MASTER-VALID NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                   END-READ
                   IF WS-VALID-STATUS NOT = "00"
                           AND WS-VALID-STATUS NOT = "02"
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
                   IF WS-EOF-SWITCH NOT = "Y"
                       PERFORM COLLECT-ONE-CUSTOMER
                   END-IF
               END-PERFORM
               PERFORM REPORT-GROUP
               CLOSE CUSTOMER-MASTER-VALID
           ELSE
               DISPLAY "DUPLICATE-TAXREF-REPORT: customer master "
                   "data/customer-master-valid.dat could not be "
                   "opened, file status " WS-VALID-STATUS
           END-IF.

           MOVE "99" TO DUP-CTL-REC-TYPE.
           MOVE WS-COUNT-TAX-REFS TO DUP-CTL-TAX-REFS.
           MOVE WS-COUNT-CUSTOMERS TO DUP-CTL-CUSTOMERS.
           WRITE DUPLICATE-CONTROL-LINE.
           CLOSE DUPLICATE-TAXREF-REPORT.

           DISPLAY "DUPLICATE-TAXREF-REPORT: " WS-COUNT-TAX-REFS
               " tax reference(s) held by more than one customer "
               "ID, " WS-COUNT-CUSTOMERS " customer ID(s) involved.".

           GOBACK.

      *>  A blank tax reference is a record still waiting on HMRC,
      *>  not a duplicate - those are never grouped.
       COLLECT-ONE-CUSTOMER.
           IF VCUST-TAX-REF = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF VCUST-TAX-REF NOT = WS-GROUP-TAX-REF
               PERFORM REPORT-GROUP
               MOVE VCUST-TAX-REF TO WS-GROUP-TAX-REF
               MOVE 0 TO WS-GROUP-COUNT
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           IF WS-GROUP-COUNT > 50
               EXIT PARAGRAPH
           END-IF.
           MOVE VCUST-ID TO WS-GRP-CUST-ID(WS-GROUP-COUNT).
           MOVE VCUST-NAME TO WS-GRP-CUST-NAME(WS-GROUP-COUNT).
           MOVE VCUST-TYPE TO WS-GRP-CUST-TYPE(WS-GROUP-COUNT).
           MOVE VCUST-AGENT-ID TO WS-GRP-AGENT-ID(WS-GROUP-COUNT).
           MOVE VCUST-REG-DATE TO WS-GRP-REG-DATE(WS-GROUP-COUNT).

      *>  Only a reference with more than one holder is reported -
      *>  past 50 holders the lines stop but the count is still the
      *>  true one.
       REPORT-GROUP.
           IF WS-GROUP-COUNT < 2
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-TAX-REFS.
           ADD WS-GROUP-COUNT TO WS-COUNT-CUSTOMERS.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   OR WS-GROUP-SUB > 50
               MOVE "10" TO DUP-REC-TYPE
               MOVE WS-GROUP-TAX-REF TO DUP-TAX-REF
               MOVE WS-GROUP-COUNT TO DUP-HOLDER-COUNT
               MOVE WS-GRP-CUST-ID(WS-GROUP-SUB) TO DUP-CUST-ID
               MOVE WS-GRP-CUST-NAME(WS-GROUP-SUB) TO DUP-CUST-NAME
               MOVE WS-GRP-CUST-TYPE(WS-GROUP-SUB) TO DUP-CUST-TYPE
               MOVE WS-GRP-AGENT-ID(WS-GROUP-SUB) TO DUP-AGENT-ID
               MOVE WS-GRP-REG-DATE(WS-GROUP-SUB) TO DUP-REG-DATE
               WRITE DUPLICATE-DETAIL-LINE
           END-PERFORM.
           IF WS-GROUP-COUNT > 50
               DISPLAY "DUPLICATE-TAXREF-REPORT: tax reference "
                   WS-GROUP-TAX-REF " is held by " WS-GROUP-COUNT
                   " customer IDs - only the first 50 are listed"
           END-IF.
