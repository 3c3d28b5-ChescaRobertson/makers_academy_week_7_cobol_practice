       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-status-log.
      *> Appends one record to the customer status history whenever
      *> a program changes a customer's lifecycle status on the
      *> master - keyed maintenance, the reject workbench, and the
      *> nightly delta all call it, so the status report sees every
      *> change through one file whichever route it took.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STATUS-HISTORY-FILE
                   ASSIGN TO "data/customer-status-history.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  STATUS-HISTORY-FILE.
           COPY STSHIST.
           WORKING-STORAGE SECTION.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-OLD-STATUS PIC X(1).
           LINKAGE SECTION.
           COPY CUSTREC REPLACING
               ==CUSTOMER-RECORD== BY ==LS-CUSTOMER-RECORD==
               ==CUST-ID== BY ==LS-CUST-ID==
               ==CUST-NAME== BY ==LS-CUST-NAME==
               ==CUST-TAX-REF== BY ==LS-CUST-TAX-REF==
               ==CUST-REG-DATE== BY ==LS-CUST-REG-DATE==
               ==CUST-TYPE== BY ==LS-CUST-TYPE==
               ==CUST-AGENT-ID== BY ==LS-CUST-AGENT-ID==
               ==CUST-STATUS-DATE== BY ==LS-CUST-STATUS-DATE==
               ==CUST-STATUS== BY ==LS-CUST-STATUS==.
           01 LS-OLD-STATUS PIC X(1).
      *>     Status the master held before the change - spaces for a
      *>     customer not on the master until now.
           01 LS-SOURCE PIC X(24).
       PROCEDURE DIVISION USING LS-CUSTOMER-RECORD, LS-OLD-STATUS,
           LS-SOURCE.
      *>   The new record has been through customer-edits, so its
      *>   status is never spaces. An old record from before status
      *>   was kept reads as active, and a new customer added active
      *>   is not a change at all.
           MOVE LS-OLD-STATUS TO WS-OLD-STATUS.
           IF WS-OLD-STATUS = SPACE AND LS-CUST-STATUS = "A"
               GOBACK
           END-IF.
           IF WS-OLD-STATUS = LS-CUST-STATUS
               GOBACK
           END-IF.

           OPEN EXTEND STATUS-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT STATUS-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "CUSTOMER-STATUS-LOG: status history "
                   "data/customer-status-history.dat could not be "
                   "opened, file status " WS-HISTORY-STATUS
                   " - change for customer " LS-CUST-ID
                   " not recorded"
               GOBACK
           END-IF.

           MOVE LS-CUST-ID TO STH-CUST-ID.
           MOVE LS-CUST-NAME TO STH-CUST-NAME.
           MOVE LS-CUST-TAX-REF TO STH-CUST-TAX-REF.
           MOVE LS-CUST-TYPE TO STH-CUST-TYPE.
           MOVE LS-CUST-AGENT-ID TO STH-AGENT-ID.
           MOVE WS-OLD-STATUS TO STH-OLD-STATUS.
           MOVE LS-CUST-STATUS TO STH-NEW-STATUS.
           MOVE FUNCTION CURRENT-DATE TO STH-TIMESTAMP.
           IF LS-CUST-STATUS-DATE = SPACES
               MOVE STH-TIMESTAMP(1:8) TO STH-STATUS-DATE
           ELSE
               MOVE LS-CUST-STATUS-DATE TO STH-STATUS-DATE
           END-IF.
           MOVE LS-SOURCE TO STH-SOURCE.
           WRITE STATUS-HISTORY-RECORD.
           CLOSE STATUS-HISTORY-FILE.

           GOBACK.
