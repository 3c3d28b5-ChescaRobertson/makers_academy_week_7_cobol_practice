      *> Customer data held on sequential files - every file the
      *> retention purge and the subject access extract search, by
      *> customer ID or tax reference, live and archived, reports
      *> included, since each stays on disk until its next run.
      *> Indexed files are read by key in the programs themselves;
      *> work files are emptied by the programs that fill them.
      *> subject-access.rpt is not listed - its lines carry records
      *> of every layout, so retention-purge empties it whole when
      *> the customer its control line names is purged.
      *> Each entry is the file's name under data/ and a control
      *> string:
      *>   where     'D' live file only, 'A' archive generations
      *>             only, 'B' both
      *>   rec type  only lines of this record type are customer
      *>             lines - spaces for every line. A file with
      *>             more than one kind of customer line is listed
      *>             once for each.
      *>   match 1   'C' customer ID or 'T' tax reference, and its
      *>             position on the line
      *>   match 2   a second field matched the same way, or space
      *>   action    'P' purge the line, 'A' anonymise it - every
      *>             matched field is starred out and up to two
      *>             further fields (position, length) are blanked
       01  RETENTION-FILE-TABLE.
           05  FILLER PIC X(30) VALUE "customer-master.dat".
           05  FILLER PIC X(24) VALUE "D  C001 000P000000000000".
           05  FILLER PIC X(30) VALUE "customer-filter-out.dat".
           05  FILLER PIC X(24) VALUE "B  C001 000P000000000000".
           05  FILLER PIC X(30) VALUE "customer-rejects.dat".
           05  FILLER PIC X(24) VALUE "B  C001 000P000000000000".
           05  FILLER PIC X(30) VALUE "customer-changes.dat".
           05  FILLER PIC X(24) VALUE "D  C002 000P000000000000".
           05  FILLER PIC X(30) VALUE "customer-status-history.dat".
           05  FILLER PIC X(24) VALUE "D  C001 000P000000000000".
           05  FILLER PIC X(30) VALUE "notified-customers.dat".
           05  FILLER PIC X(24) VALUE "A  C001 000P000000000000".
           05  FILLER PIC X(30) VALUE "hmrc-submission-status.dat".
           05  FILLER PIC X(24) VALUE "A  T001 000P000000000000".
           05  FILLER PIC X(30) VALUE "liability-amounts.dat".
           05  FILLER PIC X(24) VALUE "D  T001 000P000000000000".
           05  FILLER PIC X(30) VALUE "customer-filterer.audit".
           05  FILLER PIC X(24) VALUE "B  C001 000A000000000000".
           05  FILLER PIC X(30) VALUE "customer-maintenance.audit".
           05  FILLER PIC X(24) VALUE "D  C002 000A008030038010".
           05  FILLER PIC X(30) VALUE "address-maintenance.audit".
           05  FILLER PIC X(24) VALUE "D  C002 000A008008000000".
           05  FILLER PIC X(30) VALUE "penalty-appeals.audit".
           05  FILLER PIC X(24) VALUE "D  C002 000A000000000000".
           05  FILLER PIC X(30) VALUE "ttp-maintenance.audit".
           05  FILLER PIC X(24) VALUE "D  T002 000A000000000000".
           05  FILLER PIC X(30) VALUE "customer-merge.audit".
           05  FILLER PIC X(24) VALUE "D  C001C007A013010000000".
           05  FILLER PIC X(30) VALUE "legal-hold.audit".
           05  FILLER PIC X(24) VALUE "D  C002 000A008040000000".
           05  FILLER PIC X(30) VALUE "gl-journal.dat".
           05  FILLER PIC X(24) VALUE "B10C039T029A000000000000".
           05  FILLER PIC X(30) VALUE "bacs-matched.dat".
           05  FILLER PIC X(24) VALUE "D  T001 000A000000000000".
           05  FILLER PIC X(30) VALUE "hmrc-submission.dat".
           05  FILLER PIC X(24) VALUE "B01T003 000A013030000000".
           05  FILLER PIC X(30) VALUE "hmrc-resubmission.dat".
           05  FILLER PIC X(24) VALUE "D01T003 000A013030000000".
           05  FILLER PIC X(30) VALUE "hmrc-acknowledgement.dat".
           05  FILLER PIC X(24) VALUE "D  T009 000A000000000000".
           05  FILLER PIC X(30) VALUE "penalty-statements.dat".
           05  FILLER PIC X(24) VALUE "B10C003T039A009030000000".
           05  FILLER PIC X(30) VALUE "late-filing-letters.dat".
           05  FILLER PIC X(24) VALUE "D10T033 000A003030053128".
           05  FILLER PIC X(30) VALUE "bacs-remittance.dat".
           05  FILLER PIC X(24) VALUE "D  T001 000A000000000000".
           05  FILLER PIC X(30) VALUE "bacs-unmatched.rpt".
           05  FILLER PIC X(24) VALUE "D  T001 000A000000000000".
           05  FILLER PIC X(30) VALUE "payment-arrears.rpt".
           05  FILLER PIC X(24) VALUE "D10T003 000A013030000000".
           05  FILLER PIC X(30) VALUE "arrangement-defaulted.rpt".
           05  FILLER PIC X(24) VALUE "D10T003 000A013030000000".
           05  FILLER PIC X(30) VALUE "appeals-register.rpt".
           05  FILLER PIC X(24) VALUE "D10C003T013A023030000000".
           05  FILLER PIC X(30) VALUE "compliance-risk.rpt".
           05  FILLER PIC X(24) VALUE "D10C008T044A014030000000".
           05  FILLER PIC X(30) VALUE "customer-status.rpt".
           05  FILLER PIC X(24) VALUE "D10C003T039A009030000000".
           05  FILLER PIC X(30) VALUE "duplicate-taxref.rpt".
           05  FILLER PIC X(24) VALUE "D10C016T003A022030000000".
           05  FILLER PIC X(30) VALUE "agent-activity.rpt".
           05  FILLER PIC X(24) VALUE "D10C009T045A015030000000".
           05  FILLER PIC X(30) VALUE "cutover-simulation.rpt".
           05  FILLER PIC X(24) VALUE "D10C003 000A009030000000".
           05  FILLER PIC X(30) VALUE "feed-sync.rpt".
           05  FILLER PIC X(24) VALUE "DADC007 000A000000000000".
           05  FILLER PIC X(30) VALUE "feed-sync.rpt".
           05  FILLER PIC X(24) VALUE "DDEC007 000A000000000000".
           05  FILLER PIC X(30) VALUE "feed-sync.rpt".
           05  FILLER PIC X(24) VALUE "DAMC007 000A000000000000".
           05  FILLER PIC X(30) VALUE "decision-change.rpt".
           05  FILLER PIC X(24) VALUE "D  C001 000P000000000000".
           05  FILLER PIC X(30) VALUE "letters-missing-address.rpt".
           05  FILLER PIC X(24) VALUE "D  C001T037P000000000000".
           05  FILLER PIC X(30) VALUE "hmrc-ack-exceptions.rpt".
           05  FILLER PIC X(24) VALUE "D  T001 000P000000000000".
           05  FILLER PIC X(30) VALUE "year-end-exceptions.rpt".
           05  FILLER PIC X(24) VALUE "D  T001 000P000000000000".
       01  RETENTION-FILE-ENTRIES REDEFINES RETENTION-FILE-TABLE.
           05  RTF-ENTRY OCCURS 39.
               10  RTF-FILE-NAME           PIC X(30).
               10  RTF-WHERE               PIC X(1).
               10  RTF-REC-TYPE            PIC X(2).
               10  RTF-MATCH-KIND-1        PIC X(1).
               10  RTF-MATCH-POS-1         PIC 9(3).
               10  RTF-MATCH-KIND-2        PIC X(1).
               10  RTF-MATCH-POS-2         PIC 9(3).
               10  RTF-ACTION              PIC X(1).
               10  RTF-BLANK-POS-1         PIC 9(3).
               10  RTF-BLANK-LEN-1         PIC 9(3).
               10  RTF-BLANK-POS-2         PIC 9(3).
               10  RTF-BLANK-LEN-2         PIC 9(3).
       01  RTF-FILE-COUNT                  PIC 9(2) VALUE 39.
