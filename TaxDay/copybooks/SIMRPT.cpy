      *> Cutover simulation report lines - what a proposed cutover
      *> parameter file would do to tonight's decisions. One '10'
      *> line per customer whose decision or filing deadline would
      *> move, '20' count lines by customer type then by agent, and
      *> a '99' control line. Nothing here has been applied.
       01  SIMULATION-DETAIL-LINE.
           05  SIM-REC-TYPE                PIC X(2).
           05  SIM-CUST-ID                 PIC X(6).
           05  SIM-CUST-NAME               PIC X(30).
           05  SIM-CUST-TYPE               PIC X(1).
           05  SIM-AGENT-ID                PIC X(6).
           05  SIM-CUST-STATUS             PIC X(1).
           05  SIM-CURRENT-DEADLINE        PIC X(10).
           05  SIM-CURRENT-DECISION        PIC X(1).
           05  SIM-PROPOSED-DEADLINE       PIC X(10).
           05  SIM-PROPOSED-DECISION       PIC X(1).
      *>      Deadlines MM-DD-CCYY, decisions as on the filter-out.
           05  SIM-EFFECT                  PIC X(1).
      *>      'L' - becomes late: lettered and charged.
      *>      'R' - no longer late: letter and charge lifted.
      *>      'D' - deadline moves, decision unchanged.
      *>      'O' - any other decision change.
           05  SIM-PENALTY-ESTIMATE        PIC 9(7)V99.
      *>      Charge the proposal would raise at tonight's date -
      *>      zero while the proposed deadline is still ahead.
       01  SIMULATION-COUNT-LINE.
           05  SIM-CNT-REC-TYPE            PIC X(2).
           05  SIM-CNT-GROUP               PIC X(1).
      *>      'T' - customer type, 'A' - agent.
           05  SIM-CNT-KEY                 PIC X(6).
      *>      The customer type, or the agent ID - spaces for
      *>      customers dealing with us direct.
           05  SIM-CNT-CHANGED             PIC 9(7).
           05  SIM-CNT-BECOME-LATE         PIC 9(7).
           05  SIM-CNT-NO-LONGER-LATE      PIC 9(7).
           05  SIM-CNT-DEADLINE-ONLY       PIC 9(7).
       01  SIMULATION-CONTROL-LINE.
           05  SIM-CTL-REC-TYPE            PIC X(2).
           05  SIM-CTL-CUSTOMERS           PIC 9(7).
      *>      Customers on the master.
           05  SIM-CTL-CHANGED             PIC 9(7).
           05  SIM-CTL-LETTERS-CAUSED      PIC 9(7).
           05  SIM-CTL-PENALTIES-CAUSED    PIC 9(7).
           05  SIM-CTL-PENALTY-AMOUNT      PIC 9(9)V99.
           05  SIM-CTL-LETTERS-LIFTED      PIC 9(7).
      *>      Deceased customers and those in insolvency are never
      *>      lettered or charged, so they are not counted in the
      *>      letter and penalty figures either way.
