           05  CFO-FILTER-DECISION         PIC X(1).
      *>      'Y' - customer falls on or before the cutover date.
      *>      'N' - customer falls after the cutover date.
      *>      'X' - ceased customer past its final year - no return
      *>            is due, so nothing is submitted, lettered or
      *>            charged.
           05  CFO-AGENT-ID                PIC X(6).
      *>      Carried from the master so the extract and the agent
      *>      activity report can group one firm's clients together.
           05  CFO-CUST-STATUS             PIC X(1).
      *>      Lifecycle status carried from the master - the extract
      *>      leaves dormant customers out, the notifier and the
      *>      penalty calculator pass over the deceased and those
      *>      in insolvency.
