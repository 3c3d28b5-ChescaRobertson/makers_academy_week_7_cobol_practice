      *>      Accountancy agent the customer files through, keyed
      *>      to the agent master - spaces when the customer deals
      *>      with us direct.
           05  CUST-STATUS                 PIC X(1).
      *>      Lifecycle status - 'A' active, 'C' ceased trading,
      *>      'D' deceased, 'M' dormant, 'I' in insolvency. Spaces
      *>      on older records count as 'A' - customer-edits
      *>      normalises them on the way in.
           05  CUST-STATUS-DATE            PIC X(8).
      *>      CCYYMMDD the status took effect - spaces while the
      *>      customer is active.
