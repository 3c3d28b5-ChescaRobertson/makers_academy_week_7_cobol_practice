      *> Batch window report lines - one '10' line per step per
      *> night off the operations log, one '20' line per night
      *> after its steps, and a '99' control line. Elapsed times
      *> are in seconds; the average is over the step's last 30
      *> completed nights before this one.
       01  BATCH-STEP-LINE.
           05  BWR-REC-TYPE                PIC X(2).
           05  BWR-RUN-DATE                PIC X(8).
      *>      CCYYMMDD the run started.
           05  BWR-STEP                    PIC X(24).
           05  BWR-START-TIME              PIC X(6).
      *>      HHMMSS.
           05  BWR-ELAPSED                 PIC 9(6)V99.
           05  BWR-COUNT                   PIC 9(7).
           05  BWR-AVERAGE                 PIC 9(6)V99.
      *>      Zero on a step's first recorded night.
           05  BWR-NIGHTS-AVERAGED         PIC 9(2).
           05  BWR-FLAG                    PIC X(1).
      *>      'S' - slower than the average by more than the
      *>      overrun percentage, 'M' - START with no END (abend),
      *>      space - within tolerance.
       01  BATCH-NIGHT-LINE.
           05  BWR-NGT-REC-TYPE            PIC X(2).
           05  BWR-NGT-RUN-DATE            PIC X(8).
           05  BWR-NGT-START-TIME          PIC X(6).
           05  BWR-NGT-END-TIME            PIC X(6).
      *>      Time of the last END logged - the abend point when
      *>      the night never finished.
           05  BWR-NGT-ELAPSED             PIC 9(6)V99.
           05  BWR-NGT-DEADLINE-TIME       PIC 9(4).
           05  BWR-NGT-OVER-WINDOW         PIC X(1).
      *>      'Y' - finished after the batch window deadline.
           05  BWR-NGT-BLOCKED             PIC X(1).
           05  BWR-NGT-OVERRIDE            PIC X(1).
           05  BWR-NGT-MISSING-END         PIC X(1).
      *>      'Y' - a step or the run itself logged no END.
           05  BWR-NGT-SLOW-STEPS          PIC 9(3).
       01  BATCH-CONTROL-LINE.
           05  BWR-CTL-REC-TYPE            PIC X(2).
           05  BWR-CTL-NIGHTS              PIC 9(5).
           05  BWR-CTL-OVER-WINDOW         PIC 9(5).
           05  BWR-CTL-BLOCKED             PIC 9(5).
           05  BWR-CTL-OVERRIDE            PIC 9(5).
           05  BWR-CTL-MISSING-END         PIC 9(5).
           05  BWR-CTL-SLOW-STEPS          PIC 9(7).
