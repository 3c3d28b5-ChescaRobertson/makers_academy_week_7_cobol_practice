      *> Batch window control record - maintained alongside
      *> cutover.parm, one record per file, read by the batch window
      *> report.
       01  BATCH-WINDOW-PARAMETER-RECORD.
           05  BWP-DEADLINE-TIME           PIC 9(4).
      *>      HHMM the night's run must have finished by - a time
      *>      earlier than the run's start is taken as the next
      *>      morning.
           05  BWP-OVERRUN-PERCENT         PIC 9(3).
      *>      How far over its rolling average a step may run
      *>      before it is flagged.
