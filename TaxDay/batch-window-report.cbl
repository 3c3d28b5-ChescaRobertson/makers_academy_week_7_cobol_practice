       IDENTIFICATION DIVISION.
       PROGRAM-ID. batch-window-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPERATIONS-LOG
                   ASSIGN TO "data/operations-control.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.
               SELECT BATCH-WINDOW-PARAMETER-FILE
                   ASSIGN TO "data/batch-window.parm"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT BATCH-WINDOW-REPORT
                   ASSIGN TO "data/batch-window.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  OPERATIONS-LOG.
           COPY OPSLOG.
           FD  BATCH-WINDOW-PARAMETER-FILE.
           COPY BWPARM.
           FD  BATCH-WINDOW-REPORT.
           COPY BWRPT.
           WORKING-STORAGE SECTION.
           01 WS-EOF-SWITCH PIC X VALUE "N".
           01 WS-OPS-STATUS PIC XX.
           01 WS-PARM-STATUS PIC XX.
           01 WS-DEADLINE-TIME PIC 9(4).
           01 WS-OVERRUN-PERCENT PIC 9(3).
           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-DAY PIC 9(7).
           01 WS-STAMP-TIME PIC 9(5)V99.
           01 WS-STAMP-FRACTION PIC V99.
           01 WS-STAMP-HH PIC 99.
           01 WS-STAMP-MM PIC 99.
           01 WS-STAMP-SS PIC 99.
           01 WS-STAMP-HS PIC 99.
           01 WS-STAMP-SECONDS PIC 9(11)V99.
           01 WS-DEADLINE-SECONDS PIC 9(11)V99.
           01 WS-DEADLINE-HH PIC 99.
           01 WS-DEADLINE-MM PIC 99.
           01 WS-START-OF-DAY PIC 9(11)V99.
      *>   The night being assembled - its steps are held until the
      *>   run closes, since a missing END is only known then.
           01 WS-RUN-OPEN PIC X VALUE "N".
           01 WS-RUN-DATE PIC X(8).
           01 WS-RUN-START-TIME PIC X(6).
           01 WS-RUN-END-TIME PIC X(6).
           01 WS-RUN-START-SECONDS PIC 9(11)V99.
           01 WS-RUN-END-SECONDS PIC 9(11)V99.
           01 WS-RUN-BLOCKED PIC X.
           01 WS-RUN-OVERRIDE PIC X.
           01 WS-RUN-MISSING-END PIC X.
           01 WS-RUN-ARCHIVED PIC X.
           01 WS-RUN-SLOW-STEPS PIC 9(3).
           01 WS-RUN-STEP-COUNT PIC 9(2).
           01 WS-RUN-STEP-TABLE.
               05 WS-RUN-STEP-ENTRY OCCURS 30.
                   10 WS-RS-NAME PIC X(24).
                   10 WS-RS-START-TIME PIC X(6).
                   10 WS-RS-START-SECONDS PIC 9(11)V99.
                   10 WS-RS-END-SEEN PIC X(1).
                   10 WS-RS-ELAPSED PIC 9(6)V99.
                   10 WS-RS-COUNT PIC 9(7).
           01 WS-RS-SUB PIC 9(2).
           01 WS-RS-FOUND PIC 9(2).
      *>   Each step's elapsed times over its last 30 completed
      *>   nights, kept as a ring - the oldest is overwritten.
           01 WS-HIST-COUNT PIC 9(2) VALUE 0.
           01 WS-HIST-TABLE.
               05 WS-HIST-ENTRY OCCURS 40.
                   10 WS-HIST-NAME PIC X(24).
                   10 WS-HIST-NIGHTS PIC 9(2).
                   10 WS-HIST-NEXT PIC 9(2).
                   10 WS-HIST-ELAPSED PIC 9(6)V99 OCCURS 30.
           01 WS-HIST-SUB PIC 9(2).
           01 WS-HIST-FOUND PIC 9(2).
           01 WS-NIGHT-SUB PIC 9(2).
           01 WS-HIST-TOTAL PIC 9(8)V99.
           01 WS-AVERAGE PIC 9(6)V99.
           01 WS-AVERAGE-LIMIT PIC 9(8)V99.
           01 WS-COUNT-NIGHTS PIC 9(5) VALUE 0.
           01 WS-COUNT-OVER-WINDOW PIC 9(5) VALUE 0.
           01 WS-COUNT-BLOCKED PIC 9(5) VALUE 0.
           01 WS-COUNT-OVERRIDE PIC 9(5) VALUE 0.
           01 WS-COUNT-MISSING-END PIC 9(5) VALUE 0.
           01 WS-COUNT-SLOW-STEPS PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *>   How long each night took and which step is slowing down,
      *>   off the START and END pairs main-program leaves on the
      *>   operations log. A night opens on its first START and
      *>   closes on the ARCHIVE-MANAGER END, or - when a night
      *>   abended - on the next night's first START. Each step is
      *>   measured against its own rolling average over the last
      *>   30 nights it completed, and the whole run against the
      *>   batch window deadline on data/batch-window.parm.
           PERFORM LOAD-BATCH-WINDOW-PARAMETERS.

           OPEN INPUT OPERATIONS-LOG.
           IF WS-OPS-STATUS NOT = "00"
               DISPLAY "BATCH-WINDOW-REPORT: operations log "
                   "data/operations-control.log could not be "
                   "opened, file status " WS-OPS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BATCH-WINDOW-REPORT.

           READ OPERATIONS-LOG
               AT END MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               PERFORM PROCESS-ONE-EVENT
               READ OPERATIONS-LOG
                   AT END MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE OPERATIONS-LOG.
      *>   A night still open at the end of the log either abended
      *>   or is running now - either way it has no END to show.
           IF WS-RUN-OPEN = "Y"
               PERFORM CLOSE-NIGHT
           END-IF.

           MOVE "99" TO BWR-CTL-REC-TYPE.
           MOVE WS-COUNT-NIGHTS TO BWR-CTL-NIGHTS.
           MOVE WS-COUNT-OVER-WINDOW TO BWR-CTL-OVER-WINDOW.
           MOVE WS-COUNT-BLOCKED TO BWR-CTL-BLOCKED.
           MOVE WS-COUNT-OVERRIDE TO BWR-CTL-OVERRIDE.
           MOVE WS-COUNT-MISSING-END TO BWR-CTL-MISSING-END.
           MOVE WS-COUNT-SLOW-STEPS TO BWR-CTL-SLOW-STEPS.
           WRITE BATCH-CONTROL-LINE.
           CLOSE BATCH-WINDOW-REPORT.

           DISPLAY "BATCH-WINDOW-REPORT: " WS-COUNT-NIGHTS
               " night(s), " WS-COUNT-OVER-WINDOW " over the "
               "window, " WS-COUNT-MISSING-END " with no END, "
               WS-COUNT-SLOW-STEPS " slow step(s) - see "
               "data/batch-window.rpt.".

           GOBACK.

      *>  No parameter file means a 06:00 window and a 25 per cent
      *>  overrun allowance.
       LOAD-BATCH-WINDOW-PARAMETERS.
           MOVE 0600 TO WS-DEADLINE-TIME.
           MOVE 25 TO WS-OVERRUN-PERCENT.
           OPEN INPUT BATCH-WINDOW-PARAMETER-FILE.
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ BATCH-WINDOW-PARAMETER-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE BWP-DEADLINE-TIME TO WS-DEADLINE-TIME
                   MOVE BWP-OVERRUN-PERCENT TO WS-OVERRUN-PERCENT
           END-READ.
           CLOSE BATCH-WINDOW-PARAMETER-FILE.

      *>  Only main-program's step events and its tolerance
      *>  decisions belong to a night - lock refusals, ledger
      *>  postings and releases are left to the operators.
       PROCESS-ONE-EVENT.
           PERFORM CONVERT-TIMESTAMP.
           EVALUATE OPS-EVENT
               WHEN "START"
                   PERFORM NOTE-STEP-START
               WHEN "END"
                   PERFORM NOTE-STEP-END
               WHEN "BLOCKED"
                   IF WS-RUN-OPEN = "Y"
                           AND OPS-STEP = "TOLERANCE-CHECK"
                       MOVE "Y" TO WS-RUN-BLOCKED
                   END-IF
               WHEN "OVERRIDE"
                   IF WS-RUN-OPEN = "Y"
                           AND OPS-STEP = "TOLERANCE-CHECK"
                       MOVE "Y" TO WS-RUN-OVERRIDE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>  The log stamp is CURRENT-DATE - CCYYMMDDHHMMSSss - turned
      *>  into seconds on the integer calendar so a step running
      *>  past midnight still measures right.
       CONVERT-TIMESTAMP.
           MOVE OPS-TIMESTAMP(1:8) TO WS-STAMP-DATE.
           MOVE OPS-TIMESTAMP(9:2) TO WS-STAMP-HH.
           MOVE OPS-TIMESTAMP(11:2) TO WS-STAMP-MM.
           MOVE OPS-TIMESTAMP(13:2) TO WS-STAMP-SS.
           MOVE OPS-TIMESTAMP(15:2) TO WS-STAMP-HS.
           COMPUTE WS-STAMP-DAY =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
           MOVE WS-STAMP-HH TO WS-STAMP-TIME.
           MULTIPLY 60 BY WS-STAMP-TIME.
           ADD WS-STAMP-MM TO WS-STAMP-TIME.
           MULTIPLY 60 BY WS-STAMP-TIME.
           ADD WS-STAMP-SS TO WS-STAMP-TIME.
           DIVIDE WS-STAMP-HS BY 100 GIVING WS-STAMP-FRACTION.
           ADD WS-STAMP-FRACTION TO WS-STAMP-TIME.
           MOVE WS-STAMP-DAY TO WS-START-OF-DAY.
           MULTIPLY 86400 BY WS-START-OF-DAY.
           MOVE WS-START-OF-DAY TO WS-STAMP-SECONDS.
           ADD WS-STAMP-TIME TO WS-STAMP-SECONDS.

      *>  A step starting a second time means the previous night
      *>  never reached its END - close it and open the new one.
       NOTE-STEP-START.
           IF WS-RUN-OPEN = "Y"
               PERFORM FIND-OPEN-STEP-BY-NAME
               IF WS-RS-FOUND > 0
                   PERFORM CLOSE-NIGHT
               END-IF
           END-IF.
           IF WS-RUN-OPEN NOT = "Y"
               PERFORM OPEN-NIGHT
           END-IF.
           IF WS-RUN-STEP-COUNT = 30
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RUN-STEP-COUNT.
           MOVE OPS-STEP TO WS-RS-NAME(WS-RUN-STEP-COUNT).
           MOVE OPS-TIMESTAMP(9:6)
               TO WS-RS-START-TIME(WS-RUN-STEP-COUNT).
           MOVE WS-STAMP-SECONDS
               TO WS-RS-START-SECONDS(WS-RUN-STEP-COUNT).
           MOVE "N" TO WS-RS-END-SEEN(WS-RUN-STEP-COUNT).
           MOVE 0 TO WS-RS-ELAPSED(WS-RUN-STEP-COUNT).
           MOVE 0 TO WS-RS-COUNT(WS-RUN-STEP-COUNT).

       NOTE-STEP-END.
           IF WS-RUN-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OPEN-STEP-BY-NAME.
           IF WS-RS-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-RS-END-SEEN(WS-RS-FOUND).
           COMPUTE WS-RS-ELAPSED(WS-RS-FOUND) = WS-STAMP-SECONDS
               - WS-RS-START-SECONDS(WS-RS-FOUND).
           MOVE OPS-COUNT TO WS-RS-COUNT(WS-RS-FOUND).
           MOVE WS-STAMP-SECONDS TO WS-RUN-END-SECONDS.
           MOVE OPS-TIMESTAMP(9:6) TO WS-RUN-END-TIME.
           IF OPS-STEP = "ARCHIVE-MANAGER"
               MOVE "Y" TO WS-RUN-ARCHIVED
               PERFORM CLOSE-NIGHT
           END-IF.

       FIND-OPEN-STEP-BY-NAME.
           MOVE 0 TO WS-RS-FOUND.
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RUN-STEP-COUNT
               IF WS-RS-NAME(WS-RS-SUB) = OPS-STEP
                   MOVE WS-RS-SUB TO WS-RS-FOUND
               END-IF
           END-PERFORM.
      *>   Only a START still waiting on its END is matched - an END
      *>   already paired leaves this one with nothing to close.
           IF WS-RS-FOUND > 0 AND OPS-EVENT = "END"
               IF WS-RS-END-SEEN(WS-RS-FOUND) = "Y"
                   MOVE 0 TO WS-RS-FOUND
               END-IF
           END-IF.

       OPEN-NIGHT.
           MOVE "Y" TO WS-RUN-OPEN.
           MOVE OPS-TIMESTAMP(1:8) TO WS-RUN-DATE.
           MOVE OPS-TIMESTAMP(9:6) TO WS-RUN-START-TIME.
           MOVE OPS-TIMESTAMP(9:6) TO WS-RUN-END-TIME.
           MOVE WS-STAMP-SECONDS TO WS-RUN-START-SECONDS.
           MOVE WS-STAMP-SECONDS TO WS-RUN-END-SECONDS.
           MOVE "N" TO WS-RUN-BLOCKED WS-RUN-OVERRIDE
               WS-RUN-MISSING-END WS-RUN-ARCHIVED.
           MOVE 0 TO WS-RUN-SLOW-STEPS.
           MOVE 0 TO WS-RUN-STEP-COUNT.
      *>   The window deadline falls on the night's start date, or
      *>   the next morning when it is earlier than the start.
           DIVIDE WS-DEADLINE-TIME BY 100 GIVING WS-DEADLINE-HH
               REMAINDER WS-DEADLINE-MM.
           MOVE WS-DEADLINE-HH TO WS-DEADLINE-SECONDS.
           MULTIPLY 60 BY WS-DEADLINE-SECONDS.
           ADD WS-DEADLINE-MM TO WS-DEADLINE-SECONDS.
           MULTIPLY 60 BY WS-DEADLINE-SECONDS.
           ADD WS-START-OF-DAY TO WS-DEADLINE-SECONDS.
           IF WS-DEADLINE-SECONDS NOT > WS-STAMP-SECONDS
               ADD 86400 TO WS-DEADLINE-SECONDS
           END-IF.

       CLOSE-NIGHT.
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RUN-STEP-COUNT
               PERFORM REPORT-ONE-STEP
           END-PERFORM.

           ADD 1 TO WS-COUNT-NIGHTS.
           MOVE "20" TO BWR-NGT-REC-TYPE.
           MOVE WS-RUN-DATE TO BWR-NGT-RUN-DATE.
           MOVE WS-RUN-START-TIME TO BWR-NGT-START-TIME.
           MOVE WS-RUN-END-TIME TO BWR-NGT-END-TIME.
           COMPUTE BWR-NGT-ELAPSED = WS-RUN-END-SECONDS
               - WS-RUN-START-SECONDS.
           MOVE WS-DEADLINE-TIME TO BWR-NGT-DEADLINE-TIME.
           IF WS-RUN-END-SECONDS > WS-DEADLINE-SECONDS
               MOVE "Y" TO BWR-NGT-OVER-WINDOW
               ADD 1 TO WS-COUNT-OVER-WINDOW
           ELSE
               MOVE "N" TO BWR-NGT-OVER-WINDOW
           END-IF.
           MOVE WS-RUN-BLOCKED TO BWR-NGT-BLOCKED.
           IF WS-RUN-BLOCKED = "Y"
               ADD 1 TO WS-COUNT-BLOCKED
           END-IF.
           MOVE WS-RUN-OVERRIDE TO BWR-NGT-OVERRIDE.
           IF WS-RUN-OVERRIDE = "Y"
               ADD 1 TO WS-COUNT-OVERRIDE
           END-IF.
      *>   A night that never logged the archive step's END did not
      *>   finish, even when every step it did start was paired.
           IF WS-RUN-ARCHIVED NOT = "Y"
               MOVE "Y" TO WS-RUN-MISSING-END
           END-IF.
           MOVE WS-RUN-MISSING-END TO BWR-NGT-MISSING-END.
           IF WS-RUN-MISSING-END = "Y"
               ADD 1 TO WS-COUNT-MISSING-END
           END-IF.
           MOVE WS-RUN-SLOW-STEPS TO BWR-NGT-SLOW-STEPS.
           WRITE BATCH-NIGHT-LINE.
           MOVE "N" TO WS-RUN-OPEN.

       REPORT-ONE-STEP.
           MOVE "10" TO BWR-REC-TYPE.
           MOVE WS-RUN-DATE TO BWR-RUN-DATE.
           MOVE WS-RS-NAME(WS-RS-SUB) TO BWR-STEP.
           MOVE WS-RS-START-TIME(WS-RS-SUB) TO BWR-START-TIME.
           MOVE WS-RS-ELAPSED(WS-RS-SUB) TO BWR-ELAPSED.
           MOVE WS-RS-COUNT(WS-RS-SUB) TO BWR-COUNT.
           MOVE 0 TO BWR-AVERAGE.
           MOVE 0 TO BWR-NIGHTS-AVERAGED.
           MOVE SPACE TO BWR-FLAG.
           IF WS-RS-END-SEEN(WS-RS-SUB) NOT = "Y"
               MOVE "M" TO BWR-FLAG
               MOVE "Y" TO WS-RUN-MISSING-END
               WRITE BATCH-STEP-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-STEP-HISTORY.
           IF WS-HIST-FOUND = 0
               WRITE BATCH-STEP-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-HIST-NIGHTS(WS-HIST-FOUND) > 0
               MOVE 0 TO WS-HIST-TOTAL
               PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                       UNTIL WS-NIGHT-SUB
                           > WS-HIST-NIGHTS(WS-HIST-FOUND)
                   ADD WS-HIST-ELAPSED(WS-HIST-FOUND, WS-NIGHT-SUB)
                       TO WS-HIST-TOTAL
               END-PERFORM
               COMPUTE WS-AVERAGE ROUNDED = WS-HIST-TOTAL
                   / WS-HIST-NIGHTS(WS-HIST-FOUND)
               MOVE WS-AVERAGE TO BWR-AVERAGE
               MOVE WS-HIST-NIGHTS(WS-HIST-FOUND)
                   TO BWR-NIGHTS-AVERAGED
               COMPUTE WS-AVERAGE-LIMIT = WS-AVERAGE
                   * (100 + WS-OVERRUN-PERCENT) / 100
               IF WS-RS-ELAPSED(WS-RS-SUB) > WS-AVERAGE-LIMIT
                   MOVE "S" TO BWR-FLAG
                   ADD 1 TO WS-RUN-SLOW-STEPS
                   ADD 1 TO WS-COUNT-SLOW-STEPS
               END-IF
           END-IF.
           WRITE BATCH-STEP-LINE.

      *>   Tonight joins the history only after it has been judged
      *>   against the nights before it.
           MOVE WS-RS-ELAPSED(WS-RS-SUB) TO WS-HIST-ELAPSED
               (WS-HIST-FOUND, WS-HIST-NEXT(WS-HIST-FOUND)).
           IF WS-HIST-NIGHTS(WS-HIST-FOUND) < 30
               ADD 1 TO WS-HIST-NIGHTS(WS-HIST-FOUND)
           END-IF.
           IF WS-HIST-NEXT(WS-HIST-FOUND) = 30
               MOVE 1 TO WS-HIST-NEXT(WS-HIST-FOUND)
           ELSE
               ADD 1 TO WS-HIST-NEXT(WS-HIST-FOUND)
           END-IF.

      *>  More than 40 distinct step names would mean the log holds
      *>  something other than main-program's steps - those report
      *>  without an average.
       FIND-STEP-HISTORY.
           MOVE 0 TO WS-HIST-FOUND.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-HIST-NAME(WS-HIST-SUB) = WS-RS-NAME(WS-RS-SUB)
                   MOVE WS-HIST-SUB TO WS-HIST-FOUND
               END-IF
           END-PERFORM.
           IF WS-HIST-FOUND = 0 AND WS-HIST-COUNT < 40
               ADD 1 TO WS-HIST-COUNT
               MOVE WS-HIST-COUNT TO WS-HIST-FOUND
               MOVE WS-RS-NAME(WS-RS-SUB)
                   TO WS-HIST-NAME(WS-HIST-FOUND)
               MOVE 0 TO WS-HIST-NIGHTS(WS-HIST-FOUND)
               MOVE 1 TO WS-HIST-NEXT(WS-HIST-FOUND)
           END-IF.
