      *          whose return code changed from the run before, so an
      *          overrunning overnight window points at the step that
      *          got slow.
      *          A step BATCH-CONTROL bypassed because a predecessor
      *          failed shows an empty cell for that run, stays out
      *          of the duration and return-code comparisons, and is
      *          flagged BYPASS when it was held back on the latest
      *          run shown.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 RH-CALENDAR-ENTRY PIC X(30).
           05 FILLER          PIC X.
           05 RH-PARM-SUMMARY PIC X(46).
           05 FILLER          PIC X.
           05 RH-STEP-OUTCOME PIC X(8).
       FD JOB-HISTORY-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
               10 WS-HT-PROGRAM  PIC X(30).
               10 WS-HT-ELAPSED  PIC 9(5).
               10 WS-HT-RC       PIC 9(4).
               10 WS-HT-OUTCOME  PIC X(8).
       01 WS-SUB PIC 9(4).
       01 WS-SHIFT-SUB PIC 9(4).
       01 WS-RUN-SUB PIC 9(3).
           END-IF.
           MOVE WS-ELAPSED TO WS-HT-ELAPSED(WS-HISTORY-COUNT).
           MOVE RH-RETURN-CODE TO WS-HT-RC(WS-HISTORY-COUNT).
           MOVE RH-STEP-OUTCOME TO WS-HT-OUTCOME(WS-HISTORY-COUNT).
           PERFORM 210-NOTE-THE-RUN.
       210-NOTE-THE-RUN.
           MOVE ZERO TO WS-FOUND-SUB.
           END-PERFORM.
           IF WS-CELL-SUB > ZERO
               PERFORM 420-FIND-OR-ADD-STEP-ROW
      * A bypassed step was never called, so its cell is marked B
      * rather than Y and the zero elapsed time does not drag down
      * the average the SLOW check works from.
               IF WS-FOUND-SUB > ZERO
                   IF WS-HT-OUTCOME(WS-SUB) = "BYPASSED"
                       MOVE 'B' TO
                           WS-SP-PRESENT(WS-FOUND-SUB, WS-CELL-SUB)
                   ELSE
                       MOVE 'Y' TO
                           WS-SP-PRESENT(WS-FOUND-SUB, WS-CELL-SUB)
                   END-IF
                   MOVE WS-HT-ELAPSED(WS-SUB) TO
                       WS-SP-ELAPSED(WS-FOUND-SUB, WS-CELL-SUB)
                   MOVE WS-HT-RC(WS-SUB) TO
           WRITE REPORT-LINE.
       520-FLAG-PATTERN-CHANGES.
           MOVE WS-SHOWN-RUNS TO WS-LATEST-CELL.
           IF WS-SP-PRESENT(WS-STEP-SUB, WS-LATEST-CELL) = 'B'
               MOVE "BYPASS" TO DL-FLAG
           END-IF.
           IF WS-LATEST-CELL < 2
               CONTINUE
           ELSE
