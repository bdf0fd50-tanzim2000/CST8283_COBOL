      *          with batchcontrol.txt as the default and an H
      *          holiday entry standing the window down entirely -
      *          stages that list, CALLs each program in turn, and
      *          holds back any step whose predecessors did not finish
      *          cleanly instead of barreling on regardless. A second
      *          full run on the same date is
      *          refused unless the supervisor-maintained RERUN step
      *          parameter answers for it or a supervisor (authority
      *          3 on operators.txt) signs the override at the
      *          skips the steps already done and resumes at the step
      *          that failed (noted in the run output). The checkpoint
      *          is removed after a clean end-to-end run.
      *          Each step list line (BATCH-STEP-LIST-RECORD) carries
      *          the highest RETURN-CODE the step may end with - RC 4
      *          from a report that found something to flag can be
      *          allowed as a warning - and up to three predecessor
      *          steps. A step over its limit is FAILED but the window
      *          goes on: steps that name it as a predecessor (or, with
      *          no predecessors named, any step after it) are
      *          BYPASSED without being called, while unrelated steps
      *          still run. Every step's outcome - COMPLETE, WARNING,
      *          FAILED or BYPASSED - is written to the run history and
      *          the checkpoint, so a restart skips only the complete
      *          steps and picks up the failed and bypassed ones. The
      *          driver ends RC 8 when anything failed or was
      *          bypassed, RC 4 when a step only warned.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
           COPY "BATCH-STEP-LIST-RECORD.CPY".
      * Calendar entries: D = a specific date's own list, H = a
      * holiday (no window runs), M = the month-end list, W = a
      * day-of-week list (CA-KEY 1-7, 1 = Monday). CA-STEP-LIST is
           05 OP-ACTIVE      PIC X.
           05 OP-PWD-CHANGE  PIC X.
       FD CHECKPOINT-FILE.
      * CP-STEP-STATUS: C = complete (blank on lines written before
      * the status was kept), F = failed, B = bypassed. A restart run
      * appends to the file, so the last line for a step wins.
       01 CHECKPOINT-RECORD.
           05 CP-STEP-NUMBER PIC 9(3).
           05 FILLER         PIC X.
           05 CP-STEP-STATUS PIC X.
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 RH-RUN-DATE     PIC 9(8).
           05 RH-CALENDAR-ENTRY PIC X(30).
           05 FILLER          PIC X VALUE SPACE.
           05 RH-PARM-SUMMARY PIC X(46).
           05 FILLER          PIC X VALUE SPACE.
           05 RH-STEP-OUTCOME PIC X(8).
       WORKING-STORAGE SECTION.
           COPY "OPERATOR-SIGNON.CPY".
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-SUP-ID-INPUT PIC X(10).
       01 WS-SUP-PASSWORD PIC X(10).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-PROGRAM-NAME PIC X(30).
       01 WS-MAX-RC PIC 9(2).
       01 WS-STEP-NUMBER PIC 9(3) VALUE ZERO.
       01 WS-STEPS-RUN PIC 9(3) VALUE ZERO.
       01 WS-STEPS-WARNED PIC 9(3) VALUE ZERO.
       01 WS-STEPS-FAILED PIC 9(3) VALUE ZERO.
       01 WS-STEPS-BYPASSED PIC 9(3) VALUE ZERO.
       01 WS-STEP-OUTCOME PIC X(8).
       01 WS-STEP-STATUS PIC X.
       01 WS-WINDOW-TROUBLE PIC X VALUE 'N'.
           88 WS-EARLIER-STEP-FAILED VALUE 'Y'.
       01 WS-BYPASS-STEP PIC X.
       01 WS-BYPASS-REASON PIC X(60).
       01 WS-PRED-SUB PIC 9.
       01 WS-LOOK-SUB PIC 9(4).
       01 WS-PRED-STATUS PIC X.
      * One slot per step number: the status the checkpoint left for
      * it, and the program and outcome it had in this window (C, F
      * or B - a warning counts as C), which the predecessor checks
      * of the steps after it look back at.
       01 WS-STEP-STATE-TABLE.
           05 WS-STEP-STATE OCCURS 999 TIMES.
               10 WS-SL-CHECKPOINT PIC X.
               10 WS-SL-PROGRAM    PIC X(30).
               10 WS-SL-OUTCOME    PIC X.
       01 WS-CP-FILE-STATUS PIC XX.
       01 WS-CP-EOF PIC X.
       01 WS-CP-COMPLETE PIC 9(3) VALUE ZERO.
       01 WS-CP-TO-RERUN PIC 9(3) VALUE ZERO.
       01 WS-RESTART-MODE PIC X VALUE 'N'.
           88 WS-THIS-IS-A-RESTART VALUE 'Y'.
       01 WS-RESTART-ANSWER PIC X.
           END-IF.
           DISPLAY "RUNNING UNDER STEP LIST: " WS-STEP-LIST-NAME.
           PERFORM 200-RUN-NEXT-STEP
               UNTIL WS-EOF = 'Y'.
           CLOSE CONTROL-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE RUN-HISTORY-FILE.
           DISPLAY "==== BATCH WINDOW COMPLETE ====".
           IF WS-THIS-IS-A-RESTART
               DISPLAY "(THIS WAS A RESTART RUN - " WS-STEPS-SKIPPED
                   " STEPS COMPLETE ON THE CHECKPOINT WERE SKIPPED)"
           END-IF.
           DISPLAY "STEPS RUN:      " WS-STEPS-RUN.
           DISPLAY "STEPS WARNED:   " WS-STEPS-WARNED.
           DISPLAY "STEPS FAILED:   " WS-STEPS-FAILED.
           DISPLAY "STEPS BYPASSED: " WS-STEPS-BYPASSED.
           IF WS-STEPS-FAILED > ZERO OR WS-STEPS-BYPASSED > ZERO
               DISPLAY "CHECKPOINT KEPT - RERUN TO RESTART THE FAILED "
                   "AND BYPASSED STEPS"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "rm -f ../batchcheckpoint.txt" TO WS-COMMAND-LINE
               CALL "SYSTEM" USING WS-COMMAND-LINE
               IF WS-STEPS-WARNED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       200-RUN-NEXT-STEP.
           READ CONTROL-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END PERFORM 210-EXECUTE-STEP
           END-READ.

      * A blank or non-numeric limit is 00 - the step has to finish
      * clean, as every step had to before the limit was kept.
       210-EXECUTE-STEP.
           ADD 1 TO WS-STEP-NUMBER.
           MOVE CR-PROGRAM-NAME TO WS-PROGRAM-NAME.
           MOVE WS-PROGRAM-NAME TO WS-SL-PROGRAM(WS-STEP-NUMBER).
           IF CR-MAX-RC NUMERIC
               MOVE CR-MAX-RC-NUM TO WS-MAX-RC
           ELSE
               MOVE ZERO TO WS-MAX-RC
           END-IF.
           IF WS-THIS-IS-A-RESTART
               AND WS-SL-CHECKPOINT(WS-STEP-NUMBER) = 'C'
               DISPLAY "STEP " WS-STEP-NUMBER ": " WS-PROGRAM-NAME
                   " SKIPPED (COMPLETE ON THE CHECKPOINT)"
               MOVE 'C' TO WS-SL-OUTCOME(WS-STEP-NUMBER)
               ADD 1 TO WS-STEPS-SKIPPED
           ELSE
               PERFORM 240-CHECK-PREDECESSORS
               IF WS-BYPASS-STEP = 'Y'
                   PERFORM 250-BYPASS-STEP
               ELSE
                   PERFORM 215-RUN-STEP
               END-IF
               MOVE WS-STEP-STATUS TO WS-SL-OUTCOME(WS-STEP-NUMBER)
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE WS-STEP-NUMBER TO CP-STEP-NUMBER
               MOVE WS-STEP-STATUS TO CP-STEP-STATUS
               WRITE CHECKPOINT-RECORD
           END-IF.

       215-RUN-STEP.
           DISPLAY "STEP " WS-STEP-NUMBER ": RUNNING "
               WS-PROGRAM-NAME.
           MOVE 0 TO RETURN-CODE.
           PERFORM 230-STAGE-STEP-PARAMETERS.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           CALL WS-PROGRAM-NAME.
           ACCEPT WS-STEP-END-TIME FROM TIME.
           MOVE ZERO TO BP-PARM-COUNT.
           ADD 1 TO WS-STEPS-RUN.
           DISPLAY "STEP " WS-STEP-NUMBER ": " WS-PROGRAM-NAME
               " RETURN CODE " RETURN-CODE.
           EVALUATE TRUE
               WHEN RETURN-CODE = ZERO
                   MOVE "COMPLETE" TO WS-STEP-OUTCOME
                   MOVE 'C' TO WS-STEP-STATUS
               WHEN RETURN-CODE > ZERO
                   AND RETURN-CODE NOT > WS-MAX-RC
                   MOVE "WARNING" TO WS-STEP-OUTCOME
                   MOVE 'C' TO WS-STEP-STATUS
                   ADD 1 TO WS-STEPS-WARNED
                   DISPLAY "STEP " WS-STEP-NUMBER ": WARNING - "
                       "WITHIN ITS LIMIT OF RC " WS-MAX-RC
               WHEN OTHER
                   MOVE "FAILED" TO WS-STEP-OUTCOME
                   MOVE 'F' TO WS-STEP-STATUS
                   ADD 1 TO WS-STEPS-FAILED
                   MOVE 'Y' TO WS-WINDOW-TROUBLE
                   DISPLAY "STEP " WS-STEP-NUMBER ": FAILED - OVER "
                       "ITS LIMIT OF RC " WS-MAX-RC
           END-EVALUATE.
           PERFORM 220-WRITE-RUN-HISTORY-ENTRY.

       220-WRITE-RUN-HISTORY-ENTRY.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           END-IF.
           MOVE WS-STEP-LIST-NAME TO RH-CALENDAR-ENTRY.
           MOVE WS-PARM-SUMMARY TO RH-PARM-SUMMARY.
           MOVE WS-STEP-OUTCOME TO RH-STEP-OUTCOME.
           WRITE RUN-HISTORY-RECORD.

      * NONE in the first slot frees the step from every other step;
      * no predecessors at all ties it to everything before it, the
      * way the window always chained. Otherwise each named step's
      * latest outcome in this window decides - a step skipped as
      * complete on a restart checkpoint counts as complete.
       240-CHECK-PREDECESSORS.
           MOVE 'N' TO WS-BYPASS-STEP.
           MOVE SPACES TO WS-BYPASS-REASON.
           IF CR-PREDECESSOR(1) = "NONE"
               CONTINUE
           ELSE
               IF CR-PREDECESSOR(1) = SPACES
                   AND CR-PREDECESSOR(2) = SPACES
                   AND CR-PREDECESSOR(3) = SPACES
                   IF WS-EARLIER-STEP-FAILED
                       MOVE 'Y' TO WS-BYPASS-STEP
                       MOVE "AN EARLIER STEP FAILED OR WAS BYPASSED"
                           TO WS-BYPASS-REASON
                   END-IF
               ELSE
                   PERFORM 245-CHECK-ONE-PREDECESSOR
                       VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > 3 OR WS-BYPASS-STEP = 'Y'
               END-IF
           END-IF.

       245-CHECK-ONE-PREDECESSOR.
           IF CR-PREDECESSOR(WS-PRED-SUB) NOT = SPACES
               MOVE SPACE TO WS-PRED-STATUS
               PERFORM VARYING WS-LOOK-SUB FROM 1 BY 1
                       UNTIL WS-LOOK-SUB NOT < WS-STEP-NUMBER
                   IF WS-SL-PROGRAM(WS-LOOK-SUB)
                           = CR-PREDECESSOR(WS-PRED-SUB)
                       MOVE WS-SL-OUTCOME(WS-LOOK-SUB)
                           TO WS-PRED-STATUS
                   END-IF
               END-PERFORM
               EVALUATE WS-PRED-STATUS
                   WHEN 'C'
                       CONTINUE
                   WHEN 'F'
                       MOVE 'Y' TO WS-BYPASS-STEP
                       STRING CR-PREDECESSOR(WS-PRED-SUB)
                               DELIMITED BY SPACE
                           " FAILED" DELIMITED BY SIZE
                           INTO WS-BYPASS-REASON
                   WHEN 'B'
                       MOVE 'Y' TO WS-BYPASS-STEP
                       STRING CR-PREDECESSOR(WS-PRED-SUB)
                               DELIMITED BY SPACE
                           " WAS BYPASSED" DELIMITED BY SIZE
                           INTO WS-BYPASS-REASON
                   WHEN OTHER
                       MOVE 'Y' TO WS-BYPASS-STEP
                       STRING CR-PREDECESSOR(WS-PRED-SUB)
                               DELIMITED BY SPACE
                           " HAS NOT RUN IN THIS WINDOW"
                               DELIMITED BY SIZE
                           INTO WS-BYPASS-REASON
               END-EVALUATE
           END-IF.

      * A bypassed step is not called; it still gets a run-history
      * line (RC 0, no parameters handed over) so the morning check
      * sees it was held back rather than missing.
       250-BYPASS-STEP.
           DISPLAY "STEP " WS-STEP-NUMBER ": " WS-PROGRAM-NAME
               " BYPASSED - " WS-BYPASS-REASON.
           MOVE "BYPASSED" TO WS-STEP-OUTCOME.
           MOVE 'B' TO WS-STEP-STATUS.
           ADD 1 TO WS-STEPS-BYPASSED.
           MOVE 'Y' TO WS-WINDOW-TROUBLE.
           MOVE SPACES TO WS-PARM-SUMMARY.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME.
           MOVE 0 TO RETURN-CODE.
           PERFORM 220-WRITE-RUN-HISTORY-ENTRY.

       300-CHECK-FOR-CHECKPOINT.
           MOVE SPACES TO WS-STEP-STATE-TABLE.
           MOVE 'N' TO WS-CP-EOF.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CP-FILE-STATUS NOT = "00"
                   AT END MOVE 'Y' TO WS-CP-EOF
                   NOT AT END
                       IF CP-STEP-NUMBER NUMERIC
                           AND CP-STEP-NUMBER > ZERO
                           IF CP-STEP-STATUS = SPACE
                               MOVE 'C' TO
                                   WS-SL-CHECKPOINT(CP-STEP-NUMBER)
                           ELSE
                               MOVE CP-STEP-STATUS TO
                                   WS-SL-CHECKPOINT(CP-STEP-NUMBER)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CP-FILE-STATUS = "00" OR "10"
               CLOSE CHECKPOINT-FILE
           END-IF.
           PERFORM VARYING WS-LOOK-SUB FROM 1 BY 1
                   UNTIL WS-LOOK-SUB > 999
               EVALUATE WS-SL-CHECKPOINT(WS-LOOK-SUB)
                   WHEN 'C'
                       ADD 1 TO WS-CP-COMPLETE
                   WHEN 'F'
                   WHEN 'B'
                       ADD 1 TO WS-CP-TO-RERUN
               END-EVALUATE
           END-PERFORM.
           IF WS-CP-COMPLETE > ZERO OR WS-CP-TO-RERUN > ZERO
               DISPLAY "CHECKPOINT SHOWS " WS-CP-COMPLETE
                   " STEPS COMPLETE AND " WS-CP-TO-RERUN
                   " FAILED OR BYPASSED."
               MOVE "RESTART" TO WS-OWN-KEYWORD
               PERFORM 650-FIND-OWN-PARAMETER
               IF WS-OWN-FOUND = 'Y'
                   DISPLAY "RESTART ANSWERED '" WS-RESTART-ANSWER
                       "' FROM THE STEP PARAMETERS"
               ELSE
                   DISPLAY "RESTART, SKIPPING THE COMPLETE STEPS? "
                       "[Y/N]"
                   ACCEPT WS-RESTART-ANSWER
               END-IF
               IF WS-RESTART-ANSWER = 'Y' OR WS-RESTART-ANSWER = 'y'
                   MOVE 'Y' TO WS-RESTART-MODE
                   DISPLAY "*** RESTART RUN - COMPLETE STEPS SKIPPED, "
                       "FAILED AND BYPASSED STEPS RUN AGAIN ***"
               ELSE
                   MOVE SPACES TO WS-STEP-STATE-TABLE
                   MOVE ZERO TO WS-CP-COMPLETE
                   MOVE ZERO TO WS-CP-TO-RERUN
                   MOVE "rm -f ../batchcheckpoint.txt"
                       TO WS-COMMAND-LINE
                   CALL "SYSTEM" USING WS-COMMAND-LINE
      * waiting for a signed-on area that nothing fills would make
      * the override unreachable.
           IF WS-WINDOW-ALREADY-RAN
               AND WS-CP-COMPLETE = ZERO
               AND WS-CP-TO-RERUN = ZERO
               DISPLAY "THE BATCH WINDOW ALREADY RAN ON "
                   WS-RUN-DATE "."
               MOVE "RERUN" TO WS-OWN-KEYWORD
