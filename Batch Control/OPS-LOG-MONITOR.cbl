      *          date range into the morning one-pager nobody had:
      *          every ERROR event with its file-status detail
      *          grouped by program, any program whose STARTs
      *          outnumber its ENDs (a crash or a hung session),
      *          any program on the default batch step list that
      *          logged nothing on a day the calendar did not mark
      *          as a holiday, and any manual balance adjustment
      *          parked on pendingadjustments.txt that has waited for
      *          a second operator's approval longer than the days
      *          allowed on approvallimits.txt (3 by default) as of
      *          the end of the range. Output goes to opsmonitor.txt
      *          for the start-of-day check alongside
      *          BATCH-HISTORY-REPORT.
      *          The date range answers from FROMDATE/TODATE step
      *          parameters when run off the batch, and is clamped
      *          to 31 days.
      *          The step list is read through the shared
      *          BATCH-STEP-LIST-RECORD layout, so the return-code
      *          limit and predecessor columns on each line are
      *          passed over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../batchcalendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT PENDING-ADJUSTMENT-FILE
           ASSIGN "../pendingadjustments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT APPROVAL-LIMIT-FILE
           ASSIGN "../approvallimits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-FILE-STATUS.
           SELECT MONITOR-REPORT-FILE
           ASSIGN "../opsmonitor.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05 FILLER          PIC X.
           05 OL-DETAIL       PIC X(40).
       FD CONTROL-FILE.
           COPY "BATCH-STEP-LIST-RECORD.CPY".
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CA-ENTRY-TYPE PIC X.
           05 CA-KEY        PIC X(8).
           05 FILLER        PIC X.
           05 CA-STEP-LIST  PIC X(30).
       FD PENDING-ADJUSTMENT-FILE.
           COPY "PENDING-ADJUSTMENT-RECORD.CPY".
       FD APPROVAL-LIMIT-FILE.
           COPY "APPROVAL-LIMIT-RECORD.CPY".
       FD MONITOR-REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CF-FILE-STATUS PIC XX.
       01 WS-CA-FILE-STATUS PIC XX.
       01 WS-MR-FILE-STATUS PIC XX.
       01 WS-PA-FILE-STATUS PIC XX.
       01 WS-AP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-FROM-INPUT PIC X(8).
       01 WS-TO-INPUT PIC X(8).
       01 WS-ERROR-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-HUNG-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-SILENT-TOTAL PIC 9(4) VALUE ZERO.
       01 WS-STALE-TOTAL PIC 9(4) VALUE ZERO.
       01 WS-PENDING-DAYS PIC 9(3) VALUE 3.
       01 WS-PENDING-AGE PIC S9(5).
      * Adjustments parked for approval, each P line with whether a
      * later A or R line has closed it.
       01 WS-ADJ-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ADJ-TABLE.
           05 WS-ADJ-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ADJ-COUNT.
               10 WS-AD-NUMBER  PIC 9(6).
               10 WS-AD-OPEN    PIC X.
               10 WS-AD-RECORD  PIC X(128).
       01 WS-ADJ-SUB PIC 9(4).
       01 WS-ADJ-OVERFLOW PIC X VALUE 'N'.
           88 WS-ADJ-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-SECTION-HEADING.
           05 FILLER          PIC X(6) VALUE "==== ".
           05 SH-SECTION-NAME PIC X(60).
           05 FILLER          PIC X(21) VALUE
               " LOGGED NOTHING ON   ".
           05 SI-DATE         PIC 9(8).
       01 WS-STALE-LINE.
           05 FILLER          PIC X(13) VALUE "  ADJUSTMENT ".
           05 ST-NUMBER       PIC 9(6).
           05 FILLER          PIC X(8) VALUE " KEYED  ".
           05 ST-DATE         PIC 9(8).
           05 FILLER          PIC X(4) VALUE " BY ".
           05 ST-OPERATOR     PIC X(10).
           05 FILLER          PIC X(9) VALUE " STUDENT ".
           05 ST-STUDENT      PIC 9(7).
           05 FILLER          PIC X VALUE SPACE.
           05 ST-AMOUNT       PIC ZZ,ZZ9.99-.
           05 FILLER          PIC X VALUE SPACE.
           05 ST-AGE          PIC ZZZZ9.
           05 FILLER          PIC X(5) VALUE " DAYS".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "FROMDATE" TO WS-PARM-KEYWORD.
           DISPLAY "ERROR EVENTS:        " WS-ERROR-TOTAL.
           DISPLAY "STARTS WITHOUT END:  " WS-HUNG-TOTAL.
           DISPLAY "SILENT PROGRAM-DAYS: " WS-SILENT-TOTAL.
           DISPLAY "STALE ADJUSTMENTS:   " WS-STALE-TOTAL.
           GOBACK.
       100-LOAD-EXPECTED-PROGRAMS.
           MOVE 'N' TO WS-EOF.
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CR-PROGRAM-NAME NOT = SPACES
                           AND WS-EXPECT-COUNT < 50
                           ADD 1 TO WS-EXPECT-COUNT
                           MOVE CR-PROGRAM-NAME
                               TO WS-EX-NAME(WS-EXPECT-COUNT)
                       END-IF
               END-READ
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 400-CHECK-SILENT-PROGRAMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ADJUSTMENTS AWAITING APPROVAL TOO LONG"
               TO SH-SECTION-NAME.
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 500-CHECK-PENDING-ADJUSTMENTS.
           CLOSE MONITOR-REPORT-FILE.
      * Silent means: a program on the default step list with no
      * event at all on a day the calendar does not mark H.
           MOVE WS-DAY-DATE TO SI-DATE.
           MOVE WS-SILENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Pending means a P line on pendingadjustments.txt with no A or
      * R line after it; too long means parked more than the allowed
      * days before the last day of the range.
       500-CHECK-PENDING-ADJUSTMENTS.
           OPEN INPUT APPROVAL-LIMIT-FILE.
           IF WS-AP-FILE-STATUS = "00"
               READ APPROVAL-LIMIT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AP-PENDING-DAYS NUMERIC
                           MOVE AP-PENDING-DAYS TO WS-PENDING-DAYS
                       END-IF
               END-READ
               CLOSE APPROVAL-LIMIT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PENDING-ADJUSTMENT-FILE.
           IF WS-PA-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-ADJUSTMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 510-TAKE-UP-ADJUSTMENT
               END-READ
           END-PERFORM.
           IF WS-PA-FILE-STATUS = "00" OR "10"
               CLOSE PENDING-ADJUSTMENT-FILE
           END-IF.
           IF WS-ADJ-TABLE-OVERFLOWED
               MOVE "  TOO MANY ADJUSTMENTS ON FILE - LIST IS PARTIAL"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               IF WS-AD-OPEN(WS-ADJ-SUB) = 'Y'
                   PERFORM 520-CHECK-ONE-ADJUSTMENT
               END-IF
           END-PERFORM.
       510-TAKE-UP-ADJUSTMENT.
           IF PA-PARKED
               IF WS-ADJ-COUNT < 2000
                   ADD 1 TO WS-ADJ-COUNT
                   MOVE PA-ITEM-NUMBER TO WS-AD-NUMBER(WS-ADJ-COUNT)
                   MOVE 'Y' TO WS-AD-OPEN(WS-ADJ-COUNT)
                   MOVE PENDING-ADJUSTMENT-RECORD
                       TO WS-AD-RECORD(WS-ADJ-COUNT)
               ELSE
                   MOVE 'Y' TO WS-ADJ-OVERFLOW
               END-IF
           ELSE
               PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                       UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                   IF WS-AD-NUMBER(WS-ADJ-SUB) = PA-ITEM-NUMBER
                       MOVE 'N' TO WS-AD-OPEN(WS-ADJ-SUB)
                   END-IF
               END-PERFORM
           END-IF.
       520-CHECK-ONE-ADJUSTMENT.
           MOVE WS-AD-RECORD(WS-ADJ-SUB) TO PENDING-ADJUSTMENT-RECORD.
           IF PA-EVENT-DATE NUMERIC AND PA-EVENT-DATE > 16010101
               COMPUTE WS-PENDING-AGE = WS-TO-DAYS
                   - FUNCTION INTEGER-OF-DATE(PA-EVENT-DATE)
               IF WS-PENDING-AGE > WS-PENDING-DAYS
                   ADD 1 TO WS-STALE-TOTAL
                   MOVE PA-ITEM-NUMBER TO ST-NUMBER
                   MOVE PA-EVENT-DATE TO ST-DATE
                   MOVE PA-OPERATOR TO ST-OPERATOR
                   MOVE PA-STUDENT-NUMBER TO ST-STUDENT
                   MOVE PA-AMOUNT TO ST-AMOUNT
                   MOVE WS-PENDING-AGE TO ST-AGE
                   MOVE WS-STALE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       950-FIND-STEP-PARM.
           MOVE 'N' TO WS-PARM-FOUND.
           MOVE SPACES TO WS-PARM-VALUE.
