      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Fiscal calendar maintenance for Finance - run by a
      *          signed-on supervisor (authority 3 in
      *          OPERATOR-SIGNON.CPY) once GL-JOURNAL-EXTRACT has
      *          journalled a month. Periods are added to
      *          fiscalcalendar.txt as YYYYMM months (start and end
      *          default to the calendar month and may not overlap
      *          another period), closed in order - a period cannot
      *          be closed while an earlier one is still open - and,
      *          when a correction has to go back into a closed
      *          month, reopened with a reason. The calendar is held
      *          under a data-set lock for the session and written
      *          back at the end; every add, close and reopen is
      *          logged on fiscalperiodlog.txt with the operator, and
      *          the reason for a reopen. FISCAL-PERIOD-CHECK is what
      *          the posting programs call to keep activity out of a
      *          closed period. Run standalone the program asks for
      *          a supervisor's operator ID and password and checks
      *          them on operators.txt (active, authority 3); anyone
      *          else is turned away.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL-PERIOD-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-CALENDAR-FILE
           ASSIGN "../fiscalcalendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FC-FILE-STATUS.
           SELECT FISCAL-PERIOD-LOG-FILE
           ASSIGN "../fiscalperiodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FX-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE
           ASSIGN "../operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FISCAL-CALENDAR-FILE.
           COPY "FISCAL-CALENDAR-RECORD.CPY".
       FD FISCAL-PERIOD-LOG-FILE.
       01 FISCAL-PERIOD-LOG-RECORD.
           05 FX-PERIOD          PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 FX-EVENT           PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 FX-DATE            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FX-TIME            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FX-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 FX-REASON          PIC X(40).
       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD.
           05 OP-OPERATOR-ID PIC X(10).
           05 OP-NAME        PIC X(20).
           05 OP-PASSWORD    PIC X(10).
           05 OP-AUTHORITY   PIC 9.
           05 OP-ACTIVE      PIC X.
           05 OP-PWD-CHANGE  PIC X.
       WORKING-STORAGE SECTION.
           COPY "OPERATOR-SIGNON.CPY".
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID-INPUT PIC X(10).
       01 WS-OPERATOR-PASSWORD PIC X(10).
       01 WS-OP-EOF PIC X.
       01 WS-FC-FILE-STATUS PIC XX.
       01 WS-FX-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-SIGNON-AUTHORITY PIC 9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PERIOD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 1 TO 240 TIMES
               DEPENDING ON WS-PERIOD-COUNT.
               10 WS-FP-RECORD PIC X(46).
       01 WS-PERIOD-SUB PIC 9(3).
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-PERIOD-OVERFLOW PIC X VALUE 'N'.
           88 WS-PERIOD-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-MAINT-MORE PIC X VALUE 'Y'.
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-ADD    VALUE '1'.
           88 WS-CHOICE-CLOSE  VALUE '2'.
           88 WS-CHOICE-REOPEN VALUE '3'.
           88 WS-CHOICE-SHOW   VALUE '4'.
       01 WS-PERIOD-INPUT PIC X(6).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-REASON-INPUT PIC X(40).
       01 WS-CONFIRM PIC X.
       01 WS-NEW-PERIOD PIC 9(6).
       01 WS-NEW-PERIOD-PARTS REDEFINES WS-NEW-PERIOD.
           05 WS-NEW-YEAR  PIC 9(4).
           05 WS-NEW-MONTH PIC 9(2).
       01 WS-NEW-START PIC 9(8).
       01 WS-NEW-END PIC 9(8).
       01 WS-DAYS-IN-MONTH PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER-4 PIC 9(3).
       01 WS-LEAP-REMAINDER-100 PIC 9(3).
       01 WS-LEAP-REMAINDER-400 PIC 9(3).
       01 WS-OVERLAP-FOUND PIC X.
       01 WS-EARLIER-OPEN PIC 9(6).
       01 WS-LOG-EVENT PIC X(6).
       01 WS-LOG-PERIOD PIC 9(6).
       01 WS-OPEN-COUNT PIC 9(3).
       01 WS-CLOSED-COUNT PIC 9(3).
       01 WS-PERIODS-ADDED PIC 9(3) VALUE ZERO.
       01 WS-PERIODS-CLOSED PIC 9(3) VALUE ZERO.
       01 WS-PERIODS-REOPENED PIC 9(3) VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30) VALUE "fiscalcalendar.txt".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "FISCAL-PERIOD-CLOSE".
       01 WS-LOCK-OPERATOR PIC X(10).
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF SO-OPERATOR-ID = SPACES OR SO-OPERATOR-ID = LOW-VALUES
               PERFORM 050-AUTHENTICATE-SUPERVISOR
           ELSE
               MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SO-AUTHORITY TO WS-SIGNON-AUTHORITY
           END-IF.
           IF WS-SIGNON-AUTHORITY < 3
               DISPLAY "NOT AUTHORIZED - FISCAL PERIOD MAINTENANCE "
                   "NEEDS A SUPERVISOR (AUTHORITY 3)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-CALENDAR-TABLE.
           IF WS-PERIOD-TABLE-OVERFLOWED
               DISPLAY "MORE PERIODS THAN THIS SESSION CAN HOLD - "
                   "RUN REFUSED SO THE FILE IS NOT REWRITTEN SHORT"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-MAINTAIN-ONE-PERIOD
               UNTIL WS-MAINT-MORE = 'N' OR WS-MAINT-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-CALENDAR-FILE
           END-IF.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== FISCAL PERIOD MAINTENANCE SUMMARY ====".
           DISPLAY "PERIODS ADDED:    " WS-PERIODS-ADDED.
           DISPLAY "PERIODS CLOSED:   " WS-PERIODS-CLOSED.
           DISPLAY "PERIODS REOPENED: " WS-PERIODS-REOPENED.
           GOBACK.
      * Run standalone there is no menu sign-on to trust, so the
      * supervisor proves who they are against operators.txt - an
      * active operator, the right password and authority 3 - the
      * same check PENDING-ADJUSTMENT-APPROVAL makes of its approver.
       050-AUTHENTICATE-SUPERVISOR.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE ZERO TO WS-SIGNON-AUTHORITY.
           DISPLAY "SUPERVISOR OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID-INPUT.
           DISPLAY "PASSWORD:".
           ACCEPT WS-OPERATOR-PASSWORD.
           MOVE 'N' TO WS-OP-EOF.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OP-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
                   WS-OP-FILE-STATUS
               MOVE 'Y' TO WS-OP-EOF
           END-IF.
           PERFORM UNTIL WS-OP-EOF = 'Y'
               MOVE SPACES TO OPERATOR-MASTER-RECORD
               READ OPERATOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-OP-EOF
                   NOT AT END
                       IF OP-OPERATOR-ID = WS-OPERATOR-ID-INPUT
                           AND OP-ACTIVE = 'A'
                           AND OP-PASSWORD = WS-OPERATOR-PASSWORD
                           AND OP-AUTHORITY = 3
                           MOVE OP-OPERATOR-ID TO WS-OPERATOR-ID
                           MOVE OP-AUTHORITY TO WS-SIGNON-AUTHORITY
                           MOVE 'Y' TO WS-OP-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OP-FILE-STATUS = "00" OR "10"
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
       100-LOAD-CALENDAR-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FISCAL-CALENDAR-FILE.
           IF WS-FC-FILE-STATUS NOT = "00"
               DISPLAY "NO FISCAL CALENDAR ON HAND - STATUS "
                   WS-FC-FILE-STATUS " - STARTING A NEW ONE"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FISCAL-CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PERIOD-COUNT < 240
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE FISCAL-CALENDAR-RECORD
                               TO WS-FP-RECORD(WS-PERIOD-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-PERIOD-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FC-FILE-STATUS = "00" OR "10"
               CLOSE FISCAL-CALENDAR-FILE
           END-IF.
       200-MAINTAIN-ONE-PERIOD.
           DISPLAY "1 = ADD A FISCAL PERIOD".
           DISPLAY "2 = CLOSE A FISCAL PERIOD".
           DISPLAY "3 = REOPEN A CLOSED FISCAL PERIOD".
           DISPLAY "4 = SHOW THE FISCAL CALENDAR".
           DISPLAY "SELECT AN OPTION [1-4]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-ADD    PERFORM 300-ADD-PERIOD
               WHEN WS-CHOICE-CLOSE  PERFORM 400-CLOSE-PERIOD
               WHEN WS-CHOICE-REOPEN PERFORM 500-REOPEN-PERIOD
               WHEN WS-CHOICE-SHOW   PERFORM 600-SHOW-CALENDAR
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-4"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-MAINT-MORE.
      * A new period is the calendar month unless Finance keys other
      * dates - a 4-4-5 year or a short first month - but no two
      * periods may share a day, or a posting date would have two
      * answers.
       300-ADD-PERIOD.
           DISPLAY "NEW FISCAL PERIOD (YYYYMM)?".
           ACCEPT WS-PERIOD-INPUT.
           IF WS-PERIOD-INPUT NOT NUMERIC
               DISPLAY "PERIOD MUST BE NUMERIC YYYYMM - NOT ADDED"
           ELSE
               MOVE WS-PERIOD-INPUT TO WS-NEW-PERIOD
               PERFORM 350-FIND-PERIOD-ENTRY
               EVALUATE TRUE
                   WHEN WS-NEW-MONTH < 1 OR WS-NEW-MONTH > 12
                       DISPLAY "MONTH MUST BE 01-12 - NOT ADDED"
                   WHEN WS-FOUND-SUB > ZERO
                       DISPLAY "PERIOD " WS-NEW-PERIOD
                           " IS ALREADY ON THE CALENDAR"
                   WHEN OTHER
                       PERFORM 310-DEFAULT-PERIOD-DATES
                       PERFORM 320-ACCEPT-PERIOD-DATES
                       PERFORM 330-STORE-NEW-PERIOD
               END-EVALUATE
           END-IF.
       310-DEFAULT-PERIOD-DATES.
           EVALUATE WS-NEW-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WS-NEW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER-4
                   DIVIDE WS-NEW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER-100
                   DIVIDE WS-NEW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER-400
                   IF WS-LEAP-REMAINDER-400 = ZERO
                       OR (WS-LEAP-REMAINDER-4 = ZERO
                           AND WS-LEAP-REMAINDER-100 NOT = ZERO)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.
           COMPUTE WS-NEW-START = WS-NEW-PERIOD * 100 + 1.
           COMPUTE WS-NEW-END = WS-NEW-PERIOD * 100 + WS-DAYS-IN-MONTH.
       320-ACCEPT-PERIOD-DATES.
           DISPLAY "START DATE (YYYYMMDD) - BLANK FOR " WS-NEW-START.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT NOT = SPACES
               IF WS-DATE-INPUT NUMERIC
                   MOVE WS-DATE-INPUT TO WS-NEW-START
               ELSE
                   DISPLAY "NOT A DATE - KEEPING " WS-NEW-START
               END-IF
           END-IF.
           DISPLAY "END DATE (YYYYMMDD) - BLANK FOR " WS-NEW-END.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT NOT = SPACES
               IF WS-DATE-INPUT NUMERIC
                   MOVE WS-DATE-INPUT TO WS-NEW-END
               ELSE
                   DISPLAY "NOT A DATE - KEEPING " WS-NEW-END
               END-IF
           END-IF.
       330-STORE-NEW-PERIOD.
           MOVE 'N' TO WS-OVERLAP-FOUND.
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               MOVE WS-FP-RECORD(WS-PERIOD-SUB)
                   TO FISCAL-CALENDAR-RECORD
               IF WS-NEW-START NOT > FC-END-DATE
                   AND WS-NEW-END NOT < FC-START-DATE
                   MOVE 'Y' TO WS-OVERLAP-FOUND
                   DISPLAY "OVERLAPS PERIOD " FC-PERIOD " ("
                       FC-START-DATE "-" FC-END-DATE ")"
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-NEW-END < WS-NEW-START
                   DISPLAY "END DATE IS BEFORE START DATE - NOT ADDED"
               WHEN WS-OVERLAP-FOUND = 'Y'
                   DISPLAY "PERIOD " WS-NEW-PERIOD " NOT ADDED"
               WHEN WS-PERIOD-COUNT NOT < 240
                   DISPLAY "FISCAL CALENDAR IS FULL - NOT ADDED"
               WHEN OTHER
                   MOVE SPACES TO FISCAL-CALENDAR-RECORD
                   MOVE WS-NEW-PERIOD TO FC-PERIOD
                   MOVE WS-NEW-START TO FC-START-DATE
                   MOVE WS-NEW-END TO FC-END-DATE
                   MOVE 'O' TO FC-STATUS
                   MOVE WS-RUN-DATE TO FC-STATUS-DATE
                   MOVE WS-OPERATOR-ID TO FC-STATUS-BY
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE FISCAL-CALENDAR-RECORD
                       TO WS-FP-RECORD(WS-PERIOD-COUNT)
                   MOVE 'Y' TO WS-CHANGES-MADE
                   ADD 1 TO WS-PERIODS-ADDED
                   MOVE "ADD" TO WS-LOG-EVENT
                   MOVE WS-NEW-PERIOD TO WS-LOG-PERIOD
                   MOVE SPACES TO WS-REASON-INPUT
                   PERFORM 800-WRITE-PERIOD-LOG
                   DISPLAY "PERIOD " WS-NEW-PERIOD " ADDED OPEN, "
                       WS-NEW-START " TO " WS-NEW-END
           END-EVALUATE.
       350-FIND-PERIOD-ENTRY.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               MOVE WS-FP-RECORD(WS-PERIOD-SUB)
                   TO FISCAL-CALENDAR-RECORD
               IF FC-PERIOD = WS-NEW-PERIOD
                   MOVE WS-PERIOD-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
      * Months close in order: closing one while an earlier month is
      * still open would roll that month's late postings forward
      * past a period that was never signed off.
       400-CLOSE-PERIOD.
           DISPLAY "FISCAL PERIOD TO CLOSE (YYYYMM)?".
           ACCEPT WS-PERIOD-INPUT.
           MOVE ZERO TO WS-FOUND-SUB.
           IF WS-PERIOD-INPUT NUMERIC
               MOVE WS-PERIOD-INPUT TO WS-NEW-PERIOD
               PERFORM 350-FIND-PERIOD-ENTRY
           END-IF.
           MOVE ZERO TO WS-EARLIER-OPEN.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-FP-RECORD(WS-FOUND-SUB)
                   TO FISCAL-CALENDAR-RECORD
               MOVE FC-START-DATE TO WS-NEW-START
               PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                       UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
                   MOVE WS-FP-RECORD(WS-PERIOD-SUB)
                       TO FISCAL-CALENDAR-RECORD
                   IF FC-PERIOD-OPEN
                       AND FC-START-DATE < WS-NEW-START
                       MOVE FC-PERIOD TO WS-EARLIER-OPEN
                   END-IF
               END-PERFORM
               MOVE WS-FP-RECORD(WS-FOUND-SUB)
                   TO FISCAL-CALENDAR-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN WS-FOUND-SUB = ZERO
                   DISPLAY "PERIOD " WS-PERIOD-INPUT
                       " IS NOT ON THE CALENDAR"
               WHEN FC-PERIOD-CLOSED
                   DISPLAY "PERIOD " FC-PERIOD " IS ALREADY CLOSED"
               WHEN WS-EARLIER-OPEN > ZERO
                   DISPLAY "PERIOD " WS-EARLIER-OPEN
                       " IS STILL OPEN - CLOSE IT FIRST"
               WHEN OTHER
                   DISPLAY "CLOSE PERIOD " FC-PERIOD " ("
                       FC-START-DATE "-" FC-END-DATE ")? [Y/N]"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       MOVE 'C' TO FC-STATUS
                       MOVE WS-RUN-DATE TO FC-STATUS-DATE
                       MOVE WS-OPERATOR-ID TO FC-STATUS-BY
                       MOVE FISCAL-CALENDAR-RECORD
                           TO WS-FP-RECORD(WS-FOUND-SUB)
                       MOVE 'Y' TO WS-CHANGES-MADE
                       ADD 1 TO WS-PERIODS-CLOSED
                       MOVE "CLOSE" TO WS-LOG-EVENT
                       MOVE FC-PERIOD TO WS-LOG-PERIOD
                       MOVE SPACES TO WS-REASON-INPUT
                       PERFORM 800-WRITE-PERIOD-LOG
                       DISPLAY "PERIOD " FC-PERIOD " CLOSED"
                   ELSE
                       DISPLAY "PERIOD " FC-PERIOD " LEFT OPEN"
                   END-IF
           END-EVALUATE.
      * Reopening lets postings back into a month the journal has
      * already gone out for, so it always carries a reason on the
      * period log for the auditors.
       500-REOPEN-PERIOD.
           DISPLAY "FISCAL PERIOD TO REOPEN (YYYYMM)?".
           ACCEPT WS-PERIOD-INPUT.
           MOVE ZERO TO WS-FOUND-SUB.
           IF WS-PERIOD-INPUT NUMERIC
               MOVE WS-PERIOD-INPUT TO WS-NEW-PERIOD
               PERFORM 350-FIND-PERIOD-ENTRY
           END-IF.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-FP-RECORD(WS-FOUND-SUB)
                   TO FISCAL-CALENDAR-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN WS-FOUND-SUB = ZERO
                   DISPLAY "PERIOD " WS-PERIOD-INPUT
                       " IS NOT ON THE CALENDAR"
               WHEN FC-PERIOD-OPEN
                   DISPLAY "PERIOD " FC-PERIOD " IS ALREADY OPEN"
               WHEN OTHER
                   DISPLAY "REASON FOR REOPENING PERIOD " FC-PERIOD "?"
                   ACCEPT WS-REASON-INPUT
                   IF WS-REASON-INPUT = SPACES
                       DISPLAY "A REASON IS REQUIRED - PERIOD "
                           FC-PERIOD " LEFT CLOSED"
                   ELSE
                       MOVE 'O' TO FC-STATUS
                       MOVE WS-RUN-DATE TO FC-STATUS-DATE
                       MOVE WS-OPERATOR-ID TO FC-STATUS-BY
                       MOVE FISCAL-CALENDAR-RECORD
                           TO WS-FP-RECORD(WS-FOUND-SUB)
                       MOVE 'Y' TO WS-CHANGES-MADE
                       ADD 1 TO WS-PERIODS-REOPENED
                       MOVE "REOPEN" TO WS-LOG-EVENT
                       MOVE FC-PERIOD TO WS-LOG-PERIOD
                       PERFORM 800-WRITE-PERIOD-LOG
                       DISPLAY "PERIOD " FC-PERIOD " REOPENED"
                   END-IF
           END-EVALUATE.
       600-SHOW-CALENDAR.
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE ZERO TO WS-CLOSED-COUNT.
           DISPLAY "PERIOD START    END      STATUS DATE     BY".
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               MOVE WS-FP-RECORD(WS-PERIOD-SUB)
                   TO FISCAL-CALENDAR-RECORD
               DISPLAY FC-PERIOD " " FC-START-DATE " " FC-END-DATE
                   " " FC-STATUS "      " FC-STATUS-DATE " "
                   FC-STATUS-BY
               IF FC-PERIOD-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               ELSE
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
           END-PERFORM.
           DISPLAY "OPEN PERIODS: " WS-OPEN-COUNT
               "  CLOSED PERIODS: " WS-CLOSED-COUNT.
       700-REWRITE-CALENDAR-FILE.
           OPEN OUTPUT FISCAL-CALENDAR-FILE.
           IF WS-FC-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE FISCAL-CALENDAR-FILE - "
                   "STATUS " WS-FC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                       UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
                   MOVE WS-FP-RECORD(WS-PERIOD-SUB)
                       TO FISCAL-CALENDAR-RECORD
                   WRITE FISCAL-CALENDAR-RECORD
               END-PERFORM
               CLOSE FISCAL-CALENDAR-FILE
           END-IF.
       800-WRITE-PERIOD-LOG.
           OPEN EXTEND FISCAL-PERIOD-LOG-FILE.
           IF WS-FX-FILE-STATUS = "35"
               OPEN OUTPUT FISCAL-PERIOD-LOG-FILE
           END-IF.
           IF WS-FX-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD " WS-LOG-PERIOD " " WS-LOG-EVENT
                   " NOT LOGGED ON fiscalperiodlog.txt - STATUS "
                   WS-FX-FILE-STATUS
           ELSE
               MOVE SPACES TO FISCAL-PERIOD-LOG-RECORD
               MOVE WS-LOG-PERIOD TO FX-PERIOD
               MOVE WS-LOG-EVENT TO FX-EVENT
               ACCEPT FX-DATE FROM DATE YYYYMMDD
               ACCEPT FX-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO FX-OPERATOR
               MOVE WS-REASON-INPUT TO FX-REASON
               WRITE FISCAL-PERIOD-LOG-RECORD
               CLOSE FISCAL-PERIOD-LOG-FILE
           END-IF.

      * Maintenance runs under a data-set lock (DATA-SET-LOCK) so two
      * supervisors can never rewrite fiscalcalendar.txt over each
      * other.
       960-ACQUIRE-DATA-SET-LOCK.
           MOVE "LOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-LOCK-OPERATOR WS-LOCK-ACTION
               WS-LOCK-RESULT.
       970-RELEASE-DATA-SET-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-LOCK-OPERATOR WS-LOCK-ACTION
               WS-LOCK-RESULT.

       END PROGRAM FISCAL-PERIOD-CLOSE.
