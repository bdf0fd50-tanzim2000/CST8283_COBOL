      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Tuition revenue forecast for the coming academic
      *          year - carries every active student on
      *          studentregistration.txt forward into the forecast
      *          year (the FCSTYEAR step parameter, the year whose
      *          fall term starts it), drops the ones whose program
      *          length on programcodes.txt says they will have
      *          finished, and prices the rest from tuitionrates.txt
      *          by program and studentYear exactly as
      *          BILLING-ASSESSMENT-BATCH and STUDENT-TUITION-SYNC
      *          would bill them. The waitlisted students the next
      *          WAITLIST-PROMOTION run would promote (waitlist.txt
      *          order, against the seats open on programcodes.txt)
      *          are added in as well. Each program is billed in the
      *          seasons its lines on the attrition parameter file
      *          (tuitionattrition.txt - program, season letter,
      *          percent expected gone by that term; ALL lines are
      *          the default for a program with none of its own)
      *          name, net of that attrition. Beside every program
      *          and term the report shows the actual NEW and UPDATE
      *          billing for the same term of the year before,
      *          taken from the audit history through
      *          AUDIT-SEGMENT-STAGE, with totals by program and by
      *          term. Writes the print report to
      *          tuitionforecast.txt, the same figures comma
      *          separated with a header row to tuitionforecast.csv
      *          for Finance's budget model, and the students it
      *          could not price to forecastexceptions.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-REVENUE-FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-REGISTRATION-FILE
           ASSIGN "../studentregistration.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT WAITLIST-FILE
           ASSIGN "../waitlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT PROGRAM-CODE-FILE
           ASSIGN "../programcodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT TUITION-RATE-FILE
           ASSIGN "../tuitionrates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ATTRITION-FILE
           ASSIGN "../tuitionattrition.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AT-FILE-STATUS.
           SELECT STUDENT-AUDIT-FILE
           ASSIGN "../auditselect.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT FORECAST-REPORT-FILE
           ASSIGN "../tuitionforecast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT FORECAST-EXTRACT-FILE
           ASSIGN "../tuitionforecast.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT FORECAST-EXCEPTION-FILE
           ASSIGN "../forecastexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-REGISTRATION-FILE.
           COPY "STUDENT-REGISTRATION-RECORD.CPY".
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-REGISTRATION-DATA PIC X(144).
           05 WL-REGISTRATION-KEY REDEFINES WL-REGISTRATION-DATA.
               10 WL-STUDENT-NUMBER PIC 9(10).
               10 WL-PROGRAM        PIC X(8).
               10 WL-STUDENT-YEAR   PIC 9(4).
               10 FILLER            PIC X(122).
           05 WL-DATE-ADDED        PIC 9(8).
       FD PROGRAM-CODE-FILE.
       01 PROGRAM-CODE-RECORD.
           05 PC-CODE        PIC X(8).
           05 PC-FIRST-YEAR  PIC 9(4).
           05 PC-LAST-YEAR   PIC 9(4).
      * Blank seats mean the program has no capacity limit.
           05 PC-SEATS       PIC 9(4).
           05 PC-SEATS-X REDEFINES PC-SEATS PIC X(4).
      * Program length in years; blank means not on file.
           05 PC-DURATION    PIC 9(1).
           05 PC-DURATION-X REDEFINES PC-DURATION PIC X(1).
       FD TUITION-RATE-FILE.
       01 TUITION-RATE-RECORD.
           05 TR-PROGRAM-CODE PIC X(8).
           05 TR-YEAR         PIC 9(4).
           05 TR-AMOUNT       PIC 9(5)V99.
      * One line per program and billed season: the percentage of
      * the program's students Finance expects to have lost by that
      * term, from its own attrition history. Program ALL is the
      * default for programs with no lines of their own.
       FD ATTRITION-FILE.
       01 ATTRITION-RECORD.
           05 AT-PROGRAM      PIC X(8).
           05 FILLER          PIC X.
           05 AT-SEASON       PIC X.
           05 FILLER          PIC X.
           05 AT-PERCENT      PIC 9(3)V99.
       FD STUDENT-AUDIT-FILE.
           COPY "STUDENT-AUDIT-LOG.CPY".
       FD FORECAST-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       FD FORECAST-EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(120).
       FD FORECAST-EXCEPTION-FILE.
       01 FORECAST-EXCEPTION-RECORD.
           05 EX-STUDENT-NUMBER PIC 9(10).
           05 FILLER            PIC X VALUE SPACE.
           05 EX-PROGRAM-CODE   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 EX-YEAR           PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 EX-REASON         PIC X(40).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-REG-FILE-STATUS PIC XX.
       01 WS-WL-FILE-STATUS PIC XX.
       01 WS-PC-FILE-STATUS PIC XX.
       01 WS-RATE-FILE-STATUS PIC XX.
       01 WS-AT-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-RPT-FILE-STATUS PIC XX.
       01 WS-CSV-FILE-STATUS PIC XX.
       01 WS-EX-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-YEAR-INPUT PIC X(4).
       01 WS-FORECAST-YEAR PIC 9(4).
       01 WS-NEXT-YEAR PIC 9(4).
       01 WS-PRIOR-YEAR PIC 9(4).
       01 WS-STAGE-FROM-DATE PIC 9(8).
       01 WS-STAGE-TO-DATE PIC 9(8).
       01 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-RATE-COUNT
               INDEXED BY WS-RATE-IDX.
               10 WS-TR-PROGRAM-CODE PIC X(8).
               10 WS-TR-YEAR         PIC 9(4).
               10 WS-TR-AMOUNT       PIC 9(5)V99.
       01 WS-RATE-FOUND PIC X.
           88 WS-RATE-ON-FILE VALUE 'Y'.
       01 WS-ATTRITION-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ATTRITION-TABLE.
           05 WS-ATTRITION-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-ATTRITION-COUNT.
               10 WS-AT-PROGRAM PIC X(8).
               10 WS-AT-SEASON  PIC X.
               10 WS-AT-PERCENT PIC 9(3)V99.
       01 WS-ATTRITION-SUB PIC 9(3).
       01 WS-PROGRAM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PROGRAM-TABLE.
           05 WS-PROGRAM-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-PROGRAM-COUNT
               INDEXED BY WS-PROGRAM-IDX.
               10 WS-PC-CODE       PIC X(8).
               10 WS-PC-SEATS      PIC 9(4).
               10 WS-PC-NO-LIMIT   PIC X.
               10 WS-PC-DURATION-X PIC X.
               10 WS-PC-DURATION REDEFINES WS-PC-DURATION-X PIC 9.
      * Every registration's 7-digit billing key and program, so
      * last year's audit lines can be put against their program.
       01 WS-STUDENT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STUDENT-TABLE.
           05 WS-STUDENT-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-STUDENT-COUNT.
               10 WS-ST-TAIL    PIC 9(7).
               10 WS-ST-PROGRAM PIC X(8).
       01 WS-STUDENT-SUB PIC 9(4).
       01 WS-STUDENT-OVERFLOW PIC X VALUE 'N'.
           88 WS-STUDENT-TABLE-OVERFLOWED VALUE 'Y'.
      * One cell per program and season: projected students, the
      * gross rate dollars they carry, the attrition applied and
      * last year's actual billing for the same season.
       01 WS-CELL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-CELL-COUNT.
               10 WS-CL-PROGRAM    PIC X(8).
               10 WS-CL-SEASON     PIC X.
               10 WS-CL-CONTINUING PIC 9(5).
               10 WS-CL-WAITLIST   PIC 9(5).
               10 WS-CL-GROSS      PIC 9(9)V99.
               10 WS-CL-ATTRITION  PIC 9(3)V99.
               10 WS-CL-PRIOR      PIC S9(9)V99.
       01 WS-CELL-SUB PIC 9(3).
       01 WS-CELL-FOUND-SUB PIC 9(3).
       01 WS-CELL-OVERFLOW PIC X VALUE 'N'.
           88 WS-CELL-TABLE-OVERFLOWED VALUE 'Y'.
      * Programs in the order their first cell was made, which is
      * the order the report lists them.
       01 WS-LIST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LIST-TABLE.
           05 WS-LIST-PROGRAM OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-LIST-COUNT PIC X(8).
       01 WS-LIST-SUB PIC 9(3).
       01 WS-LIST-FOUND PIC X.
       01 WS-SEASONS PIC X(3) VALUE "FWS".
       01 WS-SEASON-SUB PIC 9.
       01 WS-SEASON PIC X.
       01 WS-CELL-PROGRAM PIC X(8).
       01 WS-SEASON-PROGRAM PIC X(8).
       01 WS-SEASONS-FOUND PIC 9(3).
       01 WS-FINISHING PIC X.
           88 WS-STUDENT-FINISHING VALUE 'Y'.
       01 WS-SEAT-FOUND PIC X.
       01 WS-EXCEPTION-REASON PIC X(40).
       01 WS-PROJ-NUMBER PIC 9(10).
       01 WS-PROJ-PROGRAM PIC X(8).
       01 WS-PROJ-YEAR PIC 9(4).
       01 WS-PROJ-SOURCE PIC X.
           88 WS-PROJ-CONTINUING VALUE 'C'.
           88 WS-PROJ-WAITLISTED VALUE 'W'.
       01 WS-PROJ-AMOUNT PIC 9(5)V99.
       01 WS-YEAR-OF-STUDY PIC S9(4).
       01 WS-ENTRY-TERM PIC X(5).
       01 WS-ENTRY-PROGRAM PIC X(8).
       01 WS-OLD-AMOUNT PIC S9(5)V99.
       01 WS-NEW-AMOUNT PIC S9(5)V99.
       01 WS-DELTA PIC S9(6)V99.
       01 WS-FORECAST-AMOUNT PIC 9(9)V99.
       01 WS-STUDENTS-READ PIC 9(5) VALUE ZERO.
       01 WS-STUDENTS-FORECAST PIC 9(5) VALUE ZERO.
       01 WS-STUDENTS-FINISHING PIC 9(5) VALUE ZERO.
       01 WS-WAITLIST-FORECAST PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTIONS PIC 9(5) VALUE ZERO.
      * Program totals are cleared for each program block; season
      * totals run across the whole report.
       01 WS-PROGRAM-FORECAST PIC 9(9)V99.
       01 WS-PROGRAM-PRIOR PIC S9(9)V99.
       01 WS-SEASON-TOTALS.
           05 WS-SEASON-TOTAL OCCURS 3 TIMES.
               10 WS-ST-FORECAST PIC 9(9)V99.
               10 WS-ST-PRIOR    PIC S9(9)V99.
       01 WS-GRAND-FORECAST PIC 9(9)V99 VALUE ZERO.
       01 WS-GRAND-PRIOR PIC S9(9)V99 VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(32)
               VALUE "TUITION REVENUE FORECAST - YEAR ".
           05 TT-FORECAST-YEAR PIC 9(4).
           05 FILLER PIC X(11) VALUE "   RUN DATE".
           05 FILLER PIC X VALUE SPACE.
           05 TT-RUN-DATE PIC 9(8).
       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE
               "PROGRAM   TERM    CONT  WAIT  ATTR%     ".
           05 FILLER PIC X(40) VALUE
               "   FORECAST PRIOR    PRIOR ACTUAL".
       01 WS-HEADING-2.
           05 FILLER PIC X(40) VALUE
               "--------  -----  ----- ----- ------  ---".
           05 FILLER PIC X(40) VALUE
               "----------- ----- ---------------".
       01 WS-DETAIL-LINE.
           05 DL-PROGRAM      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-TERM         PIC X(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-CONTINUING   PIC ZZZZ9.
           05 FILLER          PIC X VALUE SPACE.
           05 DL-WAITLIST     PIC ZZZZ9.
           05 FILLER          PIC X VALUE SPACE.
           05 DL-ATTRITION    PIC ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-FORECAST     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 DL-PRIOR-TERM   PIC X(5).
           05 FILLER          PIC X VALUE SPACE.
           05 DL-PRIOR-ACTUAL PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(38).
           05 TL-FORECAST     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(7) VALUE SPACES.
           05 TL-PRIOR        PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-LINE.
           05 CT-LABEL        PIC X(38).
           05 CT-COUNT        PIC ZZZZ9.
       01 WS-CSV-FORECAST PIC 9(9).99.
       01 WS-CSV-PRIOR PIC -9(9).99.
       01 WS-CSV-ATTRITION PIC 9(3).99.
       01 WS-CSV-HEADER PIC X(120) VALUE
           "FORECAST_YEAR,PROGRAM,TERM,CONTINUING,WAITLIST,"
           & "ATTRITION_PCT,FORECAST_REVENUE,PRIOR_TERM,PRIOR_ACTUAL".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "FCSTYEAR" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:4) TO WS-YEAR-INPUT
           ELSE
               DISPLAY "FORECAST WHICH ACADEMIC YEAR (YYYY OF ITS "
                   "FALL TERM)?"
               ACCEPT WS-YEAR-INPUT
           END-IF.
           IF WS-YEAR-INPUT NOT NUMERIC
               DISPLAY "FORECAST YEAR MUST BE NUMERIC YYYY - RUN "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-YEAR-INPUT TO WS-FORECAST-YEAR.
           COMPUTE WS-NEXT-YEAR = WS-FORECAST-YEAR + 1.
           COMPUTE WS-PRIOR-YEAR = WS-FORECAST-YEAR - 1.
           PERFORM 110-LOAD-TUITION-RATE-TABLE.
           IF WS-RATE-COUNT = ZERO
               DISPLAY "NO TUITION RATES ON tuitionrates.txt - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-ATTRITION-TABLE.
           IF WS-ATTRITION-COUNT = ZERO
               DISPLAY "NO ATTRITION RATES ON tuitionattrition.txt - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 130-LOAD-PROGRAM-CODE-TABLE.
           OPEN OUTPUT FORECAST-EXCEPTION-FILE.
           IF WS-EX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FORECAST-EXCEPTION-FILE - "
                   "STATUS " WS-EX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-PROJECT-REGISTRATIONS.
           IF WS-STUDENT-TABLE-OVERFLOWED OR WS-CELL-TABLE-OVERFLOWED
               DISPLAY "MORE STUDENTS OR PROGRAMS THAN THIS RUN CAN "
                   "HOLD - NO FORECAST PRODUCED"
               CLOSE FORECAST-EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 300-PROJECT-WAITLIST.
           CLOSE FORECAST-EXCEPTION-FILE.
           COMPUTE WS-STAGE-FROM-DATE =
               (WS-PRIOR-YEAR - 1) * 10000 + 0101.
           MOVE 99999999 TO WS-STAGE-TO-DATE.
           CALL "AUDIT-SEGMENT-STAGE" USING WS-STAGE-FROM-DATE
               WS-STAGE-TO-DATE.
           PERFORM 400-TAKE-UP-PRIOR-BILLING.
           IF WS-CELL-TABLE-OVERFLOWED
               DISPLAY "MORE STUDENTS OR PROGRAMS THAN THIS RUN CAN "
                   "HOLD - NO FORECAST PRODUCED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 500-WRITE-FORECAST-REPORT.
           DISPLAY "==== TUITION REVENUE FORECAST " WS-FORECAST-YEAR
               " ====".
           DISPLAY "REGISTRATIONS READ:    " WS-STUDENTS-READ.
           DISPLAY "STUDENTS FORECAST:     " WS-STUDENTS-FORECAST.
           DISPLAY "FINISHING THIS YEAR:   " WS-STUDENTS-FINISHING.
           DISPLAY "WAITLIST PROMOTIONS:   " WS-WAITLIST-FORECAST.
           DISPLAY "NOT PRICED (EXCEPTIONS): " WS-EXCEPTIONS.
           DISPLAY "FORECAST REVENUE:      " WS-GRAND-FORECAST.
           IF WS-EXCEPTIONS > ZERO
               DISPLAY "SEE forecastexceptions.txt FOR THE STUDENTS "
                   "LEFT OUT"
           END-IF.
           GOBACK.
       110-LOAD-TUITION-RATE-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TUITION-RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TUITION-RATE-FILE - STATUS "
                   WS-RATE-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TUITION-RATE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RATE-COUNT < 200
                           ADD 1 TO WS-RATE-COUNT
                           MOVE TR-PROGRAM-CODE
                               TO WS-TR-PROGRAM-CODE(WS-RATE-COUNT)
                           MOVE TR-YEAR
                               TO WS-TR-YEAR(WS-RATE-COUNT)
                           MOVE TR-AMOUNT
                               TO WS-TR-AMOUNT(WS-RATE-COUNT)
                       ELSE
                           DISPLAY 'TUITION RATE TABLE FULL - '
                               'DROPPED: ' TR-PROGRAM-CODE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RATE-FILE-STATUS = "00" OR "10"
               CLOSE TUITION-RATE-FILE
           END-IF.
       120-LOAD-ATTRITION-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ATTRITION-FILE.
           IF WS-AT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ATTRITION-FILE - STATUS "
                   WS-AT-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ATTRITION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       INSPECT AT-SEASON CONVERTING "fws" TO "FWS"
                       IF AT-PERCENT NOT NUMERIC
                           OR AT-PERCENT > 100
                           OR (AT-SEASON NOT = 'F'
                               AND AT-SEASON NOT = 'W'
                               AND AT-SEASON NOT = 'S')
                           DISPLAY 'ATTRITION LINE NOT A SEASON AND '
                               'PERCENT - DROPPED: ' AT-PROGRAM
                       ELSE
                       IF WS-ATTRITION-COUNT < 200
                           ADD 1 TO WS-ATTRITION-COUNT
                           MOVE AT-PROGRAM
                               TO WS-AT-PROGRAM(WS-ATTRITION-COUNT)
                           MOVE AT-SEASON
                               TO WS-AT-SEASON(WS-ATTRITION-COUNT)
                           MOVE AT-PERCENT
                               TO WS-AT-PERCENT(WS-ATTRITION-COUNT)
                       ELSE
                           DISPLAY 'ATTRITION TABLE FULL - DROPPED: '
                               AT-PROGRAM ' ' AT-SEASON
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AT-FILE-STATUS = "00" OR "10"
               CLOSE ATTRITION-FILE
           END-IF.
       130-LOAD-PROGRAM-CODE-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROGRAM-CODE-FILE.
           IF WS-PC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROGRAM-CODE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PROGRAM-COUNT < 100
                           ADD 1 TO WS-PROGRAM-COUNT
                           MOVE PC-CODE
                               TO WS-PC-CODE(WS-PROGRAM-COUNT)
                           IF PC-SEATS-X = SPACES
                               MOVE 'Y'
                                   TO WS-PC-NO-LIMIT(WS-PROGRAM-COUNT)
                               MOVE ZERO
                                   TO WS-PC-SEATS(WS-PROGRAM-COUNT)
                           ELSE
                               MOVE 'N'
                                   TO WS-PC-NO-LIMIT(WS-PROGRAM-COUNT)
                               MOVE PC-SEATS
                                   TO WS-PC-SEATS(WS-PROGRAM-COUNT)
                           END-IF
                           MOVE PC-DURATION-X
                               TO WS-PC-DURATION-X(WS-PROGRAM-COUNT)
                       ELSE
                           DISPLAY 'PROGRAM TABLE FULL - DROPPED: '
                               PC-CODE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PC-FILE-STATUS = "00" OR "10"
               CLOSE PROGRAM-CODE-FILE
           END-IF.
       200-PROJECT-REGISTRATIONS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STUDENT-REGISTRATION-FILE.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-REGISTRATION-FILE - "
                   "STATUS " WS-REG-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO REGISTRATION-RECORD
               READ STUDENT-REGISTRATION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-STUDENTS-READ
                       PERFORM 210-PROJECT-ONE-STUDENT
               END-READ
           END-PERFORM.
           IF WS-REG-FILE-STATUS = "00" OR "10"
               CLOSE STUDENT-REGISTRATION-FILE
           END-IF.
      * Only students active today carry forward; a withdrawal or
      * graduation already on file, even one dated ahead, means the
      * student will not be billed next year. A student whose
      * program length says the forecast year would be past their
      * last year is finishing and drops out as well.
       210-PROJECT-ONE-STUDENT.
           IF REG-STUDENT-NUMBER NUMERIC
               IF WS-STUDENT-COUNT < 5000
                   ADD 1 TO WS-STUDENT-COUNT
                   MOVE REG-STUDENT-NUMBER-TAIL
                       TO WS-ST-TAIL(WS-STUDENT-COUNT)
                   MOVE REG-STUDENT-PROGRAM
                       TO WS-ST-PROGRAM(WS-STUDENT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-STUDENT-OVERFLOW
               END-IF
           END-IF.
           IF REG-STUDENT-NUMBER NUMERIC
               AND (REG-ENROLLMENT-STATUS = 'A'
                   OR REG-ENROLLMENT-STATUS = SPACE)
               MOVE REG-STUDENT-NUMBER TO WS-PROJ-NUMBER
               MOVE REG-STUDENT-PROGRAM TO WS-PROJ-PROGRAM
               MOVE 'C' TO WS-PROJ-SOURCE
               IF REG-STUDENT-YEAR NOT NUMERIC
                   MOVE ZERO TO WS-PROJ-YEAR
                   MOVE "STUDENT YEAR NOT NUMERIC"
                       TO WS-EXCEPTION-REASON
                   PERFORM 600-WRITE-EXCEPTION
               ELSE
                   MOVE REG-STUDENT-YEAR TO WS-PROJ-YEAR
                   COMPUTE WS-YEAR-OF-STUDY =
                       WS-FORECAST-YEAR - REG-STUDENT-YEAR + 1
                   MOVE 'N' TO WS-FINISHING
                   IF WS-PROGRAM-COUNT > ZERO
                       SET WS-PROGRAM-IDX TO 1
                       SEARCH WS-PROGRAM-ENTRY
                           WHEN WS-PC-CODE(WS-PROGRAM-IDX)
                                   = REG-STUDENT-PROGRAM
                               AND WS-PC-DURATION-X(WS-PROGRAM-IDX)
                                   NUMERIC
                               AND WS-YEAR-OF-STUDY
                                   > WS-PC-DURATION(WS-PROGRAM-IDX)
                               MOVE 'Y' TO WS-FINISHING
                       END-SEARCH
                   END-IF
                   IF WS-STUDENT-FINISHING
                       ADD 1 TO WS-STUDENTS-FINISHING
                   ELSE
                       PERFORM 250-FORECAST-ONE-STUDENT
                   END-IF
               END-IF
           END-IF.
      * Priced the way billing prices: the rate-table row for the
      * program and the studentYear on the registration.
       250-FORECAST-ONE-STUDENT.
           MOVE 'N' TO WS-RATE-FOUND.
           SET WS-RATE-IDX TO 1.
           SEARCH WS-RATE-ENTRY
               WHEN WS-TR-PROGRAM-CODE(WS-RATE-IDX) = WS-PROJ-PROGRAM
                   AND WS-TR-YEAR(WS-RATE-IDX) = WS-PROJ-YEAR
                   MOVE WS-TR-AMOUNT(WS-RATE-IDX) TO WS-PROJ-AMOUNT
                   MOVE 'Y' TO WS-RATE-FOUND
           END-SEARCH.
           IF NOT WS-RATE-ON-FILE
               MOVE "NO TUITION RATE FOR PROGRAM/YEAR"
                   TO WS-EXCEPTION-REASON
               PERFORM 600-WRITE-EXCEPTION
           ELSE
               MOVE WS-PROJ-PROGRAM TO WS-SEASON-PROGRAM
               PERFORM 260-COUNT-PROGRAM-SEASONS
               IF WS-SEASONS-FOUND = ZERO
                   MOVE "ALL" TO WS-SEASON-PROGRAM
                   PERFORM 260-COUNT-PROGRAM-SEASONS
               END-IF
               IF WS-SEASONS-FOUND = ZERO
                   MOVE "NO ATTRITION LINES FOR PROGRAM OR ALL"
                       TO WS-EXCEPTION-REASON
                   PERFORM 600-WRITE-EXCEPTION
               ELSE
                   PERFORM VARYING WS-ATTRITION-SUB FROM 1 BY 1
                           UNTIL WS-ATTRITION-SUB > WS-ATTRITION-COUNT
                       IF WS-AT-PROGRAM(WS-ATTRITION-SUB)
                               = WS-SEASON-PROGRAM
                           PERFORM 270-ADD-TO-SEASON-CELL
                       END-IF
                   END-PERFORM
                   IF WS-PROJ-CONTINUING
                       ADD 1 TO WS-STUDENTS-FORECAST
                   ELSE
                       ADD 1 TO WS-WAITLIST-FORECAST
                   END-IF
               END-IF
           END-IF.
       260-COUNT-PROGRAM-SEASONS.
           MOVE ZERO TO WS-SEASONS-FOUND.
           PERFORM VARYING WS-ATTRITION-SUB FROM 1 BY 1
                   UNTIL WS-ATTRITION-SUB > WS-ATTRITION-COUNT
               IF WS-AT-PROGRAM(WS-ATTRITION-SUB) = WS-SEASON-PROGRAM
                   ADD 1 TO WS-SEASONS-FOUND
               END-IF
           END-PERFORM.
       270-ADD-TO-SEASON-CELL.
           MOVE WS-PROJ-PROGRAM TO WS-CELL-PROGRAM.
           MOVE WS-AT-SEASON(WS-ATTRITION-SUB) TO WS-SEASON.
           PERFORM 280-FIND-OR-ADD-CELL.
           IF WS-CELL-FOUND-SUB > ZERO
               MOVE WS-AT-PERCENT(WS-ATTRITION-SUB)
                   TO WS-CL-ATTRITION(WS-CELL-FOUND-SUB)
               ADD WS-PROJ-AMOUNT TO WS-CL-GROSS(WS-CELL-FOUND-SUB)
               IF WS-PROJ-CONTINUING
                   ADD 1 TO WS-CL-CONTINUING(WS-CELL-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-CL-WAITLIST(WS-CELL-FOUND-SUB)
               END-IF
           END-IF.
       280-FIND-OR-ADD-CELL.
           MOVE ZERO TO WS-CELL-FOUND-SUB.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT
               IF WS-CL-PROGRAM(WS-CELL-SUB) = WS-CELL-PROGRAM
                   AND WS-CL-SEASON(WS-CELL-SUB) = WS-SEASON
                   MOVE WS-CELL-SUB TO WS-CELL-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-CELL-FOUND-SUB = ZERO
               IF WS-CELL-COUNT < 300
                   ADD 1 TO WS-CELL-COUNT
                   MOVE WS-CELL-COUNT TO WS-CELL-FOUND-SUB
                   MOVE WS-CELL-PROGRAM
                       TO WS-CL-PROGRAM(WS-CELL-FOUND-SUB)
                   MOVE WS-SEASON TO WS-CL-SEASON(WS-CELL-FOUND-SUB)
                   MOVE ZERO TO WS-CL-CONTINUING(WS-CELL-FOUND-SUB)
                   MOVE ZERO TO WS-CL-WAITLIST(WS-CELL-FOUND-SUB)
                   MOVE ZERO TO WS-CL-GROSS(WS-CELL-FOUND-SUB)
                   MOVE ZERO TO WS-CL-ATTRITION(WS-CELL-FOUND-SUB)
                   MOVE ZERO TO WS-CL-PRIOR(WS-CELL-FOUND-SUB)
                   PERFORM 290-LIST-THE-PROGRAM
               ELSE
                   MOVE 'Y' TO WS-CELL-OVERFLOW
               END-IF
           END-IF.
       290-LIST-THE-PROGRAM.
           MOVE 'N' TO WS-LIST-FOUND.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-LIST-COUNT
               IF WS-LIST-PROGRAM(WS-LIST-SUB) = WS-CELL-PROGRAM
                   MOVE 'Y' TO WS-LIST-FOUND
               END-IF
           END-PERFORM.
           IF WS-LIST-FOUND = 'N'
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-CELL-PROGRAM TO WS-LIST-PROGRAM(WS-LIST-COUNT)
           END-IF.
      * The waitlist is taken in file order against the seats
      * programcodes.txt still shows open, the same way
      * WAITLIST-PROMOTION will draw it down; whoever would not get
      * a seat is not forecast.
       300-PROJECT-WAITLIST.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO WAITLIST-RECORD
               READ WAITLIST-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 310-PROJECT-ONE-WAITLISTED
               END-READ
           END-PERFORM.
           IF WS-WL-FILE-STATUS = "00" OR "10"
               CLOSE WAITLIST-FILE
           END-IF.
       310-PROJECT-ONE-WAITLISTED.
           MOVE 'N' TO WS-SEAT-FOUND.
           IF WS-PROGRAM-COUNT > ZERO
               SET WS-PROGRAM-IDX TO 1
               SEARCH WS-PROGRAM-ENTRY
                   WHEN WS-PC-CODE(WS-PROGRAM-IDX) = WL-PROGRAM
                       IF WS-PC-NO-LIMIT(WS-PROGRAM-IDX) = 'Y'
                           MOVE 'Y' TO WS-SEAT-FOUND
                       ELSE
                           IF WS-PC-SEATS(WS-PROGRAM-IDX) > ZERO
                               SUBTRACT 1
                                   FROM WS-PC-SEATS(WS-PROGRAM-IDX)
                               MOVE 'Y' TO WS-SEAT-FOUND
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.
           IF WS-SEAT-FOUND = 'Y'
               MOVE WL-STUDENT-NUMBER TO WS-PROJ-NUMBER
               MOVE WL-PROGRAM TO WS-PROJ-PROGRAM
               MOVE 'W' TO WS-PROJ-SOURCE
               IF WL-STUDENT-YEAR NOT NUMERIC
                   MOVE ZERO TO WS-PROJ-YEAR
                   MOVE "WAITLIST STUDENT YEAR NOT NUMERIC"
                       TO WS-EXCEPTION-REASON
                   PERFORM 600-WRITE-EXCEPTION
               ELSE
                   MOVE WL-STUDENT-YEAR TO WS-PROJ-YEAR
                   PERFORM 250-FORECAST-ONE-STUDENT
               END-IF
           END-IF.
      * Last year's actual billing: the NEW and UPDATE tuition
      * actions whose term (AL-REFERENCE) falls in the academic year
      * before the forecast year, put against the student's program
      * on the registration file. Audit lines for a student no
      * longer registered report under program UNKNOWN.
       400-TAKE-UP-PRIOR-BILLING.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STUDENT-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO AUDIT-LOG-RECORD
               READ STUDENT-AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AL-ACTION = "NEW" OR AL-ACTION = "UPDATE"
                           PERFORM 410-TAKE-UP-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AUDIT-FILE-STATUS = "00" OR "10"
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
       410-TAKE-UP-ONE-ENTRY.
           MOVE AL-REFERENCE(1:5) TO WS-ENTRY-TERM.
           MOVE SPACE TO WS-SEASON.
           EVALUATE TRUE
               WHEN WS-ENTRY-TERM(5:1) = 'F'
                   AND WS-ENTRY-TERM(1:4) = WS-PRIOR-YEAR
                   MOVE 'F' TO WS-SEASON
               WHEN WS-ENTRY-TERM(5:1) = 'W'
                   AND WS-ENTRY-TERM(1:4) = WS-FORECAST-YEAR
                   MOVE 'W' TO WS-SEASON
               WHEN WS-ENTRY-TERM(5:1) = 'S'
                   AND WS-ENTRY-TERM(1:4) = WS-FORECAST-YEAR
                   MOVE 'S' TO WS-SEASON
           END-EVALUATE.
           IF WS-SEASON NOT = SPACE
               MOVE AL-OLD-TUITION TO WS-OLD-AMOUNT
               MOVE AL-NEW-TUITION TO WS-NEW-AMOUNT
               COMPUTE WS-DELTA = WS-NEW-AMOUNT - WS-OLD-AMOUNT
               MOVE "UNKNOWN" TO WS-ENTRY-PROGRAM
               PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                       UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
                   IF WS-ST-TAIL(WS-STUDENT-SUB) = AL-STUDENT-NUMBER
                       MOVE WS-ST-PROGRAM(WS-STUDENT-SUB)
                           TO WS-ENTRY-PROGRAM
                   END-IF
               END-PERFORM
               MOVE WS-ENTRY-PROGRAM TO WS-CELL-PROGRAM
               PERFORM 280-FIND-OR-ADD-CELL
               IF WS-CELL-FOUND-SUB > ZERO
                   ADD WS-DELTA TO WS-CL-PRIOR(WS-CELL-FOUND-SUB)
               END-IF
           END-IF.
       500-WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FORECAST-REPORT-FILE - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FORECAST-EXTRACT-FILE.
           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FORECAST-EXTRACT-FILE - STATUS "
                   WS-CSV-FILE-STATUS
               CLOSE FORECAST-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CSV-HEADER TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           MOVE WS-FORECAST-YEAR TO TT-FORECAST-YEAR.
           MOVE WS-RUN-DATE TO TT-RUN-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SEASON-SUB FROM 1 BY 1
                   UNTIL WS-SEASON-SUB > 3
               MOVE ZERO TO WS-ST-FORECAST(WS-SEASON-SUB)
               MOVE ZERO TO WS-ST-PRIOR(WS-SEASON-SUB)
           END-PERFORM.
           PERFORM 510-WRITE-PROGRAM-BLOCK
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-LIST-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SEASON-SUB FROM 1 BY 1
                   UNTIL WS-SEASON-SUB > 3
               MOVE WS-SEASONS(WS-SEASON-SUB:1) TO WS-SEASON
               PERFORM 530-NAME-THE-TERMS
               MOVE SPACES TO WS-TOTAL-LINE
               STRING "TOTAL TERM " DELIMITED BY SIZE
                   DL-TERM DELIMITED BY SIZE
                   "  (PRIOR " DELIMITED BY SIZE
                   DL-PRIOR-TERM DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO TL-LABEL
               MOVE WS-ST-FORECAST(WS-SEASON-SUB) TO TL-FORECAST
               MOVE WS-ST-PRIOR(WS-SEASON-SUB) TO TL-PRIOR
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "GRAND TOTAL" TO TL-LABEL.
           MOVE WS-GRAND-FORECAST TO TL-FORECAST.
           MOVE WS-GRAND-PRIOR TO TL-PRIOR.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CONTINUING STUDENTS FORECAST" TO CT-LABEL.
           MOVE WS-STUDENTS-FORECAST TO CT-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FINISHING BEFORE THE FORECAST YEAR" TO CT-LABEL.
           MOVE WS-STUDENTS-FINISHING TO CT-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WAITLIST PROMOTIONS FORECAST" TO CT-LABEL.
           MOVE WS-WAITLIST-FORECAST TO CT-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NOT PRICED (forecastexceptions.txt)" TO CT-LABEL.
           MOVE WS-EXCEPTIONS TO CT-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE FORECAST-REPORT-FILE.
           CLOSE FORECAST-EXTRACT-FILE.
       510-WRITE-PROGRAM-BLOCK.
           MOVE ZERO TO WS-PROGRAM-FORECAST.
           MOVE ZERO TO WS-PROGRAM-PRIOR.
           MOVE WS-LIST-PROGRAM(WS-LIST-SUB) TO WS-CELL-PROGRAM.
           PERFORM VARYING WS-SEASON-SUB FROM 1 BY 1
                   UNTIL WS-SEASON-SUB > 3
               MOVE WS-SEASONS(WS-SEASON-SUB:1) TO WS-SEASON
               PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                       UNTIL WS-CELL-SUB > WS-CELL-COUNT
                   IF WS-CL-PROGRAM(WS-CELL-SUB) = WS-CELL-PROGRAM
                       AND WS-CL-SEASON(WS-CELL-SUB) = WS-SEASON
                       PERFORM 520-WRITE-CELL-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-TOTAL-LINE.
           STRING "  TOTAL " DELIMITED BY SIZE
               WS-CELL-PROGRAM DELIMITED BY SIZE
               INTO TL-LABEL.
           MOVE WS-PROGRAM-FORECAST TO TL-FORECAST.
           MOVE WS-PROGRAM-PRIOR TO TL-PRIOR.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Forecast revenue is the gross rate dollars less the
      * season's attrition percentage.
       520-WRITE-CELL-LINE.
           COMPUTE WS-FORECAST-AMOUNT ROUNDED =
               WS-CL-GROSS(WS-CELL-SUB)
               * (100 - WS-CL-ATTRITION(WS-CELL-SUB)) / 100.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 530-NAME-THE-TERMS.
           MOVE WS-CL-PROGRAM(WS-CELL-SUB) TO DL-PROGRAM.
           MOVE WS-CL-CONTINUING(WS-CELL-SUB) TO DL-CONTINUING.
           MOVE WS-CL-WAITLIST(WS-CELL-SUB) TO DL-WAITLIST.
           MOVE WS-CL-ATTRITION(WS-CELL-SUB) TO DL-ATTRITION.
           MOVE WS-FORECAST-AMOUNT TO DL-FORECAST.
           MOVE WS-CL-PRIOR(WS-CELL-SUB) TO DL-PRIOR-ACTUAL.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-FORECAST-AMOUNT TO WS-PROGRAM-FORECAST.
           ADD WS-CL-PRIOR(WS-CELL-SUB) TO WS-PROGRAM-PRIOR.
           ADD WS-FORECAST-AMOUNT TO WS-ST-FORECAST(WS-SEASON-SUB).
           ADD WS-CL-PRIOR(WS-CELL-SUB) TO WS-ST-PRIOR(WS-SEASON-SUB).
           ADD WS-FORECAST-AMOUNT TO WS-GRAND-FORECAST.
           ADD WS-CL-PRIOR(WS-CELL-SUB) TO WS-GRAND-PRIOR.
           MOVE WS-FORECAST-AMOUNT TO WS-CSV-FORECAST.
           MOVE WS-CL-PRIOR(WS-CELL-SUB) TO WS-CSV-PRIOR.
           MOVE WS-CL-ATTRITION(WS-CELL-SUB) TO WS-CSV-ATTRITION.
           MOVE SPACES TO EXTRACT-LINE.
           STRING WS-FORECAST-YEAR DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CL-PROGRAM(WS-CELL-SUB) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               DL-TERM DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CL-CONTINUING(WS-CELL-SUB) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CL-WAITLIST(WS-CELL-SUB) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-ATTRITION DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-FORECAST DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               DL-PRIOR-TERM DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-PRIOR DELIMITED BY SIZE
               INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
      * The academic year starts in the fall, so its winter and
      * summer terms carry the following calendar year.
       530-NAME-THE-TERMS.
           IF WS-SEASON = 'F'
               MOVE WS-FORECAST-YEAR TO DL-TERM(1:4)
               MOVE WS-PRIOR-YEAR TO DL-PRIOR-TERM(1:4)
           ELSE
               MOVE WS-NEXT-YEAR TO DL-TERM(1:4)
               MOVE WS-FORECAST-YEAR TO DL-PRIOR-TERM(1:4)
           END-IF.
           MOVE WS-SEASON TO DL-TERM(5:1).
           MOVE WS-SEASON TO DL-PRIOR-TERM(5:1).
       600-WRITE-EXCEPTION.
           MOVE SPACES TO FORECAST-EXCEPTION-RECORD.
           MOVE WS-EXCEPTION-REASON TO EX-REASON.
           MOVE WS-PROJ-NUMBER TO EX-STUDENT-NUMBER.
           MOVE WS-PROJ-PROGRAM TO EX-PROGRAM-CODE.
           MOVE WS-PROJ-YEAR TO EX-YEAR.
           WRITE FORECAST-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTIONS.

      * Batch steps hand their console answers through the
      * BATCH-STEP-PARMS area; run standalone the area is empty and
      * the prompts behave as they always did.
       950-FIND-STEP-PARM.
           MOVE 'N' TO WS-PARM-FOUND.
           MOVE SPACES TO WS-PARM-VALUE.
           IF BP-PARM-COUNT NUMERIC AND BP-PARM-COUNT > ZERO
               PERFORM VARYING WS-BP-SUB FROM 1 BY 1
                       UNTIL WS-BP-SUB > BP-PARM-COUNT
                   IF BP-KEYWORD(WS-BP-SUB) = WS-PARM-KEYWORD
                       MOVE 'Y' TO WS-PARM-FOUND
                       MOVE BP-VALUE(WS-BP-SUB) TO WS-PARM-VALUE
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM TUITION-REVENUE-FORECAST.
