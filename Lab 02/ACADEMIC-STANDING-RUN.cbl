      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   End-of-term academic standing run - prices every
      *            graded, non-withdrawn courseenrollment.txt row
      *            (CE-STATUS not W) from the Registrar's letter-grade
      *            table in gradepoints.txt, works out each student's
      *            term GPA (the entered term's rows) and cumulative
      *            GPA (every term up to and including it), and
      *            assigns a standing against the probation and
      *            required-to-withdraw thresholds: a cumulative GPA
      *            under the withdraw threshold is R, under the
      *            probation threshold is P, and a student who would
      *            be P but came into the term on probation (or worse)
      *            and posted a term GPA under the probation threshold
      *            again is R.
      *            Everyone else is G. The term's standings replace
      *            any earlier run's for the same term in
      *            academicstanding.txt (the file is the standing
      *            history, rewritten under its data-set lock), and
      *            academicstandingreport.txt lists them by
      *            studentProgram with per-program counts. The term
      *            and thresholds come from the TERM, PROBATION and
      *            WITHDRAW step parameters under BATCH-CONTROL, with
      *            the usual console prompts standalone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADEMIC-STANDING-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-ENROLLMENT-FILE
           ASSIGN "../courseenrollment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CE-FILE-STATUS.
           SELECT STUDENT-REGISTRATION-FILE
           ASSIGN "../studentregistration.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT GRADE-POINT-FILE
           ASSIGN "../gradepoints.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GP-FILE-STATUS.
           SELECT STANDING-FILE
           ASSIGN "../academicstanding.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AS-FILE-STATUS.
           SELECT STANDING-REPORT-FILE
           ASSIGN "../academicstandingreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../standingsort.tmp".
           SELECT REPORT-SORT-FILE
           ASSIGN "../standingreportsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-ENROLLMENT-FILE.
           COPY "COURSE-ENROLLMENT-RECORD.CPY".
       FD STUDENT-REGISTRATION-FILE.
           COPY "STUDENT-REGISTRATION-RECORD.CPY".
       FD GRADE-POINT-FILE.
           COPY "GRADE-POINT-RECORD.CPY".
       FD STANDING-FILE.
           COPY "ACADEMIC-STANDING-RECORD.CPY".
       FD STANDING-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-STUDENT-NUMBER PIC 9(10).
           05 SORT-POINTS         PIC 9V99.
           05 SORT-IN-TERM        PIC X.
       SD REPORT-SORT-FILE.
       01 REPORT-SORT-RECORD.
           05 RS-PROGRAM          PIC X(8).
           05 RS-STUDENT-NUMBER   PIC 9(10).
           05 RS-STANDING-DATA    PIC X(51).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-CE-FILE-STATUS PIC XX.
       01 WS-REG-FILE-STATUS PIC XX.
       01 WS-GP-FILE-STATUS PIC XX.
       01 WS-AS-FILE-STATUS PIC XX.
       01 WS-RP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SELECT-TERM PIC X(5).
       01 WS-SELECT-SEQ PIC 9(5).
       01 WS-TERM-WORK PIC X(5).
       01 WS-TERM-SEQ PIC 9(5).
       01 WS-TERM-YEAR PIC 9(4).
       01 WS-SEASON-RANK PIC 9.
       01 WS-THRESHOLD-INPUT PIC X(10).
       01 WS-PROBATION-GPA PIC 9V99.
       01 WS-WITHDRAW-GPA PIC 9V99.
       01 WS-GRADE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 1 TO 30 TIMES
               DEPENDING ON WS-GRADE-COUNT
               INDEXED BY WS-GRADE-IDX.
               10 WS-GP-LETTER PIC X(2).
               10 WS-GP-POINTS PIC 9V99.
               10 WS-GP-IN-GPA PIC X.
       01 WS-NAME-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NAME-COUNT
               INDEXED BY WS-NAME-IDX.
               10 WS-NT-STUDENT-NUMBER PIC 9(10).
               10 WS-NT-PROGRAM        PIC X(8).
               10 WS-NT-FIRST-NAME     PIC X(15).
               10 WS-NT-LAST-NAME      PIC X(28).
       01 WS-STANDING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STANDING-TABLE.
           05 WS-STANDING-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-STANDING-COUNT.
               10 WS-ST-DATA PIC X(51).
       01 WS-STANDING-SUB PIC 9(4).
       01 WS-STANDING-OVERFLOW PIC X VALUE 'N'.
           88 WS-STANDING-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-UNKNOWN-GRADES PIC 9(5) VALUE ZERO.
       01 WS-ROWS-PRICED PIC 9(5) VALUE ZERO.
       01 WS-GROUP-OPEN PIC X VALUE 'N'.
       01 WS-PRIOR-STUDENT PIC 9(10).
       01 WS-TERM-POINTS PIC 9(4)V99.
       01 WS-TERM-COURSES PIC 9(2).
       01 WS-CUM-POINTS PIC 9(5)V99.
       01 WS-CUM-COURSES PIC 9(3).
       01 WS-TERM-GPA PIC 9V99.
       01 WS-CUM-GPA PIC 9V99.
       01 WS-STANDING PIC X.
       01 WS-PRIOR-STANDING PIC X.
       01 WS-PRIOR-SEQ PIC 9(5).
       01 WS-STUDENT-PROGRAM PIC X(8).
       01 WS-STUDENT-NAME PIC X(26).
       01 WS-GOOD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PROBATION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WITHDRAW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-PROGRAM PIC X(8).
       01 WS-PROGRAM-OPEN PIC X VALUE 'N'.
       01 WS-PGM-GOOD PIC 9(4).
       01 WS-PGM-PROBATION PIC 9(4).
       01 WS-PGM-WITHDRAW PIC 9(4).
       01 WS-TITLE-LINE.
           05 FILLER             PIC X(32) VALUE
               "ACADEMIC STANDING REPORT - TERM ".
           05 TL-TERM            PIC X(5).
           05 FILLER             PIC X(9) VALUE "     RUN ".
           05 TL-RUN-DATE        PIC 9(8).
       01 WS-THRESHOLD-LINE.
           05 FILLER             PIC X(16) VALUE "PROBATION BELOW ".
           05 TH-PROBATION       PIC 9.99.
           05 FILLER             PIC X(30) VALUE
               "   REQUIRED TO WITHDRAW BELOW ".
           05 TH-WITHDRAW        PIC 9.99.
       01 WS-PROGRAM-HEADING.
           05 FILLER             PIC X(8) VALUE "PROGRAM ".
           05 PH-PROGRAM         PIC X(8).
       01 WS-COLUMN-HEADING.
           05 FILLER             PIC X(40) VALUE
               "  STUDENT     NAME".
           05 FILLER             PIC X(40) VALUE
               "CRS TERM  CRS  CUM  STANDING".
       01 WS-DETAIL-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-NAME            PIC X(26).
           05 DL-TERM-COURSES    PIC Z9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-TERM-GPA        PIC 9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 DL-CUM-COURSES     PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-CUM-GPA         PIC 9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-STANDING        PIC X(20).
       01 WS-PROGRAM-TOTAL-LINE.
           05 FILLER             PIC X(13) VALUE "  TOTALS:  G ".
           05 PT-GOOD            PIC ZZZ9.
           05 FILLER             PIC X(5) VALUE "   P ".
           05 PT-PROBATION       PIC ZZZ9.
           05 FILLER             PIC X(5) VALUE "   R ".
           05 PT-WITHDRAW        PIC ZZZ9.
       01 WS-GRAND-TOTAL-LINE.
           05 FILLER             PIC X(18) VALUE "ALL PROGRAMS:  G ".
           05 GT-GOOD            PIC ZZZZ9.
           05 FILLER             PIC X(5) VALUE "   P ".
           05 GT-PROBATION       PIC ZZZZ9.
           05 FILLER             PIC X(5) VALUE "   R ".
           05 GT-WITHDRAW        PIC ZZZZ9.
       01 WS-LOCK-DATASET PIC X(30) VALUE "academicstanding.txt".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "ACADEMIC-STANDING-RUN".
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "TERM" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:5) TO WS-SELECT-TERM
           ELSE
               DISPLAY "STANDING RUN FOR WHICH TERM (e.g. 2026F)?"
               ACCEPT WS-SELECT-TERM
           END-IF.
           INSPECT WS-SELECT-TERM
               CONVERTING "fsw" TO "FSW".
           MOVE WS-SELECT-TERM TO WS-TERM-WORK.
           PERFORM 800-WORK-OUT-TERM-SEQUENCE.
           MOVE WS-TERM-SEQ TO WS-SELECT-SEQ.
           IF WS-SELECT-SEQ = ZERO
               DISPLAY "TERM " WS-SELECT-TERM " IS NOT A YEAR AND "
                   "SEASON LETTER (W, S OR F) - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "PROBATION" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE TO WS-THRESHOLD-INPUT
           ELSE
               DISPLAY "PROBATION BELOW WHAT GPA (e.g. 2.00)?"
               ACCEPT WS-THRESHOLD-INPUT
           END-IF.
           COMPUTE WS-PROBATION-GPA =
               FUNCTION NUMVAL(WS-THRESHOLD-INPUT).
           MOVE "WITHDRAW" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE TO WS-THRESHOLD-INPUT
           ELSE
               DISPLAY "REQUIRED TO WITHDRAW BELOW WHAT GPA "
                   "(e.g. 1.00)?"
               ACCEPT WS-THRESHOLD-INPUT
           END-IF.
           COMPUTE WS-WITHDRAW-GPA =
               FUNCTION NUMVAL(WS-THRESHOLD-INPUT).
           IF WS-WITHDRAW-GPA > WS-PROBATION-GPA
               DISPLAY "THE WITHDRAW THRESHOLD CANNOT BE ABOVE THE "
                   "PROBATION THRESHOLD - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-GRADE-POINT-TABLE.
           IF WS-GRADE-COUNT = ZERO
               DISPLAY "NO LETTER GRADES ON gradepoints.txt - "
                   "NOTHING CAN BE PRICED, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-STANDING-HISTORY.
           IF WS-STANDING-TABLE-OVERFLOWED
               DISPLAY "academicstanding.txt HAS MORE RECORDS THAN "
                   "THIS RUN CAN HOLD - NOTHING ASSESSED AND THE "
                   "FILE WAS NOT TOUCHED"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 110-LOAD-NAME-TABLE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER
               INPUT PROCEDURE 300-RELEASE-GRADED-ROWS
               OUTPUT PROCEDURE 400-ASSESS-EACH-STUDENT.
           IF WS-STANDING-TABLE-OVERFLOWED
               DISPLAY "STANDING TABLE FILLED DURING THE RUN - "
                   "academicstanding.txt NOT REWRITTEN"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 700-REWRITE-STANDING-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           SORT REPORT-SORT-FILE
               ON ASCENDING KEY RS-PROGRAM
                                RS-STUDENT-NUMBER
               INPUT PROCEDURE 500-RELEASE-TERM-STANDINGS
               OUTPUT PROCEDURE 600-PRODUCE-STANDING-REPORT.
           DISPLAY "==== ACADEMIC STANDING RUN " WS-SELECT-TERM
               " ====".
           DISPLAY "GRADED ROWS PRICED:      " WS-ROWS-PRICED.
           DISPLAY "GRADES NOT ON THE TABLE: " WS-UNKNOWN-GRADES.
           DISPLAY "GOOD STANDING:           " WS-GOOD-COUNT.
           DISPLAY "PROBATION:               " WS-PROBATION-COUNT.
           DISPLAY "REQUIRED TO WITHDRAW:    " WS-WITHDRAW-COUNT.
           GOBACK.
       100-LOAD-GRADE-POINT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GRADE-POINT-FILE.
           IF WS-GP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GRADE-POINT-FILE - STATUS "
                   WS-GP-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO GRADE-POINT-RECORD
               READ GRADE-POINT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GP-LETTER NOT = SPACES
                           AND GP-POINTS NUMERIC
                           IF WS-GRADE-COUNT < 30
                               ADD 1 TO WS-GRADE-COUNT
                               MOVE GP-LETTER
                                   TO WS-GP-LETTER(WS-GRADE-COUNT)
                               MOVE GP-POINTS
                                   TO WS-GP-POINTS(WS-GRADE-COUNT)
                               MOVE GP-IN-GPA
                                   TO WS-GP-IN-GPA(WS-GRADE-COUNT)
                           ELSE
                               DISPLAY 'GRADE TABLE FULL - DROPPED: '
                                   GP-LETTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GP-FILE-STATUS = "00" OR "10"
               CLOSE GRADE-POINT-FILE
           END-IF.
       110-LOAD-NAME-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STUDENT-REGISTRATION-FILE.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRATION FILE NOT AVAILABLE - STATUS "
                   WS-REG-FILE-STATUS " - PROGRAMS AND NAMES WILL "
                   "BE BLANK"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-REGISTRATION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-NAME-COUNT < 500
                           ADD 1 TO WS-NAME-COUNT
                           MOVE REG-STUDENT-NUMBER TO
                               WS-NT-STUDENT-NUMBER(WS-NAME-COUNT)
                           MOVE REG-STUDENT-PROGRAM TO
                               WS-NT-PROGRAM(WS-NAME-COUNT)
                           MOVE REG-FIRST-NAME TO
                               WS-NT-FIRST-NAME(WS-NAME-COUNT)
                           MOVE REG-LAST-NAME TO
                               WS-NT-LAST-NAME(WS-NAME-COUNT)
                       ELSE
                           DISPLAY 'NAME TABLE FULL - DROPPED: '
                               REG-STUDENT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REG-FILE-STATUS = "00" OR "10"
               CLOSE STUDENT-REGISTRATION-FILE
           END-IF.
      * Earlier terms' standings stay as they are; any records for
      * the term being run are dropped here so a rerun replaces
      * them instead of stacking a second set.
       120-LOAD-STANDING-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STANDING-FILE.
           IF WS-AS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO ACADEMIC-STANDING-RECORD
               READ STANDING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AS-TERM NOT = WS-SELECT-TERM
                           IF WS-STANDING-COUNT < 2000
                               ADD 1 TO WS-STANDING-COUNT
                               MOVE ACADEMIC-STANDING-RECORD
                                   TO WS-ST-DATA(WS-STANDING-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-STANDING-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AS-FILE-STATUS = "00" OR "10"
               CLOSE STANDING-FILE
           END-IF.
      * Every graded, non-withdrawn row up to and including the
      * term feeds the cumulative average; the term's own rows are
      * flagged so they feed the term average too. Grades that do
      * not count in the average (pass/fail, incomplete) are left
      * out of both.
       300-RELEASE-GRADED-ROWS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           IF WS-CE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE-ENROLLMENT-FILE - "
                   "STATUS " WS-CE-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO COURSE-ENROLLMENT-RECORD
               READ COURSE-ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CE-STATUS NOT = 'W'
                           AND CE-GRADE NOT = SPACES
                           PERFORM 310-PRICE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CE-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-ENROLLMENT-FILE
           END-IF.
       310-PRICE-ONE-ROW.
           MOVE CE-TERM TO WS-TERM-WORK.
           PERFORM 800-WORK-OUT-TERM-SEQUENCE.
           IF WS-TERM-SEQ > ZERO
               AND WS-TERM-SEQ NOT > WS-SELECT-SEQ
               SET WS-GRADE-IDX TO 1
               SEARCH WS-GRADE-ENTRY
                   AT END
                       ADD 1 TO WS-UNKNOWN-GRADES
                       DISPLAY "GRADE '" CE-GRADE "' FOR STUDENT "
                           CE-STUDENT-NUMBER " " CE-COURSE-CODE
                           " IS NOT ON gradepoints.txt - LEFT OUT"
                   WHEN WS-GP-LETTER(WS-GRADE-IDX) = CE-GRADE
                       IF WS-GP-IN-GPA(WS-GRADE-IDX) = 'Y'
                           MOVE CE-STUDENT-NUMBER
                               TO SORT-STUDENT-NUMBER
                           MOVE WS-GP-POINTS(WS-GRADE-IDX)
                               TO SORT-POINTS
                           IF WS-TERM-SEQ = WS-SELECT-SEQ
                               MOVE 'Y' TO SORT-IN-TERM
                           ELSE
                               MOVE 'N' TO SORT-IN-TERM
                           END-IF
                           ADD 1 TO WS-ROWS-PRICED
                           RELEASE SORT-RECORD
                       END-IF
               END-SEARCH
           END-IF.
       400-ASSESS-EACH-STUDENT.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-GROUP-OPEN.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 410-TAKE-UP-ONE-ROW
               END-RETURN
           END-PERFORM.
           IF WS-GROUP-OPEN = 'Y'
               PERFORM 420-FINISH-ONE-STUDENT
           END-IF.
       410-TAKE-UP-ONE-ROW.
           IF WS-GROUP-OPEN = 'Y'
               AND SORT-STUDENT-NUMBER NOT = WS-PRIOR-STUDENT
               PERFORM 420-FINISH-ONE-STUDENT
           END-IF.
           IF WS-GROUP-OPEN = 'N'
               MOVE SORT-STUDENT-NUMBER TO WS-PRIOR-STUDENT
               MOVE ZERO TO WS-TERM-POINTS
               MOVE ZERO TO WS-TERM-COURSES
               MOVE ZERO TO WS-CUM-POINTS
               MOVE ZERO TO WS-CUM-COURSES
               MOVE 'Y' TO WS-GROUP-OPEN
           END-IF.
           ADD SORT-POINTS TO WS-CUM-POINTS.
           ADD 1 TO WS-CUM-COURSES.
           IF SORT-IN-TERM = 'Y'
               ADD SORT-POINTS TO WS-TERM-POINTS
               ADD 1 TO WS-TERM-COURSES
           END-IF.
      * A student with nothing graded in the term itself gets no
      * standing for it - standing is decided on the term's work.
       420-FINISH-ONE-STUDENT.
           MOVE 'N' TO WS-GROUP-OPEN.
           IF WS-TERM-COURSES > ZERO
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-COURSES
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-CUM-POINTS / WS-CUM-COURSES
               PERFORM 430-FIND-PRIOR-STANDING
               EVALUATE TRUE
                   WHEN WS-CUM-GPA < WS-WITHDRAW-GPA
                       MOVE 'R' TO WS-STANDING
                   WHEN WS-CUM-GPA < WS-PROBATION-GPA
                       MOVE 'P' TO WS-STANDING
                   WHEN OTHER
                       MOVE 'G' TO WS-STANDING
               END-EVALUATE
               IF WS-STANDING = 'P'
                   AND (WS-PRIOR-STANDING = 'P'
                       OR WS-PRIOR-STANDING = 'R')
                   AND WS-TERM-GPA < WS-PROBATION-GPA
                   MOVE 'R' TO WS-STANDING
               END-IF
               PERFORM 440-STORE-ONE-STANDING
           END-IF.
      * The standing carried into the term is the one from the
      * latest earlier term on the history.
       430-FIND-PRIOR-STANDING.
           MOVE SPACE TO WS-PRIOR-STANDING.
           MOVE ZERO TO WS-PRIOR-SEQ.
           PERFORM VARYING WS-STANDING-SUB FROM 1 BY 1
                   UNTIL WS-STANDING-SUB > WS-STANDING-COUNT
               MOVE WS-ST-DATA(WS-STANDING-SUB)
                   TO ACADEMIC-STANDING-RECORD
               IF AS-STUDENT-NUMBER = WS-PRIOR-STUDENT
                   MOVE AS-TERM TO WS-TERM-WORK
                   PERFORM 800-WORK-OUT-TERM-SEQUENCE
                   IF WS-TERM-SEQ < WS-SELECT-SEQ
                       AND WS-TERM-SEQ > WS-PRIOR-SEQ
                       MOVE WS-TERM-SEQ TO WS-PRIOR-SEQ
                       MOVE AS-STANDING TO WS-PRIOR-STANDING
                   END-IF
               END-IF
           END-PERFORM.
       440-STORE-ONE-STANDING.
           MOVE WS-PRIOR-STUDENT TO RS-STUDENT-NUMBER.
           PERFORM 450-LOOK-UP-STUDENT.
           MOVE SPACES TO ACADEMIC-STANDING-RECORD.
           MOVE WS-PRIOR-STUDENT TO AS-STUDENT-NUMBER.
           MOVE WS-SELECT-TERM TO AS-TERM.
           MOVE WS-STUDENT-PROGRAM TO AS-PROGRAM.
           MOVE WS-TERM-COURSES TO AS-TERM-COURSES.
           MOVE WS-TERM-GPA TO AS-TERM-GPA.
           MOVE WS-CUM-COURSES TO AS-CUM-COURSES.
           MOVE WS-CUM-GPA TO AS-CUM-GPA.
           MOVE WS-STANDING TO AS-STANDING.
           MOVE WS-RUN-DATE TO AS-RUN-DATE.
           IF WS-STANDING-COUNT < 2000
               ADD 1 TO WS-STANDING-COUNT
               MOVE ACADEMIC-STANDING-RECORD
                   TO WS-ST-DATA(WS-STANDING-COUNT)
           ELSE
               MOVE 'Y' TO WS-STANDING-OVERFLOW
           END-IF.
           EVALUATE WS-STANDING
               WHEN 'G' ADD 1 TO WS-GOOD-COUNT
               WHEN 'P' ADD 1 TO WS-PROBATION-COUNT
               WHEN 'R' ADD 1 TO WS-WITHDRAW-COUNT
           END-EVALUATE.
       450-LOOK-UP-STUDENT.
           MOVE "UNKNOWN" TO WS-STUDENT-PROGRAM.
           MOVE "(NOT ON REGISTRATION FILE)" TO WS-STUDENT-NAME.
           IF WS-NAME-COUNT > ZERO
               SET WS-NAME-IDX TO 1
               SEARCH WS-NAME-ENTRY
                   WHEN WS-NT-STUDENT-NUMBER(WS-NAME-IDX)
                           = RS-STUDENT-NUMBER
                       MOVE WS-NT-PROGRAM(WS-NAME-IDX)
                           TO WS-STUDENT-PROGRAM
                       MOVE SPACES TO WS-STUDENT-NAME
                       STRING WS-NT-FIRST-NAME(WS-NAME-IDX)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-NT-LAST-NAME(WS-NAME-IDX)
                               DELIMITED BY SIZE
                           INTO WS-STUDENT-NAME
               END-SEARCH
           END-IF.
       500-RELEASE-TERM-STANDINGS.
           PERFORM VARYING WS-STANDING-SUB FROM 1 BY 1
                   UNTIL WS-STANDING-SUB > WS-STANDING-COUNT
               MOVE WS-ST-DATA(WS-STANDING-SUB)
                   TO ACADEMIC-STANDING-RECORD
               IF AS-TERM = WS-SELECT-TERM
                   MOVE AS-PROGRAM TO RS-PROGRAM
                   MOVE AS-STUDENT-NUMBER TO RS-STUDENT-NUMBER
                   MOVE ACADEMIC-STANDING-RECORD TO RS-STANDING-DATA
                   RELEASE REPORT-SORT-RECORD
               END-IF
           END-PERFORM.
       600-PRODUCE-STANDING-REPORT.
           OPEN OUTPUT STANDING-REPORT-FILE.
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STANDING-REPORT-FILE - STATUS "
                   WS-RP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SELECT-TERM TO TL-TERM.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PROBATION-GPA TO TH-PROBATION.
           MOVE WS-WITHDRAW-GPA TO TH-WITHDRAW.
           MOVE WS-THRESHOLD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-PROGRAM-OPEN.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN REPORT-SORT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 610-REPORT-ONE-STUDENT
               END-RETURN
           END-PERFORM.
           IF WS-PROGRAM-OPEN = 'Y'
               PERFORM 630-CLOSE-PROGRAM-GROUP
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GOOD-COUNT TO GT-GOOD.
           MOVE WS-PROBATION-COUNT TO GT-PROBATION.
           MOVE WS-WITHDRAW-COUNT TO GT-WITHDRAW.
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE STANDING-REPORT-FILE.
       610-REPORT-ONE-STUDENT.
           IF WS-PROGRAM-OPEN = 'Y'
               AND RS-PROGRAM NOT = WS-PRIOR-PROGRAM
               PERFORM 630-CLOSE-PROGRAM-GROUP
           END-IF.
           IF WS-PROGRAM-OPEN = 'N'
               PERFORM 620-OPEN-PROGRAM-GROUP
           END-IF.
           MOVE RS-STANDING-DATA TO ACADEMIC-STANDING-RECORD.
           PERFORM 450-LOOK-UP-STUDENT.
           MOVE AS-STUDENT-NUMBER TO DL-STUDENT-NUMBER.
           MOVE WS-STUDENT-NAME TO DL-NAME.
           MOVE AS-TERM-COURSES TO DL-TERM-COURSES.
           MOVE AS-TERM-GPA TO DL-TERM-GPA.
           MOVE AS-CUM-COURSES TO DL-CUM-COURSES.
           MOVE AS-CUM-GPA TO DL-CUM-GPA.
           EVALUATE AS-STANDING
               WHEN 'G'
                   MOVE "GOOD" TO DL-STANDING
                   ADD 1 TO WS-PGM-GOOD
               WHEN 'P'
                   MOVE "PROBATION" TO DL-STANDING
                   ADD 1 TO WS-PGM-PROBATION
               WHEN OTHER
                   MOVE "REQUIRED TO WITHDRAW" TO DL-STANDING
                   ADD 1 TO WS-PGM-WITHDRAW
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       620-OPEN-PROGRAM-GROUP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RS-PROGRAM TO PH-PROGRAM.
           MOVE WS-PROGRAM-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RS-PROGRAM TO WS-PRIOR-PROGRAM.
           MOVE ZERO TO WS-PGM-GOOD.
           MOVE ZERO TO WS-PGM-PROBATION.
           MOVE ZERO TO WS-PGM-WITHDRAW.
           MOVE 'Y' TO WS-PROGRAM-OPEN.
       630-CLOSE-PROGRAM-GROUP.
           MOVE WS-PGM-GOOD TO PT-GOOD.
           MOVE WS-PGM-PROBATION TO PT-PROBATION.
           MOVE WS-PGM-WITHDRAW TO PT-WITHDRAW.
           MOVE WS-PROGRAM-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-PROGRAM-OPEN.
       700-REWRITE-STANDING-FILE.
           OPEN OUTPUT STANDING-FILE.
           IF WS-AS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING STANDING-FILE - STATUS "
                   WS-AS-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-STANDING-SUB FROM 1 BY 1
                   UNTIL WS-STANDING-SUB > WS-STANDING-COUNT
               MOVE WS-ST-DATA(WS-STANDING-SUB)
                   TO ACADEMIC-STANDING-RECORD
               WRITE ACADEMIC-STANDING-RECORD
           END-PERFORM.
           CLOSE STANDING-FILE.
      * Term codes are the year plus a season letter (W winter,
      * S summer, F fall), which do not sort alphabetically in
      * calendar order - so they compare as year * 10 plus the
      * season's place in the year. Anything else comes back zero.
       800-WORK-OUT-TERM-SEQUENCE.
           MOVE ZERO TO WS-TERM-SEQ.
           EVALUATE WS-TERM-WORK(5:1)
               WHEN 'W' MOVE 1 TO WS-SEASON-RANK
               WHEN 'S' MOVE 2 TO WS-SEASON-RANK
               WHEN 'F' MOVE 3 TO WS-SEASON-RANK
               WHEN OTHER MOVE ZERO TO WS-SEASON-RANK
           END-EVALUATE.
           IF WS-TERM-WORK(1:4) NUMERIC
               AND WS-SEASON-RANK > ZERO
               MOVE WS-TERM-WORK(1:4) TO WS-TERM-YEAR
               COMPUTE WS-TERM-SEQ =
                   WS-TERM-YEAR * 10 + WS-SEASON-RANK
           END-IF.

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
      * The standing history rewrites under its data-set lock
      * (DATA-SET-LOCK) so two runs can never interleave rewrites
      * of academicstanding.txt.
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

       END PROGRAM ACADEMIC-STANDING-RUN.
