      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Nightly prerequisite audit - checks every current
      *            enrollment on courseenrollment.txt (not withdrawn,
      *            not yet graded) against courseprerequisites.txt
      *            and lists on prerequisiteexceptions.txt each one
      *            whose student has not passed a prerequisite in an
      *            earlier term at the minimum grade or better
      *            (ranked through gradepoints.txt). Enrollments a
      *            supervisor let through at intake are still listed
      *            but carry the supervisor from
      *            prerequisiteoverrides.txt, so the report separates
      *            known exceptions from ones that slipped past.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQUISITE-AUDIT-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-ENROLLMENT-FILE
           ASSIGN "../courseenrollment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CE-FILE-STATUS.
           SELECT PREREQUISITE-FILE
           ASSIGN "../courseprerequisites.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT GRADE-POINT-FILE
           ASSIGN "../gradepoints.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GP-FILE-STATUS.
           SELECT PREREQ-OVERRIDE-FILE
           ASSIGN "../prerequisiteoverrides.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT EXCEPTION-REPORT-FILE
           ASSIGN "../prerequisiteexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../prereqsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-ENROLLMENT-FILE.
           COPY "COURSE-ENROLLMENT-RECORD.CPY".
       FD PREREQUISITE-FILE.
           COPY "COURSE-PREREQUISITE-RECORD.CPY".
       FD GRADE-POINT-FILE.
           COPY "GRADE-POINT-RECORD.CPY".
       FD PREREQ-OVERRIDE-FILE.
           COPY "PREREQUISITE-OVERRIDE-RECORD.CPY".
       FD EXCEPTION-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-STUDENT-NUMBER PIC 9(10).
           05 SORT-TERM-SEQ       PIC 9(5).
           05 SORT-COURSE-CODE    PIC X(8).
           05 SORT-SECTION        PIC X(3).
           05 SORT-TERM           PIC X(5).
           05 SORT-GRADE          PIC X(2).
       WORKING-STORAGE SECTION.
       01 WS-CE-FILE-STATUS PIC XX.
       01 WS-PR-FILE-STATUS PIC XX.
       01 WS-GP-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-RP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PREREQ-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PREREQ-TABLE.
           05 WS-PREREQ-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-PREREQ-COUNT.
               10 WS-PR-COURSE    PIC X(8).
               10 WS-PR-PREREQ    PIC X(8).
               10 WS-PR-MIN-GRADE PIC X(2).
       01 WS-PREREQ-SUB PIC 9(3).
       01 WS-GRADE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 1 TO 30 TIMES
               DEPENDING ON WS-GRADE-COUNT
               INDEXED BY WS-GRADE-IDX.
               10 WS-GP-LETTER  PIC X(2).
               10 WS-GP-PASSING PIC X.
               10 WS-GP-RANK    PIC 9(2).
       01 WS-OVERRIDE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OVERRIDE-TABLE.
           05 WS-OVERRIDE-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-OVERRIDE-COUNT.
               10 WS-OV-STUDENT    PIC 9(10).
               10 WS-OV-COURSE     PIC X(8).
               10 WS-OV-TERM       PIC X(5).
               10 WS-OV-SUPERVISOR PIC X(10).
       01 WS-OVERRIDE-SUB PIC 9(3).
      * One student's rows at a time, in term order, off the sort.
       01 WS-ROW-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-ROW-COUNT.
               10 WS-RW-COURSE   PIC X(8).
               10 WS-RW-SECTION  PIC X(3).
               10 WS-RW-TERM     PIC X(5).
               10 WS-RW-TERM-SEQ PIC 9(5).
               10 WS-RW-GRADE    PIC X(2).
       01 WS-ROW-SUB PIC 9(3).
       01 WS-DONE-SUB PIC 9(3).
       01 WS-ROWS-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-GROUP-OPEN PIC X VALUE 'N'.
       01 WS-CURRENT-STUDENT PIC 9(10).
       01 WS-TERM-WORK PIC X(5).
       01 WS-TERM-SEQ PIC 9(5).
       01 WS-TERM-YEAR PIC 9(4).
       01 WS-SEASON-RANK PIC 9.
       01 WS-ONE-PREREQ-MET PIC X.
       01 WS-MIN-RANK PIC 9(2).
       01 WS-GRADE-RANK PIC 9(2).
       01 WS-GRADE-PASSING PIC X.
       01 WS-ENROLLMENTS-CHECKED PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVERRIDDEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER             PIC X(41) VALUE
               "ENROLLMENTS WITH PREREQUISITES NOT MET - ".
           05 TL-RUN-DATE        PIC 9(8).
       01 WS-COLUMN-HEADING.
           05 FILLER             PIC X(40) VALUE
               "STUDENT     COURSE    SEC  TERM   NEEDS".
           05 FILLER             PIC X(40) VALUE
               "     MIN  OVERRIDDEN BY".
       01 WS-DETAIL-LINE.
           05 DL-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-COURSE-CODE     PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-SECTION         PIC X(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-TERM            PIC X(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-PREREQ-CODE     PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DL-MIN-GRADE       PIC X(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-SUPERVISOR      PIC X(10).
       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(12) VALUE "EXCEPTIONS: ".
           05 TT-EXCEPTIONS      PIC ZZZZ9.
           05 FILLER             PIC X(24) VALUE
               "   OF WHICH OVERRIDDEN: ".
           05 TT-OVERRIDDEN      PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-PREREQUISITE-TABLE.
           IF WS-PREREQ-COUNT = ZERO
               DISPLAY "NO PREREQUISITES ON courseprerequisites.txt "
                   "- NOTHING TO AUDIT"
               GOBACK
           END-IF.
           PERFORM 110-LOAD-GRADE-POINT-TABLE.
           PERFORM 120-LOAD-OVERRIDES.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXCEPTION-REPORT-FILE - STATUS "
                   WS-RP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER
                                SORT-TERM-SEQ
               INPUT PROCEDURE 200-RELEASE-ENROLLMENTS
               OUTPUT PROCEDURE 300-AUDIT-EACH-STUDENT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO TT-EXCEPTIONS.
           MOVE WS-OVERRIDDEN-COUNT TO TT-OVERRIDDEN.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY "==== PREREQUISITE AUDIT SUMMARY ====".
           DISPLAY "ENROLLMENTS CHECKED:  " WS-ENROLLMENTS-CHECKED.
           DISPLAY "PREREQUISITE MISSING: " WS-EXCEPTION-COUNT.
           DISPLAY "  OVERRIDDEN:         " WS-OVERRIDDEN-COUNT.
           IF WS-ROWS-DROPPED > ZERO
               DISPLAY "ROWS NOT AUDITED (STUDENT OVER 100 ROWS): "
                   WS-ROWS-DROPPED
           END-IF.
           GOBACK.
       100-LOAD-PREREQUISITE-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PREREQUISITE-FILE.
           IF WS-PR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO COURSE-PREREQUISITE-RECORD
               READ PREREQUISITE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PR-COURSE-CODE NOT = SPACES
                           IF WS-PREREQ-COUNT < 300
                               ADD 1 TO WS-PREREQ-COUNT
                               MOVE PR-COURSE-CODE
                                   TO WS-PR-COURSE(WS-PREREQ-COUNT)
                               MOVE PR-PREREQ-CODE
                                   TO WS-PR-PREREQ(WS-PREREQ-COUNT)
                               MOVE PR-MIN-GRADE TO
                                   WS-PR-MIN-GRADE(WS-PREREQ-COUNT)
                           ELSE
                               DISPLAY 'PREREQUISITE TABLE FULL - '
                                   'DROPPED: ' PR-COURSE-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PR-FILE-STATUS = "00" OR "10"
               CLOSE PREREQUISITE-FILE
           END-IF.
       110-LOAD-GRADE-POINT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GRADE-POINT-FILE.
           IF WS-GP-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO GRADE-POINT-RECORD
               READ GRADE-POINT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GP-LETTER NOT = SPACES
                           AND GP-RANK NUMERIC
                           AND WS-GRADE-COUNT < 30
                           ADD 1 TO WS-GRADE-COUNT
                           MOVE GP-LETTER
                               TO WS-GP-LETTER(WS-GRADE-COUNT)
                           MOVE GP-PASSING
                               TO WS-GP-PASSING(WS-GRADE-COUNT)
                           MOVE GP-RANK
                               TO WS-GP-RANK(WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GP-FILE-STATUS = "00" OR "10"
               CLOSE GRADE-POINT-FILE
           END-IF.
       120-LOAD-OVERRIDES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PREREQ-OVERRIDE-FILE.
           IF WS-PO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO PREREQUISITE-OVERRIDE-RECORD
               READ PREREQ-OVERRIDE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-OVERRIDE-COUNT < 500
                           ADD 1 TO WS-OVERRIDE-COUNT
                           MOVE PO-STUDENT-NUMBER
                               TO WS-OV-STUDENT(WS-OVERRIDE-COUNT)
                           MOVE PO-COURSE-CODE
                               TO WS-OV-COURSE(WS-OVERRIDE-COUNT)
                           MOVE PO-TERM
                               TO WS-OV-TERM(WS-OVERRIDE-COUNT)
                           MOVE PO-SUPERVISOR
                               TO WS-OV-SUPERVISOR(WS-OVERRIDE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PO-FILE-STATUS = "00" OR "10"
               CLOSE PREREQ-OVERRIDE-FILE
           END-IF.
       200-RELEASE-ENROLLMENTS.
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
                           MOVE CE-TERM TO WS-TERM-WORK
                           PERFORM 800-WORK-OUT-TERM-SEQUENCE
                           MOVE CE-STUDENT-NUMBER
                               TO SORT-STUDENT-NUMBER
                           MOVE WS-TERM-SEQ TO SORT-TERM-SEQ
                           MOVE CE-COURSE-CODE TO SORT-COURSE-CODE
                           MOVE CE-SECTION TO SORT-SECTION
                           MOVE CE-TERM TO SORT-TERM
                           MOVE CE-GRADE TO SORT-GRADE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CE-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-ENROLLMENT-FILE
           END-IF.
       300-AUDIT-EACH-STUDENT.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-GROUP-OPEN.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 310-COLLECT-ONE-ROW
               END-RETURN
           END-PERFORM.
           IF WS-GROUP-OPEN = 'Y'
               PERFORM 320-AUDIT-ONE-STUDENT
           END-IF.
       310-COLLECT-ONE-ROW.
           IF WS-GROUP-OPEN = 'Y'
               AND SORT-STUDENT-NUMBER NOT = WS-CURRENT-STUDENT
               PERFORM 320-AUDIT-ONE-STUDENT
           END-IF.
           IF WS-GROUP-OPEN = 'N'
               MOVE SORT-STUDENT-NUMBER TO WS-CURRENT-STUDENT
               MOVE ZERO TO WS-ROW-COUNT
               MOVE 'Y' TO WS-GROUP-OPEN
           END-IF.
           IF WS-ROW-COUNT < 100
               ADD 1 TO WS-ROW-COUNT
               MOVE SORT-COURSE-CODE TO WS-RW-COURSE(WS-ROW-COUNT)
               MOVE SORT-SECTION TO WS-RW-SECTION(WS-ROW-COUNT)
               MOVE SORT-TERM TO WS-RW-TERM(WS-ROW-COUNT)
               MOVE SORT-TERM-SEQ TO WS-RW-TERM-SEQ(WS-ROW-COUNT)
               MOVE SORT-GRADE TO WS-RW-GRADE(WS-ROW-COUNT)
           ELSE
               ADD 1 TO WS-ROWS-DROPPED
           END-IF.
       320-AUDIT-ONE-STUDENT.
           MOVE 'N' TO WS-GROUP-OPEN.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-RW-GRADE(WS-ROW-SUB) = SPACES
                   ADD 1 TO WS-ENROLLMENTS-CHECKED
                   PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                           UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
                       IF WS-PR-COURSE(WS-PREREQ-SUB)
                               = WS-RW-COURSE(WS-ROW-SUB)
                           PERFORM 330-CHECK-ONE-PREREQUISITE
                           IF WS-ONE-PREREQ-MET = 'N'
                               PERFORM 340-REPORT-ONE-EXCEPTION
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      * Satisfied by a passing grade at or above the minimum, in a
      * term before the one the enrollment is for.
       330-CHECK-ONE-PREREQUISITE.
           MOVE 'N' TO WS-ONE-PREREQ-MET.
           MOVE ZERO TO WS-MIN-RANK.
           IF WS-PR-MIN-GRADE(WS-PREREQ-SUB) NOT = SPACES
               AND WS-GRADE-COUNT > ZERO
               SET WS-GRADE-IDX TO 1
               SEARCH WS-GRADE-ENTRY
                   WHEN WS-GP-LETTER(WS-GRADE-IDX)
                           = WS-PR-MIN-GRADE(WS-PREREQ-SUB)
                       MOVE WS-GP-RANK(WS-GRADE-IDX) TO WS-MIN-RANK
               END-SEARCH
           END-IF.
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-ROW-COUNT
               IF WS-RW-COURSE(WS-DONE-SUB)
                       = WS-PR-PREREQ(WS-PREREQ-SUB)
                   AND WS-RW-GRADE(WS-DONE-SUB) NOT = SPACES
                   AND WS-RW-TERM-SEQ(WS-DONE-SUB)
                       < WS-RW-TERM-SEQ(WS-ROW-SUB)
                   MOVE ZERO TO WS-GRADE-RANK
                   MOVE 'N' TO WS-GRADE-PASSING
                   IF WS-GRADE-COUNT > ZERO
                       SET WS-GRADE-IDX TO 1
                       SEARCH WS-GRADE-ENTRY
                           WHEN WS-GP-LETTER(WS-GRADE-IDX)
                                   = WS-RW-GRADE(WS-DONE-SUB)
                               MOVE WS-GP-RANK(WS-GRADE-IDX)
                                   TO WS-GRADE-RANK
                               MOVE WS-GP-PASSING(WS-GRADE-IDX)
                                   TO WS-GRADE-PASSING
                       END-SEARCH
                   END-IF
                   IF WS-GRADE-PASSING = 'Y'
                       AND WS-GRADE-RANK NOT < WS-MIN-RANK
                       MOVE 'Y' TO WS-ONE-PREREQ-MET
                   END-IF
               END-IF
           END-PERFORM.
       340-REPORT-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-CURRENT-STUDENT TO DL-STUDENT-NUMBER.
           MOVE WS-RW-COURSE(WS-ROW-SUB) TO DL-COURSE-CODE.
           MOVE WS-RW-SECTION(WS-ROW-SUB) TO DL-SECTION.
           MOVE WS-RW-TERM(WS-ROW-SUB) TO DL-TERM.
           MOVE WS-PR-PREREQ(WS-PREREQ-SUB) TO DL-PREREQ-CODE.
           IF WS-PR-MIN-GRADE(WS-PREREQ-SUB) = SPACES
               MOVE "PAS" TO DL-MIN-GRADE
           ELSE
               MOVE WS-PR-MIN-GRADE(WS-PREREQ-SUB) TO DL-MIN-GRADE
           END-IF.
           MOVE SPACES TO DL-SUPERVISOR.
           PERFORM VARYING WS-OVERRIDE-SUB FROM 1 BY 1
                   UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-COUNT
               IF WS-OV-STUDENT(WS-OVERRIDE-SUB) = WS-CURRENT-STUDENT
                   AND WS-OV-COURSE(WS-OVERRIDE-SUB)
                       = WS-RW-COURSE(WS-ROW-SUB)
                   AND WS-OV-TERM(WS-OVERRIDE-SUB)
                       = WS-RW-TERM(WS-ROW-SUB)
                   MOVE WS-OV-SUPERVISOR(WS-OVERRIDE-SUB)
                       TO DL-SUPERVISOR
               END-IF
           END-PERFORM.
           IF DL-SUPERVISOR NOT = SPACES
               ADD 1 TO WS-OVERRIDDEN-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Term codes are the year plus a season letter (W winter,
      * S summer, F fall); they compare as year * 10 plus the
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

       END PROGRAM PREREQUISITE-AUDIT-RUN.
