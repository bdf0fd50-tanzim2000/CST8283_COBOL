      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Weekly attendance exception report for Student
      *            Services - reads the marks ATTENDANCE-ENTRY keeps
      *            in attendance.txt for the term since the term
      *            start date, and for every section lists the
      *            active enrolled students (courseenrollment.txt,
      *            CE-STATUS not W) who are over the absence limit or
      *            who have attended nothing at all (no P or L mark -
      *            a no-show). Sections where no attendance has been
      *            taken yet are listed as such, since they cannot
      *            show a no-show. The heading shows the week of term
      *            against the last refund week on refundschedule.txt
      *            so no-shows can be reached while a COURSE-
      *            WITHDRAWAL still refunds something. Writes
      *            attendanceexceptions.txt. The term, term start
      *            date and absence limit come from the TERM,
      *            TERMSTART and ABSENCES step parameters when run
      *            as a day-of-week step off the batch calendar,
      *            with the usual console prompts standalone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-EXCEPTION-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-ENROLLMENT-FILE
           ASSIGN "../courseenrollment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CE-FILE-STATUS.
           SELECT ATTENDANCE-FILE
           ASSIGN "../attendance.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AT-FILE-STATUS.
           SELECT STUDENT-REGISTRATION-FILE
           ASSIGN "../studentregistration.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT REFUND-SCHEDULE-FILE
           ASSIGN "../refundschedule.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RS-FILE-STATUS.
           SELECT EXCEPTION-REPORT-FILE
           ASSIGN "../attendanceexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../attendancesort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-ENROLLMENT-FILE.
           COPY "COURSE-ENROLLMENT-RECORD.CPY".
       FD ATTENDANCE-FILE.
           COPY "ATTENDANCE-RECORD.CPY".
       FD STUDENT-REGISTRATION-FILE.
           COPY "STUDENT-REGISTRATION-RECORD.CPY".
       FD REFUND-SCHEDULE-FILE.
       01 REFUND-SCHEDULE-RECORD.
           05 RS-WEEK    PIC 9(2).
           05 FILLER     PIC X.
           05 RS-PERCENT PIC 9(3).
       FD EXCEPTION-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
      * SORT-TYPE 0 is the enrollment row, 1 an attendance mark, so
      * each student's enrollment arrives ahead of the marks.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-COURSE         PIC X(8).
           05 SORT-SECTION        PIC X(3).
           05 SORT-STUDENT-NUMBER PIC 9(10).
           05 SORT-TYPE           PIC X.
           05 SORT-CLASS-DATE     PIC 9(8).
           05 SORT-STATUS         PIC X.
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-CE-FILE-STATUS PIC XX.
       01 WS-AT-FILE-STATUS PIC XX.
       01 WS-REG-FILE-STATUS PIC XX.
       01 WS-RS-FILE-STATUS PIC XX.
       01 WS-RP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(7).
       01 WS-SELECT-TERM PIC X(5).
       01 WS-START-INPUT PIC X(10).
       01 WS-START-PARTS REDEFINES WS-START-INPUT.
           05 WS-START-YEAR  PIC 9(4).
           05 WS-START-MONTH PIC 9(2).
           05 WS-START-DAY   PIC 9(2).
           05 FILLER         PIC X(2).
       01 WS-TERM-START PIC 9(8).
       01 WS-START-DAYS PIC 9(7).
       01 WS-LIMIT-INPUT PIC X(10).
       01 WS-ABSENCE-LIMIT PIC 9(3).
       01 WS-WEEK-OF-TERM PIC 9(3).
       01 WS-LAST-REFUND-WEEK PIC 9(2) VALUE ZERO.
       01 WS-REFUND-WEEKS-LEFT PIC 9(3).
       01 WS-NAME-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-NAME-COUNT
               INDEXED BY WS-NAME-IDX.
               10 WS-NT-STUDENT-NUMBER PIC 9(10).
               10 WS-NT-FIRST-NAME     PIC X(15).
               10 WS-NT-LAST-NAME      PIC X(28).
       01 WS-STUDENT-NAME PIC X(22).
      * One entry per distinct class date taken in a section, so a
      * section's class count is the number of meetings recorded,
      * not the number of marks.
       01 WS-CLASS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CLASS-TABLE.
           05 WS-CLASS-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-CLASS-COUNT.
               10 WS-CL-COURSE     PIC X(8).
               10 WS-CL-SECTION    PIC X(3).
               10 WS-CL-CLASS-DATE PIC 9(8).
       01 WS-CLASS-SUB PIC 9(4).
       01 WS-CLASS-FOUND PIC X.
       01 WS-SECTION-CLASSES PIC 9(3).
       01 WS-SECTION-OPEN PIC X VALUE 'N'.
       01 WS-SECTION-PRINTED PIC X.
       01 WS-PRIOR-COURSE PIC X(8).
       01 WS-PRIOR-SECTION PIC X(3).
       01 WS-STUDENT-OPEN PIC X VALUE 'N'.
       01 WS-PRIOR-STUDENT PIC 9(10).
       01 WS-STUDENT-ENROLLED PIC X.
       01 WS-PRESENT-COUNT PIC 9(3).
       01 WS-LATE-COUNT PIC 9(3).
       01 WS-ABSENT-COUNT PIC 9(3).
       01 WS-LAST-ATTENDED PIC 9(8).
       01 WS-SECTIONS-UNTAKEN PIC 9(4) VALUE ZERO.
       01 WS-NO-SHOW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVER-LIMIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MARKS-READ PIC 9(6) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER             PIC X(35) VALUE
               "ATTENDANCE EXCEPTION REPORT - TERM ".
           05 TL-TERM            PIC X(5).
           05 FILLER             PIC X(9) VALUE "     RUN ".
           05 TL-RUN-DATE        PIC 9(8).
       01 WS-TERM-LINE.
           05 FILLER             PIC X(13) VALUE "TERM STARTED ".
           05 TM-TERM-START      PIC 9(8).
           05 FILLER             PIC X(15) VALUE "  WEEK OF TERM ".
           05 TM-WEEK            PIC ZZ9.
           05 FILLER             PIC X(19) VALUE
               "  LAST REFUND WEEK ".
           05 TM-LAST-REFUND     PIC Z9.
           05 FILLER             PIC X(17) VALUE
               "  ABSENCE LIMIT ".
           05 TM-LIMIT           PIC ZZ9.
       01 WS-REFUND-LINE.
           05 FILLER             PIC X(31) VALUE
               "REFUND WEEKS LEFT (INCL. THIS) ".
           05 RL-WEEKS-LEFT      PIC ZZ9.
       01 WS-NO-REFUND-LINE.
           05 FILLER             PIC X(40) VALUE
               "REFUND WEEKS HAVE RUN OUT - A WITHDRAWAL".
           05 FILLER             PIC X(40) VALUE
               " NOW REFUNDS NOTHING".
       01 WS-SECTION-HEADING.
           05 FILLER             PIC X(7) VALUE "COURSE ".
           05 SH-COURSE          PIC X(8).
           05 FILLER             PIC X(10) VALUE "  SECTION ".
           05 SH-SECTION         PIC X(3).
           05 FILLER             PIC X(19) VALUE
               "  CLASSES RECORDED ".
           05 SH-CLASSES         PIC ZZ9.
       01 WS-COLUMN-HEADING.
           05 FILLER             PIC X(39) VALUE
               "  STUDENT     NAME".
           05 FILLER             PIC X(41) VALUE
               "PRES LATE  ABS  LAST ATT  FLAG".
       01 WS-DETAIL-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-NAME            PIC X(22).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 DL-PRESENT         PIC ZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 DL-LATE            PIC ZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 DL-ABSENT          PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-LAST-ATTENDED   PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-FLAG            PIC X(15).
       01 WS-UNTAKEN-LINE.
           05 FILLER             PIC X(40) VALUE
               "  NO ATTENDANCE RECORDED SINCE THE TERM ".
           05 FILLER             PIC X(40) VALUE
               "STARTED - ENROLLED STUDENTS NOT CHECKED".
       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(32).
           05 TT-COUNT           PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE "TERM" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:5) TO WS-SELECT-TERM
           ELSE
               DISPLAY "ATTENDANCE REPORT FOR WHICH TERM "
                   "(e.g. 2026F)?"
               ACCEPT WS-SELECT-TERM
           END-IF.
           INSPECT WS-SELECT-TERM
               CONVERTING "fsw" TO "FSW".
           MOVE "TERMSTART" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE TO WS-START-INPUT
           ELSE
               DISPLAY "DATE THE TERM STARTED (YYYYMMDD)?"
               MOVE SPACES TO WS-START-INPUT
               ACCEPT WS-START-INPUT
           END-IF.
           IF WS-START-INPUT(1:8) NOT NUMERIC
               OR WS-START-MONTH < 1 OR WS-START-MONTH > 12
               OR WS-START-DAY < 1 OR WS-START-DAY > 31
               DISPLAY "TERM START " WS-START-INPUT " IS NOT A "
                   "YYYYMMDD DATE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-START-INPUT(1:8) TO WS-TERM-START.
           IF WS-TERM-START > WS-RUN-DATE
               DISPLAY "TERM " WS-SELECT-TERM " HAS NOT STARTED YET "
                   "- NOTHING TO REPORT"
               GOBACK
           END-IF.
           COMPUTE WS-START-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TERM-START).
           COMPUTE WS-WEEK-OF-TERM =
               (WS-RUN-DAYS - WS-START-DAYS) / 7 + 1.
           MOVE "ABSENCES" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE TO WS-LIMIT-INPUT
           ELSE
               DISPLAY "FLAG STUDENTS WITH MORE THAN HOW MANY "
                   "ABSENCES (e.g. 3)?"
               ACCEPT WS-LIMIT-INPUT
           END-IF.
           COMPUTE WS-ABSENCE-LIMIT =
               FUNCTION NUMVAL(WS-LIMIT-INPUT).
           PERFORM 100-LOAD-NAME-TABLE.
           PERFORM 110-LOAD-REFUND-SCHEDULE.
           PERFORM 120-LOAD-CLASS-TABLE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXCEPTION-REPORT-FILE - STATUS "
                   WS-RP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-WRITE-REPORT-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-COURSE
                                SORT-SECTION
                                SORT-STUDENT-NUMBER
                                SORT-TYPE
                                SORT-CLASS-DATE
               INPUT PROCEDURE 300-RELEASE-ENROLLMENTS-AND-MARKS
               OUTPUT PROCEDURE 400-REPORT-EACH-SECTION.
           PERFORM 600-WRITE-REPORT-TOTALS.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY "==== ATTENDANCE EXCEPTION RUN " WS-SELECT-TERM
               " ====".
           DISPLAY "ATTENDANCE MARKS READ:   " WS-MARKS-READ.
           DISPLAY "SECTIONS NOT TAKEN:      " WS-SECTIONS-UNTAKEN.
           DISPLAY "NO-SHOW STUDENTS:        " WS-NO-SHOW-COUNT.
           DISPLAY "OVER THE ABSENCE LIMIT:  " WS-OVER-LIMIT-COUNT.
           GOBACK.
       100-LOAD-NAME-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STUDENT-REGISTRATION-FILE.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRATION FILE NOT AVAILABLE - STATUS "
                   WS-REG-FILE-STATUS " - NAMES WILL BE BLANK"
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
      * The last refund week is the highest week on the schedule
      * that still pays something - past it a withdrawal refunds
      * nothing, the same reading COURSE-WITHDRAWAL gives the table.
       110-LOAD-REFUND-SCHEDULE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REFUND-SCHEDULE-FILE.
           IF WS-RS-FILE-STATUS NOT = "00"
               DISPLAY "NO REFUND SCHEDULE ON refundschedule.txt - "
                   "REFUND WEEKS NOT SHOWN"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REFUND-SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RS-WEEK NUMERIC AND RS-PERCENT NUMERIC
                           AND RS-PERCENT > ZERO
                           AND RS-WEEK > WS-LAST-REFUND-WEEK
                           MOVE RS-WEEK TO WS-LAST-REFUND-WEEK
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RS-FILE-STATUS = "00" OR "10"
               CLOSE REFUND-SCHEDULE-FILE
           END-IF.
       120-LOAD-CLASS-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-AT-FILE-STATUS NOT = "00"
               DISPLAY "NO ATTENDANCE ON FILE - EVERY SECTION WILL "
                   "SHOW AS NOT TAKEN"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO ATTENDANCE-RECORD
               READ ATTENDANCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AT-TERM = WS-SELECT-TERM
                           AND AT-CLASS-DATE NUMERIC
                           AND AT-CLASS-DATE NOT < WS-TERM-START
                           AND AT-CLASS-DATE NOT > WS-RUN-DATE
                           PERFORM 130-NOTE-CLASS-DATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AT-FILE-STATUS = "00" OR "10"
               CLOSE ATTENDANCE-FILE
           END-IF.
       130-NOTE-CLASS-DATE.
           MOVE 'N' TO WS-CLASS-FOUND.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
                      OR WS-CLASS-FOUND = 'Y'
               IF WS-CL-COURSE(WS-CLASS-SUB) = AT-COURSE-CODE
                   AND WS-CL-SECTION(WS-CLASS-SUB) = AT-SECTION
                   AND WS-CL-CLASS-DATE(WS-CLASS-SUB) = AT-CLASS-DATE
                   MOVE 'Y' TO WS-CLASS-FOUND
               END-IF
           END-PERFORM.
           IF WS-CLASS-FOUND = 'N'
               IF WS-CLASS-COUNT < 3000
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE AT-COURSE-CODE TO WS-CL-COURSE(WS-CLASS-COUNT)
                   MOVE AT-SECTION TO WS-CL-SECTION(WS-CLASS-COUNT)
                   MOVE AT-CLASS-DATE
                       TO WS-CL-CLASS-DATE(WS-CLASS-COUNT)
               ELSE
                   DISPLAY 'CLASS TABLE FULL - DROPPED: '
                       AT-COURSE-CODE " " AT-SECTION " "
                       AT-CLASS-DATE
               END-IF
           END-IF.
       200-WRITE-REPORT-HEADING.
           MOVE WS-SELECT-TERM TO TL-TERM.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TERM-START TO TM-TERM-START.
           MOVE WS-WEEK-OF-TERM TO TM-WEEK.
           MOVE WS-LAST-REFUND-WEEK TO TM-LAST-REFUND.
           MOVE WS-ABSENCE-LIMIT TO TM-LIMIT.
           MOVE WS-TERM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-WEEK-OF-TERM > WS-LAST-REFUND-WEEK
               MOVE WS-NO-REFUND-LINE TO REPORT-LINE
           ELSE
               COMPUTE WS-REFUND-WEEKS-LEFT =
                   WS-LAST-REFUND-WEEK - WS-WEEK-OF-TERM + 1
               MOVE WS-REFUND-WEEKS-LEFT TO RL-WEEKS-LEFT
               MOVE WS-REFUND-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      * Withdrawn enrollments fall out here, as they do off the
      * class list, and marks from before the term start or dated
      * past today are ignored.
       300-RELEASE-ENROLLMENTS-AND-MARKS.
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
                       IF CE-TERM = WS-SELECT-TERM
                           AND CE-STATUS NOT = 'W'
                           MOVE CE-COURSE-CODE TO SORT-COURSE
                           MOVE CE-SECTION TO SORT-SECTION
                           MOVE CE-STUDENT-NUMBER
                               TO SORT-STUDENT-NUMBER
                           MOVE '0' TO SORT-TYPE
                           MOVE ZERO TO SORT-CLASS-DATE
                           MOVE SPACE TO SORT-STATUS
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CE-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-ENROLLMENT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-AT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO ATTENDANCE-RECORD
               READ ATTENDANCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AT-TERM = WS-SELECT-TERM
                           AND AT-CLASS-DATE NUMERIC
                           AND AT-CLASS-DATE NOT < WS-TERM-START
                           AND AT-CLASS-DATE NOT > WS-RUN-DATE
                           MOVE AT-COURSE-CODE TO SORT-COURSE
                           MOVE AT-SECTION TO SORT-SECTION
                           MOVE AT-STUDENT-NUMBER
                               TO SORT-STUDENT-NUMBER
                           MOVE '1' TO SORT-TYPE
                           MOVE AT-CLASS-DATE TO SORT-CLASS-DATE
                           MOVE AT-STATUS TO SORT-STATUS
                           ADD 1 TO WS-MARKS-READ
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AT-FILE-STATUS = "00" OR "10"
               CLOSE ATTENDANCE-FILE
           END-IF.
       400-REPORT-EACH-SECTION.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-SECTION-OPEN.
           MOVE 'N' TO WS-STUDENT-OPEN.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 410-TAKE-UP-ONE-ROW
               END-RETURN
           END-PERFORM.
           IF WS-STUDENT-OPEN = 'Y'
               PERFORM 440-FINISH-ONE-STUDENT
           END-IF.
       410-TAKE-UP-ONE-ROW.
           IF WS-STUDENT-OPEN = 'Y'
               AND (SORT-COURSE NOT = WS-PRIOR-COURSE
                   OR SORT-SECTION NOT = WS-PRIOR-SECTION
                   OR SORT-STUDENT-NUMBER NOT = WS-PRIOR-STUDENT)
               PERFORM 440-FINISH-ONE-STUDENT
           END-IF.
           IF WS-SECTION-OPEN = 'Y'
               AND (SORT-COURSE NOT = WS-PRIOR-COURSE
                   OR SORT-SECTION NOT = WS-PRIOR-SECTION)
               MOVE 'N' TO WS-SECTION-OPEN
           END-IF.
           IF WS-SECTION-OPEN = 'N'
               PERFORM 420-OPEN-SECTION-GROUP
           END-IF.
           IF WS-STUDENT-OPEN = 'N'
               MOVE SORT-STUDENT-NUMBER TO WS-PRIOR-STUDENT
               MOVE 'N' TO WS-STUDENT-ENROLLED
               MOVE ZERO TO WS-PRESENT-COUNT
               MOVE ZERO TO WS-LATE-COUNT
               MOVE ZERO TO WS-ABSENT-COUNT
               MOVE ZERO TO WS-LAST-ATTENDED
               MOVE 'Y' TO WS-STUDENT-OPEN
           END-IF.
           IF SORT-TYPE = '0'
               MOVE 'Y' TO WS-STUDENT-ENROLLED
           ELSE
               EVALUATE SORT-STATUS
                   WHEN 'P'
                       ADD 1 TO WS-PRESENT-COUNT
                       MOVE SORT-CLASS-DATE TO WS-LAST-ATTENDED
                   WHEN 'L'
                       ADD 1 TO WS-LATE-COUNT
                       MOVE SORT-CLASS-DATE TO WS-LAST-ATTENDED
                   WHEN 'A'
                       ADD 1 TO WS-ABSENT-COUNT
               END-EVALUATE
           END-IF.
      * The section heading only goes out once the section has
      * something to show, so quiet sections stay off the report.
       420-OPEN-SECTION-GROUP.
           MOVE SORT-COURSE TO WS-PRIOR-COURSE.
           MOVE SORT-SECTION TO WS-PRIOR-SECTION.
           MOVE 'N' TO WS-SECTION-PRINTED.
           MOVE ZERO TO WS-SECTION-CLASSES.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
               IF WS-CL-COURSE(WS-CLASS-SUB) = SORT-COURSE
                   AND WS-CL-SECTION(WS-CLASS-SUB) = SORT-SECTION
                   ADD 1 TO WS-SECTION-CLASSES
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-SECTION-OPEN.
       430-PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PRIOR-COURSE TO SH-COURSE.
           MOVE WS-PRIOR-SECTION TO SH-SECTION.
           MOVE WS-SECTION-CLASSES TO SH-CLASSES.
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-SECTION-CLASSES = ZERO
               MOVE WS-UNTAKEN-LINE TO REPORT-LINE
               ADD 1 TO WS-SECTIONS-UNTAKEN
           ELSE
               MOVE WS-COLUMN-HEADING TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE 'Y' TO WS-SECTION-PRINTED.
      * Marks for a student no longer actively enrolled (withdrawn
      * since) leave no enrollment row in the group and are
      * passed over. A student with no P or L mark since the term
      * started is a no-show, whether marked absent or never marked.
       440-FINISH-ONE-STUDENT.
           MOVE 'N' TO WS-STUDENT-OPEN.
           IF WS-STUDENT-ENROLLED = 'Y'
               IF WS-SECTION-CLASSES = ZERO
                   IF WS-SECTION-PRINTED = 'N'
                       PERFORM 430-PRINT-SECTION-HEADING
                   END-IF
               ELSE
                   MOVE SPACES TO DL-FLAG
                   IF WS-PRESENT-COUNT = ZERO
                       AND WS-LATE-COUNT = ZERO
                       MOVE "NO-SHOW" TO DL-FLAG
                       ADD 1 TO WS-NO-SHOW-COUNT
                   ELSE
                       IF WS-ABSENT-COUNT > WS-ABSENCE-LIMIT
                           MOVE "OVER ABS LIMIT" TO DL-FLAG
                           ADD 1 TO WS-OVER-LIMIT-COUNT
                       END-IF
                   END-IF
                   IF DL-FLAG NOT = SPACES
                       PERFORM 450-PRINT-ONE-STUDENT
                   END-IF
               END-IF
           END-IF.
       450-PRINT-ONE-STUDENT.
           IF WS-SECTION-PRINTED = 'N'
               PERFORM 430-PRINT-SECTION-HEADING
           END-IF.
           PERFORM 460-LOOK-UP-STUDENT.
           MOVE WS-PRIOR-STUDENT TO DL-STUDENT-NUMBER.
           MOVE WS-STUDENT-NAME TO DL-NAME.
           MOVE WS-PRESENT-COUNT TO DL-PRESENT.
           MOVE WS-LATE-COUNT TO DL-LATE.
           MOVE WS-ABSENT-COUNT TO DL-ABSENT.
           IF WS-LAST-ATTENDED = ZERO
               MOVE "NEVER" TO DL-LAST-ATTENDED
           ELSE
               MOVE WS-LAST-ATTENDED TO DL-LAST-ATTENDED
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       460-LOOK-UP-STUDENT.
           MOVE "(NOT ON REGISTRATION)" TO WS-STUDENT-NAME.
           IF WS-NAME-COUNT > ZERO
               SET WS-NAME-IDX TO 1
               SEARCH WS-NAME-ENTRY
                   WHEN WS-NT-STUDENT-NUMBER(WS-NAME-IDX)
                           = WS-PRIOR-STUDENT
                       MOVE SPACES TO WS-STUDENT-NAME
                       STRING WS-NT-FIRST-NAME(WS-NAME-IDX)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-NT-LAST-NAME(WS-NAME-IDX)
                               DELIMITED BY SIZE
                           INTO WS-STUDENT-NAME
               END-SEARCH
           END-IF.
       600-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECTIONS WITH NO ATTENDANCE:" TO WS-TOTAL-LINE.
           MOVE WS-SECTIONS-UNTAKEN TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NO-SHOW STUDENTS:" TO WS-TOTAL-LINE.
           MOVE WS-NO-SHOW-COUNT TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OVER THE ABSENCE LIMIT:" TO WS-TOTAL-LINE.
           MOVE WS-OVER-LIMIT-COUNT TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

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

       END PROGRAM ATTENDANCE-EXCEPTION-RUN.
