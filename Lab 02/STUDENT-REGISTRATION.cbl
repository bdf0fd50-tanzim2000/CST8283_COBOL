      * Author:    Tanzim Ahmed Sagar
      * Date:      21.09.2022
      * Purpose:   A program that produce student records
      *            Course enrollments are refused when the student
      *            has not passed the course's prerequisites on
      *            courseprerequisites.txt (graded in an earlier term
      *            at the minimum grade or better, ranked through
      *            gradepoints.txt); a supervisor can let one through
      *            by signing with their operators.txt password and
      *            giving a reason, which is recorded on
      *            prerequisiteoverrides.txt.
      *            Run as a batch step with the MODE parameter set to
      *            IMPORT, it reads the admissions office's
      *            admissions.txt instead of prompting, puts every
      *            applicant through the same intake checks (student
      *            number, program and year, province and postal
      *            code, holds, program seats with a full program
      *            going to the waitlist), appends the good ones to
      *            studentregistration.txt and sends the rest to
      *            admissionsrejects.txt with the reason. A trailer
      *            on the rejects file gives the read, accepted,
      *            waitlisted and rejected counts against the count
      *            on the admissions trailer; a run that does not
      *            balance ends with return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../courseenrollment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EC-FILE-STATUS.
           SELECT PREREQUISITE-FILE
           ASSIGN "../courseprerequisites.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT GRADE-POINT-FILE
           ASSIGN "../gradepoints.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GP-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE
           ASSIGN "../operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.
           SELECT PREREQ-OVERRIDE-FILE
           ASSIGN "../prerequisiteoverrides.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT ADMISSIONS-FILE
           ASSIGN "../admissions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AD-FILE-STATUS.
           SELECT ADMISSIONS-REJECT-FILE
           ASSIGN "../admissionsrejects.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-FILE-STATUS.
           SELECT REGISTRATION-CHECK-FILE
           ASSIGN "../studentregistration.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-REGISTRATION-FILE.
               REPLACING ==COURSE-ENROLLMENT-RECORD==
                   BY ==ENROLLMENT-COUNT-RECORD==
                         LEADING ==CE-== BY ==EC-==.
       FD PREREQUISITE-FILE.
           COPY "COURSE-PREREQUISITE-RECORD.CPY".
       FD GRADE-POINT-FILE.
           COPY "GRADE-POINT-RECORD.CPY".
       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD.
           05 OP-OPERATOR-ID PIC X(10).
           05 OP-NAME        PIC X(20).
           05 OP-PASSWORD    PIC X(10).
           05 OP-AUTHORITY   PIC 9.
           05 OP-ACTIVE      PIC X.
           05 OP-PWD-CHANGE  PIC X.
       FD PREREQ-OVERRIDE-FILE.
           COPY "PREREQUISITE-OVERRIDE-RECORD.CPY".
       FD ADMISSIONS-FILE.
           COPY "ADMISSIONS-IMPORT-RECORD.CPY".
       FD ADMISSIONS-REJECT-FILE.
       01 ADMISSIONS-REJECT-RECORD.
           05 AR-RECORD-TYPE    PIC X.
           05 FILLER            PIC X.
           05 AR-APPLICANT-DATA PIC X(135).
           05 FILLER            PIC X.
           05 AR-REASON         PIC X(40).
       FD REGISTRATION-CHECK-FILE.
       01 REGISTRATION-CHECK-RECORD.
           05 RC-STUDENT-NUMBER PIC 9(10).
           05 FILLER            PIC X(134).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 LOOP PIC X.
       01 WS-REENTER-PROGRAM PIC X.
       01 WS-PROGRAM-FOUND PIC X.
           88 WS-PROGRAM-CODE-FOUND VALUE 'Y'.
           88 WS-PROGRAM-NOT-OFFERED VALUE 'X'.
       01 WS-REENTER-PROVINCE PIC X.
       01 WS-PROVINCE-CODE PIC X(2).
           88 WS-VALID-PROVINCE-CODE VALUES
       01 WS-DAY2-SUB PIC 9.
       01 WS-DAY-SHARED PIC X.
       01 WS-CONFLICT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PR-FILE-STATUS PIC XX.
       01 WS-GP-FILE-STATUS PIC XX.
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-TABLE-EOF PIC X.
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
      * The student's graded rows, for the prerequisite check -
      * WS-MY-ENROLLMENT-TABLE only carries what they are sitting.
       01 WS-DONE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 1 TO 60 TIMES
               DEPENDING ON WS-DONE-COUNT.
               10 WS-DN-COURSE PIC X(8).
               10 WS-DN-TERM   PIC X(5).
               10 WS-DN-GRADE  PIC X(2).
       01 WS-DONE-SUB PIC 9(2).
       01 WS-PREREQ-STATE PIC X.
           88 WS-PREREQUISITES-MET   VALUE 'Y'.
           88 WS-PREREQUISITE-REFUSED VALUE 'N'.
           88 WS-PREREQUISITE-OVERRIDDEN VALUE 'O'.
       01 WS-MISSING-PREREQ PIC X(8).
       01 WS-MISSING-MIN-GRADE PIC X(2).
       01 WS-ONE-PREREQ-MET PIC X.
       01 WS-MIN-RANK PIC 9(2).
       01 WS-GRADE-RANK PIC 9(2).
       01 WS-GRADE-PASSING PIC X.
       01 WS-TERM-WORK PIC X(5).
       01 WS-TERM-SEQ PIC 9(5).
       01 WS-TERM-YEAR PIC 9(4).
       01 WS-SEASON-RANK PIC 9.
       01 WS-ENROL-TERM-SEQ PIC 9(5).
       01 WS-OVERRIDE-ANSWER PIC X.
       01 WS-OVERRIDE-REASON PIC X(40).
       01 WS-SUP-ID-INPUT PIC X(10).
       01 WS-SUP-PASSWORD PIC X(10).
       01 WS-SUPERVISOR-OK PIC X.
       01 WS-PREREQ-REFUSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OVERRIDE-COUNT PIC 9(4) VALUE ZERO.
      * Intake appends to two data sets - the registration file and
      * the enrollment file - so both lock names are taken and
      * released.
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "INTAKE".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
      * Admissions import (MODE IMPORT batch step).
       01 WS-IMPORT-MODE PIC X VALUE 'N'.
           88 WS-IMPORT-RUN VALUE 'Y'.
       01 WS-AD-FILE-STATUS PIC XX.
       01 WS-AR-FILE-STATUS PIC XX.
       01 WS-RC-FILE-STATUS PIC XX.
       01 WS-IMPORT-EOF PIC X.
       01 WS-IMPORT-READ PIC 9(5) VALUE ZERO.
       01 WS-IMPORT-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-IMPORT-TRAILER-SEEN PIC X VALUE 'N'.
           88 WS-IMPORT-TRAILER-ON-FILE VALUE 'Y'.
       01 WS-IMPORT-SENT PIC 9(5) VALUE ZERO.
       01 WS-IMPORT-BALANCED PIC X VALUE 'Y'.
           88 WS-IMPORT-IN-BALANCE VALUE 'Y'.
       01 WS-IMPORT-REASON PIC X(40).
       01 WS-HOLD-REASON.
           05 FILLER        PIC X(7) VALUE "ACTIVE ".
           05 WS-HR-TYPE    PIC X(3).
           05 FILLER        PIC X(30) VALUE
               " HOLD ON FILE - SEE BURSAR".
       01 WS-REGISTERED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REGISTERED-TABLE.
           05 WS-REGISTERED-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-REGISTERED-COUNT.
               10 WS-RG-STUDENT-NUMBER PIC 9(10).
       01 WS-REGISTERED-SUB PIC 9(4).
       01 WS-IMPORT-TRAILER.
           05 FILLER             PIC X VALUE "T".
           05 FILLER             PIC X(6) VALUE " READ ".
           05 IT-READ            PIC 9(5).
           05 FILLER             PIC X(10) VALUE " ACCEPTED ".
           05 IT-ACCEPTED        PIC 9(5).
           05 FILLER             PIC X(12) VALUE " WAITLISTED ".
           05 IT-WAITLISTED      PIC 9(5).
           05 FILLER             PIC X(10) VALUE " REJECTED ".
           05 IT-REJECTED        PIC 9(5).
           05 FILLER             PIC X(6) VALUE " SENT ".
           05 IT-SENT            PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 IT-BALANCE         PIC X(14).
       PROCEDURE DIVISION.
       101-CREATE-REGISTRATION-FILE.
           PERFORM 201-INITIALIZE.
           IF WS-IMPORT-RUN
               PERFORM 401-IMPORT-ADMISSIONS-FILE
           ELSE
               PERFORM 202-PRODUCE-ONE-REGISTRATION-RECORD
                   UNTIL LOOP='N'OR'n'
           END-IF.
           PERFORM 203-CLOSE-FILE.
           IF WS-IMPORT-RUN AND NOT WS-IMPORT-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       201-INITIALIZE.
           MOVE "MODE" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-VALUE = "IMPORT"
               MOVE 'Y' TO WS-IMPORT-MODE
               MOVE "BATCH" TO WS-LOCK-OPERATOR
           END-IF.
           MOVE "studentregistration.txt" TO WS-LOCK-DATASET.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * An import adds to the registrations already on file.
           IF WS-IMPORT-RUN
               PERFORM 402-LOAD-REGISTERED-NUMBERS
               OPEN EXTEND STUDENT-REGISTRATION-FILE
               IF WS-FILE-STATUS = "35"
                   OPEN OUTPUT STUDENT-REGISTRATION-FILE
               END-IF
           ELSE
               OPEN OUTPUT STUDENT-REGISTRATION-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-REGISTRATION-FILE - "
                   "STATUS " WS-FILE-STATUS
           PERFORM 313-LOAD-COURSE-OFFERING-TABLE.
           PERFORM 321-COUNT-SECTION-ENROLLMENTS.
           PERFORM 318-LOAD-STUDENT-HOLD-TABLE.
           PERFORM 325-LOAD-PREREQUISITE-TABLE.
           PERFORM 326-LOAD-GRADE-POINT-TABLE.
           IF WS-IMPORT-RUN
               PERFORM 403-OPEN-IMPORT-FILES
           ELSE
               PERFORM 302-PROMPT-FOR-NEW-RECORD
           END-IF.
       202-PRODUCE-ONE-REGISTRATION-RECORD.
           MOVE 'N' TO WS-WAITLIST-THIS-STUDENT.
           PERFORM 303-OBTAIN-STUDENT-NUMBER.
               WS-SECTION-FULL-COUNT.
           DISPLAY "ENROLLMENTS REFUSED (TIME CONFLICT): "
               WS-CONFLICT-COUNT.
           DISPLAY "ENROLLMENTS REFUSED (PREREQUISITE): "
               WS-PREREQ-REFUSED-COUNT.
           DISPLAY "PREREQUISITE OVERRIDES:   " WS-OVERRIDE-COUNT.
       302-PROMPT-FOR-NEW-RECORD.
           DISPLAY "DO YOU HAVE ANY RECORD? [Y/N]".
           ACCEPT LOOP.
           PERFORM UNTIL WS-REENTER-PROGRAM = 'N'
               DISPLAY "WHAT'S THE STUDENT PROGRAM CODE?"
               ACCEPT studentProgram
               PERFORM 333-FIND-PROGRAM-FOR-YEAR
               EVALUATE TRUE
                   WHEN WS-PROGRAM-NOT-OFFERED
                       DISPLAY "PROGRAM " studentProgram
                           " IS NOT OFFERED IN " studentYear
                           " - PLEASE RE-ENTER"
                   WHEN NOT WS-PROGRAM-CODE-FOUND
                       DISPLAY "NOT A VALID PROGRAM CODE - "
                           "PLEASE RE-ENTER"
               END-EVALUATE
               IF WS-PROGRAM-CODE-FOUND
                   PERFORM 317-CHECK-SEATS-AVAILABLE
               END-IF
                   MOVE 'N' TO WS-REENTER-PROGRAM
               END-IF
           END-PERFORM.
      * Leaves WS-PROGRAM-IDX on the program's row when found; 'X'
      * means the code is on file but not offered in studentYear.
       333-FIND-PROGRAM-FOR-YEAR.
           MOVE 'N' TO WS-PROGRAM-FOUND.
           SET WS-PROGRAM-IDX TO 1.
           SEARCH WS-PROGRAM-ENTRY
               WHEN WS-PC-CODE(WS-PROGRAM-IDX) = studentProgram
                   IF studentYear NOT <
                           WS-PC-FIRST-YEAR(WS-PROGRAM-IDX)
                       AND studentYear NOT >
                           WS-PC-LAST-YEAR(WS-PROGRAM-IDX)
                       MOVE 'Y' TO WS-PROGRAM-FOUND
                   ELSE
                       MOVE 'X' TO WS-PROGRAM-FOUND
                   END-IF
           END-SEARCH.
       317-CHECK-SEATS-AVAILABLE.
           IF WS-PC-NO-LIMIT(WS-PROGRAM-IDX) = 'Y'
               ADD 1 TO WS-ACCEPTED-COUNT
           PERFORM UNTIL WS-REENTER-POSTAL = 'N'
               DISPLAY "POSTAL CODE (FORMAT A9A 9A9)?"
               ACCEPT postalCode
               PERFORM 334-CHECK-POSTAL-CODE
               IF WS-POSTAL-CODE-OK
                   MOVE 'N' TO WS-REENTER-POSTAL
               ELSE
                       "PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
       334-CHECK-POSTAL-CODE.
           INSPECT postalCode
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 'Y' TO WS-POSTAL-VALID.
           IF postalCode(1:1) NOT ALPHABETIC
               OR postalCode(2:1) NOT NUMERIC
               OR postalCode(3:1) NOT ALPHABETIC
               OR postalCode(4:1) NOT = SPACE
               OR postalCode(5:1) NOT NUMERIC
               OR postalCode(6:1) NOT ALPHABETIC
               OR postalCode(7:1) NOT NUMERIC
               MOVE 'N' TO WS-POSTAL-VALID
           END-IF.
       308-WRITE-STUDENT-RECORD.
           MOVE 'A' TO enrollmentStatus.
           ACCEPT statusEffectiveDate FROM DATE YYYYMMDD.
                   SET WS-CAND-SUB TO WS-OFFERING-IDX
                   PERFORM 315-CHECK-TIMETABLE-CONFLICT
               END-IF
               MOVE 'Y' TO WS-PREREQ-STATE
               IF WS-OFFERING-ON-FILE
                   AND NOT WS-TIMETABLE-CONFLICT
                   AND (WS-CO-NO-LIMIT(WS-CAND-SUB) = 'Y'
                       OR WS-CO-ENROLLED(WS-CAND-SUB)
                           < WS-CO-SEATS(WS-CAND-SUB))
                   PERFORM 327-CHECK-PREREQUISITES
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-OFFERING-ON-FILE
                       DISPLAY "NOT A VALID COURSE/SECTION/TERM "
                           WS-CO-SEATS(WS-CAND-SUB)
                           " SEATS) - NOT ENROLLED"
                       ADD 1 TO WS-SECTION-FULL-COUNT
                   WHEN WS-PREREQUISITE-REFUSED
                       DISPLAY "PREREQUISITE NOT MET - "
                           WS-ENROL-COURSE " NEEDS " WS-MISSING-PREREQ
                           " - NOT ENROLLED"
                       ADD 1 TO WS-PREREQ-REFUSED-COUNT
                   WHEN OTHER
                       MOVE SPACES TO COURSE-ENROLLMENT-RECORD
                       MOVE studentNumber TO CE-STUDENT-NUMBER
                       DISPLAY "ENROLLED IN " WS-ENROL-COURSE
                           " SECTION " WS-ENROL-SECTION " TERM "
                           WS-ENROL-TERM
                       IF WS-PREREQUISITE-OVERRIDDEN
                           PERFORM 331-WRITE-OVERRIDE-RECORD
                       END-IF
               END-EVALUATE
               DISPLAY "ENROL IN ANOTHER COURSE? [Y/N]"
               ACCEPT WS-ENROL-MORE
           END-IF.
       322-LOAD-MY-ENROLLMENTS.
           MOVE ZERO TO WS-MY-COUNT.
           MOVE ZERO TO WS-DONE-COUNT.
           MOVE 'N' TO WS-COUNT-EOF.
           OPEN INPUT ENROLLMENT-COUNT-FILE.
           IF WS-EC-FILE-STATUS NOT = "00"
                               MOVE EC-TERM
                                   TO WS-MY-TERM(WS-MY-COUNT)
                           END-IF
                           IF EC-GRADE NOT = SPACES
                               AND WS-DONE-COUNT < 60
                               ADD 1 TO WS-DONE-COUNT
                               MOVE EC-COURSE-CODE
                                   TO WS-DN-COURSE(WS-DONE-COUNT)
                               MOVE EC-TERM
                                   TO WS-DN-TERM(WS-DONE-COUNT)
                               MOVE EC-GRADE
                                   TO WS-DN-GRADE(WS-DONE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               END-IF
           END-PERFORM.

       325-LOAD-PREREQUISITE-TABLE.
           MOVE 'N' TO WS-TABLE-EOF.
           OPEN INPUT PREREQUISITE-FILE.
           IF WS-PR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-TABLE-EOF
           END-IF.
           PERFORM UNTIL WS-TABLE-EOF = 'Y'
               MOVE SPACES TO COURSE-PREREQUISITE-RECORD
               READ PREREQUISITE-FILE
                   AT END MOVE 'Y' TO WS-TABLE-EOF
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
       326-LOAD-GRADE-POINT-TABLE.
           MOVE 'N' TO WS-TABLE-EOF.
           OPEN INPUT GRADE-POINT-FILE.
           IF WS-GP-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-TABLE-EOF
           END-IF.
           PERFORM UNTIL WS-TABLE-EOF = 'Y'
               MOVE SPACES TO GRADE-POINT-RECORD
               READ GRADE-POINT-FILE
                   AT END MOVE 'Y' TO WS-TABLE-EOF
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
      * Every prerequisite row for the course has to be satisfied by
      * one of the student's graded rows from an earlier term; the
      * first one that is not stops the enrollment unless a
      * supervisor overrides it.
       327-CHECK-PREREQUISITES.
           MOVE SPACES TO WS-MISSING-PREREQ.
           MOVE WS-ENROL-TERM TO WS-TERM-WORK.
           PERFORM 332-WORK-OUT-TERM-SEQUENCE.
           MOVE WS-TERM-SEQ TO WS-ENROL-TERM-SEQ.
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
                       OR WS-MISSING-PREREQ NOT = SPACES
               IF WS-PR-COURSE(WS-PREREQ-SUB) = WS-ENROL-COURSE
                   PERFORM 328-CHECK-ONE-PREREQUISITE
                   IF WS-ONE-PREREQ-MET = 'N'
                       MOVE WS-PR-PREREQ(WS-PREREQ-SUB)
                           TO WS-MISSING-PREREQ
                       MOVE WS-PR-MIN-GRADE(WS-PREREQ-SUB)
                           TO WS-MISSING-MIN-GRADE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MISSING-PREREQ NOT = SPACES
               PERFORM 329-REQUEST-PREREQ-OVERRIDE
           END-IF.
       328-CHECK-ONE-PREREQUISITE.
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
                   UNTIL WS-DONE-SUB > WS-DONE-COUNT
               IF WS-DN-COURSE(WS-DONE-SUB)
                       = WS-PR-PREREQ(WS-PREREQ-SUB)
                   MOVE WS-DN-TERM(WS-DONE-SUB) TO WS-TERM-WORK
                   PERFORM 332-WORK-OUT-TERM-SEQUENCE
                   MOVE ZERO TO WS-GRADE-RANK
                   MOVE 'N' TO WS-GRADE-PASSING
                   IF WS-GRADE-COUNT > ZERO
                       SET WS-GRADE-IDX TO 1
                       SEARCH WS-GRADE-ENTRY
                           WHEN WS-GP-LETTER(WS-GRADE-IDX)
                                   = WS-DN-GRADE(WS-DONE-SUB)
                               MOVE WS-GP-RANK(WS-GRADE-IDX)
                                   TO WS-GRADE-RANK
                               MOVE WS-GP-PASSING(WS-GRADE-IDX)
                                   TO WS-GRADE-PASSING
                       END-SEARCH
                   END-IF
                   IF WS-TERM-SEQ < WS-ENROL-TERM-SEQ
                       AND WS-GRADE-PASSING = 'Y'
                       AND WS-GRADE-RANK NOT < WS-MIN-RANK
                       MOVE 'Y' TO WS-ONE-PREREQ-MET
                   END-IF
               END-IF
           END-PERFORM.
       329-REQUEST-PREREQ-OVERRIDE.
           MOVE 'N' TO WS-PREREQ-STATE.
           IF WS-MISSING-MIN-GRADE = SPACES
               DISPLAY WS-ENROL-COURSE " REQUIRES A PASS IN "
                   WS-MISSING-PREREQ " - NOT ON THIS STUDENT'S RECORD"
           ELSE
               DISPLAY WS-ENROL-COURSE " REQUIRES " WS-MISSING-PREREQ
                   " AT " WS-MISSING-MIN-GRADE " OR BETTER - NOT ON "
                   "THIS STUDENT'S RECORD"
           END-IF.
           DISPLAY "SUPERVISOR OVERRIDE? [Y/N]".
           ACCEPT WS-OVERRIDE-ANSWER.
           IF WS-OVERRIDE-ANSWER = 'Y' OR WS-OVERRIDE-ANSWER = 'y'
               PERFORM 330-AUTHENTICATE-SUPERVISOR
               IF WS-SUPERVISOR-OK = 'Y'
                   DISPLAY "OVERRIDE REASON?"
                   ACCEPT WS-OVERRIDE-REASON
                   IF WS-OVERRIDE-REASON = SPACES
                       DISPLAY "AN OVERRIDE NEEDS A REASON"
                   ELSE
                       MOVE 'O' TO WS-PREREQ-STATE
                   END-IF
               END-IF
           END-IF.
      * The override is signed by a supervisor (authority 3) with
      * their own operators.txt password, whoever is keying intake.
       330-AUTHENTICATE-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-OK.
           DISPLAY "SUPERVISOR OPERATOR ID:".
           ACCEPT WS-SUP-ID-INPUT.
           DISPLAY "PASSWORD:".
           ACCEPT WS-SUP-PASSWORD.
           MOVE 'N' TO WS-TABLE-EOF.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OP-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
                   WS-OP-FILE-STATUS
               MOVE 'Y' TO WS-TABLE-EOF
           END-IF.
           PERFORM UNTIL WS-TABLE-EOF = 'Y'
               MOVE SPACES TO OPERATOR-MASTER-RECORD
               READ OPERATOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-TABLE-EOF
                   NOT AT END
                       IF OP-OPERATOR-ID = WS-SUP-ID-INPUT
                           AND OP-ACTIVE = 'A'
                           AND OP-PASSWORD = WS-SUP-PASSWORD
                           AND OP-AUTHORITY = 3
                           MOVE 'Y' TO WS-SUPERVISOR-OK
                           MOVE 'Y' TO WS-TABLE-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OP-FILE-STATUS = "00" OR "10"
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           IF WS-SUPERVISOR-OK NOT = 'Y'
               DISPLAY "SUPERVISOR SIGN-ON FAILED"
           END-IF.
       331-WRITE-OVERRIDE-RECORD.
           OPEN EXTEND PREREQ-OVERRIDE-FILE.
           IF WS-PO-FILE-STATUS = "35"
               OPEN OUTPUT PREREQ-OVERRIDE-FILE
           END-IF.
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT RECORD THE OVERRIDE - STATUS "
                   WS-PO-FILE-STATUS
           ELSE
               MOVE SPACES TO PREREQUISITE-OVERRIDE-RECORD
               ACCEPT PO-DATE FROM DATE YYYYMMDD
               ACCEPT PO-TIME FROM TIME
               MOVE studentNumber TO PO-STUDENT-NUMBER
               MOVE WS-ENROL-COURSE TO PO-COURSE-CODE
               MOVE WS-ENROL-SECTION TO PO-SECTION
               MOVE WS-ENROL-TERM TO PO-TERM
               MOVE WS-MISSING-PREREQ TO PO-PREREQ-CODE
               MOVE WS-SUP-ID-INPUT TO PO-SUPERVISOR
               MOVE WS-OVERRIDE-REASON TO PO-REASON
               WRITE PREREQUISITE-OVERRIDE-RECORD
               CLOSE PREREQ-OVERRIDE-FILE
               ADD 1 TO WS-OVERRIDE-COUNT
               DISPLAY "PREREQUISITE OVERRIDE RECORDED FOR "
                   WS-SUP-ID-INPUT
           END-IF.
      * Term codes are the year plus a season letter (W winter,
      * S summer, F fall); they compare as year * 10 plus the
      * season's place in the year. Anything else comes back zero.
       332-WORK-OUT-TERM-SEQUENCE.
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

      * The admissions import. Numbers already registered are
      * loaded before the registration file opens for EXTEND so a
      * file sent twice cannot register anybody twice.
       402-LOAD-REGISTERED-NUMBERS.
           MOVE 'N' TO WS-TABLE-EOF.
           OPEN INPUT REGISTRATION-CHECK-FILE.
           IF WS-RC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-TABLE-EOF
           END-IF.
           PERFORM UNTIL WS-TABLE-EOF = 'Y'
               MOVE SPACES TO REGISTRATION-CHECK-RECORD
               READ REGISTRATION-CHECK-FILE
                   AT END MOVE 'Y' TO WS-TABLE-EOF
                   NOT AT END
                       IF WS-REGISTERED-COUNT < 2000
                           ADD 1 TO WS-REGISTERED-COUNT
                           MOVE RC-STUDENT-NUMBER TO
                               WS-RG-STUDENT-NUMBER(WS-REGISTERED-COUNT)
                       ELSE
                           DISPLAY 'REGISTERED NUMBER TABLE FULL - '
                               'DROPPED: ' RC-STUDENT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RC-FILE-STATUS = "00" OR "10"
               CLOSE REGISTRATION-CHECK-FILE
           END-IF.
       403-OPEN-IMPORT-FILES.
           OPEN INPUT ADMISSIONS-FILE.
           IF WS-AD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ADMISSIONS-FILE - STATUS "
                   WS-AD-FILE-STATUS
               CLOSE STUDENT-REGISTRATION-FILE
               CLOSE COURSE-ENROLLMENT-FILE
               CLOSE WAITLIST-FILE
               PERFORM 975-RELEASE-ALL-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ADMISSIONS-REJECT-FILE.
           IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ADMISSIONS-REJECT-FILE - "
                   "STATUS " WS-AR-FILE-STATUS
               CLOSE ADMISSIONS-FILE
               CLOSE STUDENT-REGISTRATION-FILE
               CLOSE COURSE-ENROLLMENT-FILE
               CLOSE WAITLIST-FILE
               PERFORM 975-RELEASE-ALL-LOCKS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       401-IMPORT-ADMISSIONS-FILE.
           MOVE 'N' TO WS-IMPORT-EOF.
           PERFORM UNTIL WS-IMPORT-EOF = 'Y'
               MOVE SPACES TO ADMISSIONS-RECORD
               READ ADMISSIONS-FILE
                   AT END MOVE 'Y' TO WS-IMPORT-EOF
                   NOT AT END
                       IF AD-TRAILER
                           MOVE 'Y' TO WS-IMPORT-TRAILER-SEEN
                           IF AD-TRAILER-COUNT-X NUMERIC
                               MOVE AD-TRAILER-COUNT TO WS-IMPORT-SENT
                           END-IF
                       ELSE
                           ADD 1 TO WS-IMPORT-READ
                           PERFORM 410-IMPORT-ONE-APPLICANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADMISSIONS-FILE.
           PERFORM 430-WRITE-IMPORT-TRAILER.
           CLOSE ADMISSIONS-REJECT-FILE.
       410-IMPORT-ONE-APPLICANT.
           MOVE SPACES TO STUDENT-RECORD.
           PERFORM 420-VALIDATE-APPLICANT.
           IF WS-IMPORT-REASON NOT = SPACES
               PERFORM 425-WRITE-IMPORT-REJECT
           ELSE
               MOVE AD-TITLE TO titleOfRespect
               MOVE AD-FIRST-NAME TO firstName
               MOVE AD-INITIAL TO initialName
               MOVE AD-LAST-NAME TO lastName
               MOVE AD-STREET-ADDRESS TO streetAddress
               MOVE AD-CITY TO cityName
               MOVE WS-PROVINCE-CODE TO province
               IF WS-PC-NO-LIMIT(WS-PROGRAM-IDX) = 'Y'
                   OR WS-PC-SEATS(WS-PROGRAM-IDX) > ZERO
                   IF WS-PC-NO-LIMIT(WS-PROGRAM-IDX) = 'N'
                       SUBTRACT 1 FROM WS-PC-SEATS(WS-PROGRAM-IDX)
                   END-IF
                   ADD 1 TO WS-ACCEPTED-COUNT
                   PERFORM 308-WRITE-STUDENT-RECORD
               ELSE
                   ADD 1 TO WS-WAITLISTED-COUNT
                   PERFORM 315-WRITE-WAITLIST-RECORD
               END-IF
               IF WS-REGISTERED-COUNT < 2000
                   ADD 1 TO WS-REGISTERED-COUNT
                   MOVE studentNumber
                       TO WS-RG-STUDENT-NUMBER(WS-REGISTERED-COUNT)
               END-IF
           END-IF.
      * The same checks the prompts make, in the order they are
      * keyed; the first one that fails is the reject reason.
       420-VALIDATE-APPLICANT.
           MOVE SPACES TO WS-IMPORT-REASON.
           IF NOT AD-DETAIL
               MOVE "NOT A D OR T RECORD" TO WS-IMPORT-REASON
           END-IF.
           IF WS-IMPORT-REASON = SPACES
               IF AD-STUDENT-NUMBER-X NOT NUMERIC
                   OR AD-STUDENT-NUMBER = ZERO
                   MOVE "STUDENT NUMBER NOT 10 DIGITS"
                       TO WS-IMPORT-REASON
               ELSE
                   MOVE AD-STUDENT-NUMBER TO studentNumber
                   PERFORM 421-CHECK-ALREADY-REGISTERED
               END-IF
           END-IF.
           IF WS-IMPORT-REASON = SPACES
               IF AD-YEAR-X NOT NUMERIC
                   MOVE "STUDENT YEAR NOT NUMERIC" TO WS-IMPORT-REASON
               ELSE
                   MOVE AD-YEAR TO studentYear
                   MOVE AD-PROGRAM TO studentProgram
                   PERFORM 333-FIND-PROGRAM-FOR-YEAR
                   EVALUATE TRUE
                       WHEN WS-PROGRAM-NOT-OFFERED
                           MOVE "PROGRAM NOT OFFERED IN THE YEAR"
                               TO WS-IMPORT-REASON
                       WHEN NOT WS-PROGRAM-CODE-FOUND
                           MOVE "NOT A VALID PROGRAM CODE"
                               TO WS-IMPORT-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-IMPORT-REASON = SPACES
               MOVE AD-PROVINCE(1:2) TO WS-PROVINCE-CODE
               INSPECT WS-PROVINCE-CODE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF NOT WS-VALID-PROVINCE-CODE
                   OR AD-PROVINCE(3:13) NOT = SPACES
                   MOVE "NOT A VALID CANADIAN PROVINCE CODE"
                       TO WS-IMPORT-REASON
               END-IF
           END-IF.
           IF WS-IMPORT-REASON = SPACES
               MOVE AD-POSTAL-CODE TO postalCode
               PERFORM 334-CHECK-POSTAL-CODE
               IF NOT WS-POSTAL-CODE-OK
                   MOVE "POSTAL CODE MUST MATCH A9A 9A9"
                       TO WS-IMPORT-REASON
               END-IF
           END-IF.
           IF WS-IMPORT-REASON = SPACES
               PERFORM 319-CHECK-FOR-ACTIVE-HOLD
               IF WS-HOLD-FOUND-SUB > ZERO
                   MOVE WS-HL-TYPE(WS-HOLD-FOUND-SUB) TO WS-HR-TYPE
                   MOVE WS-HOLD-REASON TO WS-IMPORT-REASON
               END-IF
           END-IF.
       421-CHECK-ALREADY-REGISTERED.
           PERFORM VARYING WS-REGISTERED-SUB FROM 1 BY 1
                   UNTIL WS-REGISTERED-SUB > WS-REGISTERED-COUNT
               IF WS-RG-STUDENT-NUMBER(WS-REGISTERED-SUB)
                       = studentNumber
                   MOVE "STUDENT NUMBER ALREADY REGISTERED"
                       TO WS-IMPORT-REASON
               END-IF
           END-PERFORM.
       425-WRITE-IMPORT-REJECT.
           ADD 1 TO WS-IMPORT-REJECTED.
           MOVE SPACES TO ADMISSIONS-REJECT-RECORD.
           MOVE "R" TO AR-RECORD-TYPE.
           MOVE AD-APPLICANT-DATA TO AR-APPLICANT-DATA.
           MOVE WS-IMPORT-REASON TO AR-REASON.
           WRITE ADMISSIONS-REJECT-RECORD.
       430-WRITE-IMPORT-TRAILER.
           IF WS-IMPORT-READ NOT = WS-ACCEPTED-COUNT
                   + WS-WAITLISTED-COUNT + WS-IMPORT-REJECTED
               OR NOT WS-IMPORT-TRAILER-ON-FILE
               OR WS-IMPORT-SENT NOT = WS-IMPORT-READ
               MOVE 'N' TO WS-IMPORT-BALANCED
           END-IF.
           MOVE WS-IMPORT-READ TO IT-READ.
           MOVE WS-ACCEPTED-COUNT TO IT-ACCEPTED.
           MOVE WS-WAITLISTED-COUNT TO IT-WAITLISTED.
           MOVE WS-IMPORT-REJECTED TO IT-REJECTED.
           IF WS-IMPORT-TRAILER-ON-FILE
               MOVE WS-IMPORT-SENT TO IT-SENT
           ELSE
               MOVE "NONE" TO IT-SENT
           END-IF.
           IF WS-IMPORT-IN-BALANCE
               MOVE "BALANCED" TO IT-BALANCE
           ELSE
               MOVE "OUT OF BALANCE" TO IT-BALANCE
           END-IF.
           WRITE ADMISSIONS-REJECT-RECORD FROM WS-IMPORT-TRAILER.
           DISPLAY "==== ADMISSIONS IMPORT CONTROL TOTALS ====".
           DISPLAY "APPLICANTS READ:      " WS-IMPORT-READ.
           DISPLAY "APPLICANTS SENT:      " IT-SENT.
           DISPLAY "APPLICANTS REJECTED:  " WS-IMPORT-REJECTED.
           DISPLAY "IMPORT " IT-BALANCE.

      * Batch steps hand their console answers through the
      * BATCH-STEP-PARMS area; run standalone the area is empty and
      * the program prompts as it always did.
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
      * Updates run under the data-set lock named in
      * WS-LOCK-DATASET (DATA-SET-LOCK) so intake and the
      * promotion, maintenance or grading runs can never interleave
