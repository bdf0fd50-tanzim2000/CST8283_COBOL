      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Class attendance capture - the instructor picks a
      *            course, section and term (the same selection
      *            GRADE-ENTRY uses), keys the class date, and marks
      *            each active enrolled student on courseenrollment.txt
      *            (CE-STATUS not W) present, late or absent into
      *            attendance.txt, stamped with the entered-by
      *            operator and date. Re-keying a class date replaces
      *            that date's marks instead of stacking a second set.
      *            The section must be on courseofferings.txt, and a
      *            date that is not one of the section's CO-MEET-DAYS
      *            is only taken once the instructor confirms it was a
      *            make-up class. The attendance file is rewritten
      *            once at the end of the session under its data-set
      *            lock. The operator comes from OPERATOR-SIGNON.CPY
      *            when called off the menu, with the usual standalone
      *            prompt fallback.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-ENROLLMENT-FILE
           ASSIGN "../courseenrollment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CE-FILE-STATUS.
           SELECT COURSE-OFFERING-FILE
           ASSIGN "../courseofferings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CO-FILE-STATUS.
           SELECT ATTENDANCE-FILE
           ASSIGN "../attendance.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-ENROLLMENT-FILE.
           COPY "COURSE-ENROLLMENT-RECORD.CPY".
       FD COURSE-OFFERING-FILE.
           COPY "COURSE-OFFERING-RECORD.CPY".
       FD ATTENDANCE-FILE.
           COPY "ATTENDANCE-RECORD.CPY".
       WORKING-STORAGE SECTION.
           COPY "OPERATOR-SIGNON.CPY".
       01 WS-CE-FILE-STATUS PIC XX.
       01 WS-CO-FILE-STATUS PIC XX.
       01 WS-AT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RECORD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RECORD-TABLE.
           05 WS-RECORD-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-RECORD-COUNT.
               10 WS-RT-DATA PIC X(60).
       01 WS-RECORD-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-OFFERING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OFFERING-TABLE.
           05 WS-OFFERING-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-OFFERING-COUNT
               INDEXED BY WS-OFFERING-IDX.
               10 WS-OF-COURSE    PIC X(8).
               10 WS-OF-SECTION   PIC X(3).
               10 WS-OF-TERM      PIC X(5).
               10 WS-OF-MEET-DAYS PIC X(7).
       01 WS-ATTEND-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ATTEND-TABLE.
           05 WS-ATTEND-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-ATTEND-COUNT.
               10 WS-AT-DATA PIC X(60).
       01 WS-ATTEND-SUB PIC 9(4).
       01 WS-ATTEND-FOUND-SUB PIC 9(4).
       01 WS-ATTEND-OVERFLOW PIC X VALUE 'N'.
           88 WS-ATTEND-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-SELECT-COURSE PIC X(8).
       01 WS-SELECT-SECTION PIC X(3).
       01 WS-SELECT-TERM PIC X(5).
       01 WS-SELECT-MEET-DAYS PIC X(7).
       01 WS-OFFERING-FOUND PIC X.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-INPUT.
           05 WS-DATE-YEAR  PIC 9(4).
           05 WS-DATE-MONTH PIC 9(2).
           05 WS-DATE-DAY   PIC 9(2).
       01 WS-CLASS-DATE PIC 9(8).
       01 WS-DATE-OK PIC X.
       01 WS-DAY-WORK PIC 9(7).
       01 WS-DAY-QUOTIENT PIC 9(7).
       01 WS-DAY-REMAINDER PIC 9.
       01 WS-DAY-LETTERS PIC X(7) VALUE "MTWRFSU".
       01 WS-CLASS-DAY PIC X.
       01 WS-DAY-TALLY PIC 9.
       01 WS-MAKE-UP-ANSWER PIC X.
       01 WS-MARK-INPUT PIC X.
       01 WS-MARK-OK PIC X.
       01 WS-OLD-MARK PIC X.
       01 WS-SECTION-MORE PIC X VALUE 'Y'.
       01 WS-ROWS-IN-SECTION PIC 9(3).
       01 WS-MARKS-ENTERED PIC 9(5) VALUE ZERO.
       01 WS-MARKS-CHANGED PIC 9(5) VALUE ZERO.
       01 WS-ABSENCES-ENTERED PIC 9(5) VALUE ZERO.
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-LOCK-DATASET PIC X(30) VALUE "attendance.txt".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "ATTENDANCE-ENTRY".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF SO-OPERATOR-ID = SPACES OR SO-OPERATOR-ID = LOW-VALUES
               DISPLAY "ENTER YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
           ELSE
               MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-ENROLLMENT-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "ENROLLMENT FILE HAS MORE RECORDS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NO ATTENDANCE TAKEN"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RECORD-COUNT = ZERO
               DISPLAY "NO ENROLLMENT RECORDS ON FILE"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               GOBACK
           END-IF.
           PERFORM 110-LOAD-OFFERING-TABLE.
           PERFORM 120-LOAD-ATTENDANCE-TABLE.
           IF WS-ATTEND-TABLE-OVERFLOWED
               DISPLAY "ATTENDANCE FILE HAS MORE RECORDS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NO ATTENDANCE TAKEN AND"
               DISPLAY "THE FILE WAS NOT TOUCHED"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-TAKE-ONE-CLASS
               UNTIL WS-SECTION-MORE = 'N' OR WS-SECTION-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-ATTENDANCE-FILE
               DISPLAY "ATTENDANCE FILE REWRITTEN"
           ELSE
               DISPLAY "NO ATTENDANCE TAKEN - FILE LEFT AS IT WAS"
           END-IF.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "MARKS ENTERED:   " WS-MARKS-ENTERED.
           DISPLAY "MARKS CHANGED:   " WS-MARKS-CHANGED.
           DISPLAY "ABSENCES MARKED: " WS-ABSENCES-ENTERED.
           GOBACK.
       100-LOAD-ENROLLMENT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           IF WS-CE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE-ENROLLMENT-FILE - "
                   "STATUS " WS-CE-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO COURSE-ENROLLMENT-RECORD
               READ COURSE-ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RECORD-COUNT < 500
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE COURSE-ENROLLMENT-RECORD
                               TO WS-RT-DATA(WS-RECORD-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-ENROLLMENT-FILE.
       110-LOAD-OFFERING-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COURSE-OFFERING-FILE.
           IF WS-CO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE-OFFERING-FILE - STATUS "
                   WS-CO-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO COURSE-OFFERING-RECORD
               READ COURSE-OFFERING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-OFFERING-COUNT < 300
                           ADD 1 TO WS-OFFERING-COUNT
                           MOVE CO-COURSE-CODE
                               TO WS-OF-COURSE(WS-OFFERING-COUNT)
                           MOVE CO-SECTION
                               TO WS-OF-SECTION(WS-OFFERING-COUNT)
                           MOVE CO-TERM
                               TO WS-OF-TERM(WS-OFFERING-COUNT)
                           MOVE CO-MEET-DAYS
                               TO WS-OF-MEET-DAYS(WS-OFFERING-COUNT)
                       ELSE
                           DISPLAY 'OFFERING TABLE FULL - DROPPED: '
                               CO-COURSE-CODE " " CO-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CO-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-OFFERING-FILE
           END-IF.
      * A missing attendance file is the first session ever - it
      * starts empty and is created at the rewrite.
       120-LOAD-ATTENDANCE-TABLE.
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
                       IF WS-ATTEND-COUNT < 5000
                           ADD 1 TO WS-ATTEND-COUNT
                           MOVE ATTENDANCE-RECORD
                               TO WS-AT-DATA(WS-ATTEND-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ATTEND-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AT-FILE-STATUS = "00" OR "10"
               CLOSE ATTENDANCE-FILE
           END-IF.
       200-TAKE-ONE-CLASS.
           DISPLAY "COURSE CODE?".
           ACCEPT WS-SELECT-COURSE.
           DISPLAY "SECTION (e.g. 010)?".
           ACCEPT WS-SELECT-SECTION.
           DISPLAY "TERM (e.g. 2026F)?".
           ACCEPT WS-SELECT-TERM.
           PERFORM 210-FIND-OFFERING.
           IF WS-OFFERING-FOUND = 'N'
               DISPLAY "NO OFFERING FOR THAT COURSE/SECTION/TERM ON "
                   "courseofferings.txt"
           ELSE
               PERFORM 220-ACCEPT-CLASS-DATE
               IF WS-DATE-OK = 'Y'
                   MOVE ZERO TO WS-ROWS-IN-SECTION
                   PERFORM VARYING WS-RECORD-SUB FROM 1 BY 1
                           UNTIL WS-RECORD-SUB > WS-RECORD-COUNT
                       MOVE WS-RT-DATA(WS-RECORD-SUB)
                           TO COURSE-ENROLLMENT-RECORD
                       IF CE-COURSE-CODE = WS-SELECT-COURSE
                           AND CE-SECTION = WS-SELECT-SECTION
                           AND CE-TERM = WS-SELECT-TERM
                           AND CE-STATUS NOT = 'W'
                           ADD 1 TO WS-ROWS-IN-SECTION
                           PERFORM 300-CAPTURE-ONE-MARK
                       END-IF
                   END-PERFORM
                   IF WS-ROWS-IN-SECTION = ZERO
                       DISPLAY "NO ENROLLMENTS FOR THAT COURSE/"
                           "SECTION/TERM"
                   END-IF
               END-IF
           END-IF.
           DISPLAY "TAKE ATTENDANCE FOR ANOTHER CLASS? [Y/N]".
           ACCEPT WS-SECTION-MORE.
       210-FIND-OFFERING.
           MOVE 'N' TO WS-OFFERING-FOUND.
           MOVE SPACES TO WS-SELECT-MEET-DAYS.
           IF WS-OFFERING-COUNT > ZERO
               SET WS-OFFERING-IDX TO 1
               SEARCH WS-OFFERING-ENTRY
                   WHEN WS-OF-COURSE(WS-OFFERING-IDX)
                           = WS-SELECT-COURSE
                       AND WS-OF-SECTION(WS-OFFERING-IDX)
                           = WS-SELECT-SECTION
                       AND WS-OF-TERM(WS-OFFERING-IDX)
                           = WS-SELECT-TERM
                       MOVE 'Y' TO WS-OFFERING-FOUND
                       MOVE WS-OF-MEET-DAYS(WS-OFFERING-IDX)
                           TO WS-SELECT-MEET-DAYS
               END-SEARCH
           END-IF.
      * Day 1 of the INTEGER-OF-DATE epoch was a Monday, so the
      * remainder base-7 picks the day letter out of MTWRFSU - the
      * same letters CO-MEET-DAYS holds. A section with no meeting
      * days on file takes any date.
       220-ACCEPT-CLASS-DATE.
           MOVE 'N' TO WS-DATE-OK.
           DISPLAY "CLASS DATE (YYYYMMDD)?".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT NOT NUMERIC
               OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
               DISPLAY "CLASS DATE MUST BE A YYYYMMDD DATE - NO "
                   "ATTENDANCE TAKEN"
           ELSE
               MOVE WS-DATE-INPUT TO WS-CLASS-DATE
               IF WS-CLASS-DATE > WS-RUN-DATE
                   DISPLAY "CLASS DATE IS IN THE FUTURE - NO "
                       "ATTENDANCE TAKEN"
               ELSE
                   MOVE 'Y' TO WS-DATE-OK
                   COMPUTE WS-DAY-WORK =
                       FUNCTION INTEGER-OF-DATE(WS-CLASS-DATE)
                   SUBTRACT 1 FROM WS-DAY-WORK
                   DIVIDE WS-DAY-WORK BY 7 GIVING WS-DAY-QUOTIENT
                       REMAINDER WS-DAY-REMAINDER
                   MOVE WS-DAY-LETTERS(WS-DAY-REMAINDER + 1:1)
                       TO WS-CLASS-DAY
                   MOVE ZERO TO WS-DAY-TALLY
                   INSPECT WS-SELECT-MEET-DAYS
                       TALLYING WS-DAY-TALLY FOR ALL WS-CLASS-DAY
                   IF WS-SELECT-MEET-DAYS NOT = SPACES
                       AND WS-DAY-TALLY = ZERO
                       DISPLAY WS-CLASS-DATE " IS A '" WS-CLASS-DAY
                           "' DAY - THE SECTION MEETS "
                           WS-SELECT-MEET-DAYS
                       DISPLAY "RECORD IT AS A MAKE-UP CLASS? [Y/N]"
                       ACCEPT WS-MAKE-UP-ANSWER
                       IF WS-MAKE-UP-ANSWER NOT = 'Y'
                           AND WS-MAKE-UP-ANSWER NOT = 'y'
                           MOVE 'N' TO WS-DATE-OK
                           DISPLAY "NO ATTENDANCE TAKEN"
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * P present, L late, A absent. Blank takes present on a new
      * mark and keeps the mark already there on a re-key; a
      * changed mark counts as a change, not a second entry.
       300-CAPTURE-ONE-MARK.
           PERFORM 310-FIND-ATTENDANCE-ROW.
           MOVE 'N' TO WS-MARK-OK.
           PERFORM UNTIL WS-MARK-OK = 'Y'
               IF WS-ATTEND-FOUND-SUB = ZERO
                   DISPLAY "STUDENT " CE-STUDENT-NUMBER
                       " - P/L/A (BLANK = PRESENT)?"
               ELSE
                   DISPLAY "STUDENT " CE-STUDENT-NUMBER
                       " - MARKED " WS-OLD-MARK
                       " - P/L/A (BLANK TO KEEP)?"
               END-IF
               MOVE SPACE TO WS-MARK-INPUT
               ACCEPT WS-MARK-INPUT
               INSPECT WS-MARK-INPUT
                   CONVERTING "pla" TO "PLA"
               IF WS-MARK-INPUT = SPACE
                   IF WS-ATTEND-FOUND-SUB = ZERO
                       MOVE 'P' TO WS-MARK-INPUT
                   ELSE
                       MOVE WS-OLD-MARK TO WS-MARK-INPUT
                   END-IF
               END-IF
               IF WS-MARK-INPUT = 'P' OR 'L' OR 'A'
                   MOVE 'Y' TO WS-MARK-OK
               ELSE
                   DISPLAY "MARK MUST BE P, L OR A"
               END-IF
           END-PERFORM.
           IF WS-ATTEND-FOUND-SUB = ZERO
               PERFORM 320-ADD-ATTENDANCE-ROW
           ELSE
               IF WS-MARK-INPUT NOT = WS-OLD-MARK
                   PERFORM 330-CHANGE-ATTENDANCE-ROW
               END-IF
           END-IF.
       310-FIND-ATTENDANCE-ROW.
           MOVE ZERO TO WS-ATTEND-FOUND-SUB.
           MOVE SPACE TO WS-OLD-MARK.
           PERFORM VARYING WS-ATTEND-SUB FROM 1 BY 1
                   UNTIL WS-ATTEND-SUB > WS-ATTEND-COUNT
               MOVE WS-AT-DATA(WS-ATTEND-SUB) TO ATTENDANCE-RECORD
               IF AT-STUDENT-NUMBER = CE-STUDENT-NUMBER
                   AND AT-COURSE-CODE = WS-SELECT-COURSE
                   AND AT-SECTION = WS-SELECT-SECTION
                   AND AT-TERM = WS-SELECT-TERM
                   AND AT-CLASS-DATE = WS-CLASS-DATE
                   MOVE WS-ATTEND-SUB TO WS-ATTEND-FOUND-SUB
                   MOVE AT-STATUS TO WS-OLD-MARK
               END-IF
           END-PERFORM.
       320-ADD-ATTENDANCE-ROW.
           IF WS-ATTEND-COUNT < 5000
               MOVE SPACES TO ATTENDANCE-RECORD
               MOVE CE-STUDENT-NUMBER TO AT-STUDENT-NUMBER
               MOVE WS-SELECT-COURSE TO AT-COURSE-CODE
               MOVE WS-SELECT-SECTION TO AT-SECTION
               MOVE WS-SELECT-TERM TO AT-TERM
               MOVE WS-CLASS-DATE TO AT-CLASS-DATE
               MOVE WS-MARK-INPUT TO AT-STATUS
               MOVE WS-OPERATOR-ID TO AT-OPERATOR
               MOVE WS-RUN-DATE TO AT-ENTRY-DATE
               ADD 1 TO WS-ATTEND-COUNT
               MOVE ATTENDANCE-RECORD TO WS-AT-DATA(WS-ATTEND-COUNT)
               ADD 1 TO WS-MARKS-ENTERED
               IF WS-MARK-INPUT = 'A'
                   ADD 1 TO WS-ABSENCES-ENTERED
               END-IF
               MOVE 'Y' TO WS-CHANGES-MADE
           ELSE
               DISPLAY "ATTENDANCE TABLE FULL - MARK FOR STUDENT "
                   CE-STUDENT-NUMBER " NOT RECORDED"
           END-IF.
       330-CHANGE-ATTENDANCE-ROW.
           MOVE WS-AT-DATA(WS-ATTEND-FOUND-SUB) TO ATTENDANCE-RECORD.
           MOVE WS-MARK-INPUT TO AT-STATUS.
           MOVE WS-OPERATOR-ID TO AT-OPERATOR.
           MOVE WS-RUN-DATE TO AT-ENTRY-DATE.
           MOVE ATTENDANCE-RECORD TO WS-AT-DATA(WS-ATTEND-FOUND-SUB).
           ADD 1 TO WS-MARKS-CHANGED.
           IF WS-MARK-INPUT = 'A'
               ADD 1 TO WS-ABSENCES-ENTERED
           END-IF.
           MOVE 'Y' TO WS-CHANGES-MADE.
       700-REWRITE-ATTENDANCE-FILE.
           OPEN OUTPUT ATTENDANCE-FILE.
           IF WS-AT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING ATTENDANCE-FILE - STATUS "
                   WS-AT-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-ATTEND-SUB FROM 1 BY 1
                   UNTIL WS-ATTEND-SUB > WS-ATTEND-COUNT
               MOVE WS-AT-DATA(WS-ATTEND-SUB) TO ATTENDANCE-RECORD
               WRITE ATTENDANCE-RECORD
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.

      * The whole-file rewrite runs under the attendance.txt
      * data-set lock (DATA-SET-LOCK) so two instructors keying at
      * once can never drop each other's marks.
       960-ACQUIRE-DATA-SET-LOCK.
           MOVE "LOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-OPERATOR-ID WS-LOCK-ACTION
               WS-LOCK-RESULT.
       970-RELEASE-DATA-SET-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-OPERATOR-ID WS-LOCK-ACTION
               WS-LOCK-RESULT.

       END PROGRAM ATTENDANCE-ENTRY.
