      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Instructor workload report for a term - enter the
      *            term and every instructor on instructors.txt
      *            prints to instructorworkload.txt with the sections
      *            assigned to them on courseofferings.txt (meeting
      *            days and times, room, seats and the number of
      *            students enrolled from courseenrollment.txt,
      *            withdrawals not counted), followed by their
      *            section count, weekly contact hours and total
      *            students. The term's sections with no instructor
      *            assigned print at the end so they can be staffed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-WORKLOAD-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-MASTER-FILE
           ASSIGN "../instructors.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT COURSE-OFFERING-FILE
           ASSIGN "../courseofferings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CO-FILE-STATUS.
           SELECT COURSE-ENROLLMENT-FILE
           ASSIGN "../courseenrollment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CE-FILE-STATUS.
           SELECT WORKLOAD-FILE
           ASSIGN "../instructorworkload.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTOR-MASTER-FILE.
           COPY "INSTRUCTOR-MASTER-RECORD.CPY".
       FD COURSE-OFFERING-FILE.
           COPY "COURSE-OFFERING-RECORD.CPY".
       FD COURSE-ENROLLMENT-FILE.
           COPY "COURSE-ENROLLMENT-RECORD.CPY".
       FD WORKLOAD-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-IN-FILE-STATUS PIC XX.
       01 WS-CO-FILE-STATUS PIC XX.
       01 WS-CE-FILE-STATUS PIC XX.
       01 WS-WL-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-SELECT-TERM PIC X(5).
       01 WS-SECTION-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SECTION-TABLE.
           05 WS-SECTION-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-SECTION-COUNT
               INDEXED BY WS-SECTION-IDX.
               10 WS-ST-COURSE-CODE PIC X(8).
               10 WS-ST-SECTION     PIC X(3).
               10 WS-ST-SEATS-X     PIC X(4).
               10 WS-ST-DAYS        PIC X(7).
               10 WS-ST-START-X     PIC X(4).
               10 WS-ST-START REDEFINES WS-ST-START-X PIC 9(4).
               10 WS-ST-END-X       PIC X(4).
               10 WS-ST-END REDEFINES WS-ST-END-X PIC 9(4).
               10 WS-ST-INSTRUCTOR  PIC X(6).
               10 WS-ST-ROOM        PIC X(6).
               10 WS-ST-ENROLLED    PIC 9(4).
       01 WS-SECTION-SUB PIC 9(3).
       01 WS-INSTRUCTORS-PRINTED PIC 9(3) VALUE ZERO.
       01 WS-UNASSIGNED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LOAD-SECTIONS PIC 9(3).
       01 WS-LOAD-MINUTES PIC 9(5).
       01 WS-LOAD-STUDENTS PIC 9(5).
       01 WS-DAY-SUB PIC 9.
       01 WS-DAY-COUNT PIC 9.
       01 WS-HOURS-PART PIC 99.
       01 WS-MINUTES-PART PIC 99.
       01 WS-START-MINUTES PIC 9(4).
       01 WS-END-MINUTES PIC 9(4).
       01 WS-CONTACT-HOURS PIC 9(3)V99.
       01 WS-HEADING-LINE.
           05 FILLER             PIC X(34) VALUE
               "INSTRUCTOR WORKLOAD REPORT - TERM ".
           05 HL-TERM            PIC X(5).
       01 WS-INSTRUCTOR-LINE.
           05 FILLER             PIC X(11) VALUE "INSTRUCTOR ".
           05 IL-INSTRUCTOR-ID   PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 IL-NAME            PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 IL-DEPARTMENT      PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 IL-STATUS          PIC X(10).
       01 WS-COLUMN-LINE.
           05 FILLER             PIC X(41) VALUE
               "  COURSE    SEC  DAYS     TIME       ROOM".
           05 FILLER             PIC X(39) VALUE
               "      SEATS  ENROLLED".
       01 WS-DETAIL-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-COURSE-CODE     PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-SECTION         PIC X(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-DAYS            PIC X(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-START-TIME      PIC X(4).
           05 DL-TIME-DASH       PIC X(1).
           05 DL-END-TIME        PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-ROOM            PIC X(6).
           05 FILLER             PIC X(5) VALUE SPACES.
           05 DL-SEATS           PIC X(4).
           05 FILLER             PIC X(4) VALUE SPACES.
           05 DL-ENROLLED        PIC ZZZ9.
       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(11) VALUE "  SECTIONS ".
           05 TL-SECTIONS        PIC ZZ9.
           05 FILLER             PIC X(24) VALUE
               "  WEEKLY CONTACT HOURS ".
           05 TL-CONTACT-HOURS   PIC ZZ9.99.
           05 FILLER             PIC X(11) VALUE "  STUDENTS ".
           05 TL-STUDENTS        PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           DISPLAY "TERM (e.g. 2026F)?".
           ACCEPT WS-SELECT-TERM.
           PERFORM 100-LOAD-SECTION-TABLE.
           PERFORM 110-COUNT-ENROLLMENTS.
           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF WS-IN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INSTRUCTOR-MASTER-FILE - "
                   "STATUS " WS-IN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT WORKLOAD-FILE.
           IF WS-WL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WORKLOAD-FILE - STATUS "
                   WS-WL-FILE-STATUS
               CLOSE INSTRUCTOR-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SELECT-TERM TO HL-TERM.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO INSTRUCTOR-MASTER-RECORD
               READ INSTRUCTOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 200-PRINT-ONE-INSTRUCTOR
               END-READ
           END-PERFORM.
           CLOSE INSTRUCTOR-MASTER-FILE.
           PERFORM 300-PRINT-UNASSIGNED.
           CLOSE WORKLOAD-FILE.
           DISPLAY "INSTRUCTORS PRINTED: " WS-INSTRUCTORS-PRINTED.
           DISPLAY "SECTIONS WITH NO INSTRUCTOR: "
               WS-UNASSIGNED-COUNT.
           STOP RUN.
       100-LOAD-SECTION-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COURSE-OFFERING-FILE.
           IF WS-CO-FILE-STATUS NOT = "00"
               DISPLAY "OFFERING FILE NOT AVAILABLE - STATUS "
                   WS-CO-FILE-STATUS " - NO SECTIONS WILL PRINT"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO COURSE-OFFERING-RECORD
               READ COURSE-OFFERING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CO-TERM = WS-SELECT-TERM
                           PERFORM 105-STORE-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CO-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-OFFERING-FILE
           END-IF.
       105-STORE-ONE-SECTION.
           IF WS-SECTION-COUNT < 200
               ADD 1 TO WS-SECTION-COUNT
               MOVE CO-COURSE-CODE
                   TO WS-ST-COURSE-CODE(WS-SECTION-COUNT)
               MOVE CO-SECTION TO WS-ST-SECTION(WS-SECTION-COUNT)
               MOVE CO-SEATS-X TO WS-ST-SEATS-X(WS-SECTION-COUNT)
               MOVE CO-MEET-DAYS TO WS-ST-DAYS(WS-SECTION-COUNT)
               MOVE CO-START-TIME-X
                   TO WS-ST-START-X(WS-SECTION-COUNT)
               MOVE CO-END-TIME-X TO WS-ST-END-X(WS-SECTION-COUNT)
               MOVE CO-INSTRUCTOR
                   TO WS-ST-INSTRUCTOR(WS-SECTION-COUNT)
               MOVE CO-ROOM TO WS-ST-ROOM(WS-SECTION-COUNT)
               MOVE ZERO TO WS-ST-ENROLLED(WS-SECTION-COUNT)
           ELSE
               DISPLAY 'SECTION TABLE FULL - DROPPED: '
                   CO-COURSE-CODE " " CO-SECTION
           END-IF.
      * Withdrawn rows stay on courseenrollment.txt but are not in
      * the class any more.
       110-COUNT-ENROLLMENTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           IF WS-CE-FILE-STATUS NOT = "00"
               DISPLAY "ENROLLMENT FILE NOT AVAILABLE - STATUS "
                   WS-CE-FILE-STATUS " - ENROLLED COUNTS WILL BE ZERO"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO COURSE-ENROLLMENT-RECORD
               READ COURSE-ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CE-TERM = WS-SELECT-TERM
                           AND CE-STATUS NOT = 'W'
                           AND WS-SECTION-COUNT > ZERO
                           SET WS-SECTION-IDX TO 1
                           SEARCH WS-SECTION-ENTRY
                               WHEN WS-ST-COURSE-CODE(WS-SECTION-IDX)
                                       = CE-COURSE-CODE
                                   AND WS-ST-SECTION(WS-SECTION-IDX)
                                       = CE-SECTION
                                   ADD 1 TO
                                       WS-ST-ENROLLED(WS-SECTION-IDX)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CE-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-ENROLLMENT-FILE
           END-IF.
      * Inactive instructors only print when the term still has
      * sections under their ID.
       200-PRINT-ONE-INSTRUCTOR.
           MOVE ZERO TO WS-LOAD-SECTIONS.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               IF WS-ST-INSTRUCTOR(WS-SECTION-SUB) = IN-INSTRUCTOR-ID
                   ADD 1 TO WS-LOAD-SECTIONS
               END-IF
           END-PERFORM.
           IF IN-STATUS = 'A' OR WS-LOAD-SECTIONS > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE IN-INSTRUCTOR-ID TO IL-INSTRUCTOR-ID
               MOVE IN-NAME TO IL-NAME
               MOVE IN-DEPARTMENT TO IL-DEPARTMENT
               IF IN-STATUS = 'A'
                   MOVE SPACES TO IL-STATUS
               ELSE
                   MOVE "(INACTIVE)" TO IL-STATUS
               END-IF
               MOVE WS-INSTRUCTOR-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-LOAD-SECTIONS = ZERO
                   MOVE "  (NO SECTIONS THIS TERM)" TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM 210-PRINT-INSTRUCTOR-SECTIONS
               END-IF
               ADD 1 TO WS-INSTRUCTORS-PRINTED
           END-IF.
       210-PRINT-INSTRUCTOR-SECTIONS.
           MOVE ZERO TO WS-LOAD-MINUTES.
           MOVE ZERO TO WS-LOAD-STUDENTS.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               IF WS-ST-INSTRUCTOR(WS-SECTION-SUB) = IN-INSTRUCTOR-ID
                   PERFORM 220-PRINT-ONE-SECTION
                   PERFORM 230-ADD-CONTACT-MINUTES
                   ADD WS-ST-ENROLLED(WS-SECTION-SUB)
                       TO WS-LOAD-STUDENTS
               END-IF
           END-PERFORM.
           COMPUTE WS-CONTACT-HOURS ROUNDED = WS-LOAD-MINUTES / 60.
           MOVE WS-LOAD-SECTIONS TO TL-SECTIONS.
           MOVE WS-CONTACT-HOURS TO TL-CONTACT-HOURS.
           MOVE WS-LOAD-STUDENTS TO TL-STUDENTS.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       220-PRINT-ONE-SECTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ST-COURSE-CODE(WS-SECTION-SUB) TO DL-COURSE-CODE.
           MOVE WS-ST-SECTION(WS-SECTION-SUB) TO DL-SECTION.
           IF WS-ST-DAYS(WS-SECTION-SUB) = SPACES
               MOVE "(NONE)" TO DL-DAYS
           ELSE
               MOVE WS-ST-DAYS(WS-SECTION-SUB) TO DL-DAYS
               MOVE WS-ST-START-X(WS-SECTION-SUB) TO DL-START-TIME
               MOVE "-" TO DL-TIME-DASH
               MOVE WS-ST-END-X(WS-SECTION-SUB) TO DL-END-TIME
           END-IF.
           MOVE WS-ST-ROOM(WS-SECTION-SUB) TO DL-ROOM.
           IF WS-ST-SEATS-X(WS-SECTION-SUB) = SPACES
               MOVE "NONE" TO DL-SEATS
           ELSE
               MOVE WS-ST-SEATS-X(WS-SECTION-SUB) TO DL-SEATS
           END-IF.
           MOVE WS-ST-ENROLLED(WS-SECTION-SUB) TO DL-ENROLLED.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Contact time is the meeting length on each meeting day;
      * unscheduled sections add nothing.
       230-ADD-CONTACT-MINUTES.
           IF WS-ST-DAYS(WS-SECTION-SUB) NOT = SPACES
               AND WS-ST-START-X(WS-SECTION-SUB) NUMERIC
               AND WS-ST-END-X(WS-SECTION-SUB) NUMERIC
               AND WS-ST-END(WS-SECTION-SUB)
                   > WS-ST-START(WS-SECTION-SUB)
               DIVIDE WS-ST-START(WS-SECTION-SUB) BY 100
                   GIVING WS-HOURS-PART REMAINDER WS-MINUTES-PART
               COMPUTE WS-START-MINUTES =
                   WS-HOURS-PART * 60 + WS-MINUTES-PART
               DIVIDE WS-ST-END(WS-SECTION-SUB) BY 100
                   GIVING WS-HOURS-PART REMAINDER WS-MINUTES-PART
               COMPUTE WS-END-MINUTES =
                   WS-HOURS-PART * 60 + WS-MINUTES-PART
               MOVE ZERO TO WS-DAY-COUNT
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                   IF WS-ST-DAYS(WS-SECTION-SUB)(WS-DAY-SUB:1)
                           NOT = SPACE
                       ADD 1 TO WS-DAY-COUNT
                   END-IF
               END-PERFORM
               COMPUTE WS-LOAD-MINUTES = WS-LOAD-MINUTES
                   + (WS-END-MINUTES - WS-START-MINUTES)
                   * WS-DAY-COUNT
           END-IF.
       300-PRINT-UNASSIGNED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECTIONS WITH NO INSTRUCTOR ASSIGNED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               IF WS-ST-INSTRUCTOR(WS-SECTION-SUB) = SPACES
                   PERFORM 220-PRINT-ONE-SECTION
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
           END-PERFORM.
           IF WS-UNASSIGNED-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM INSTRUCTOR-WORKLOAD-REPORT.
