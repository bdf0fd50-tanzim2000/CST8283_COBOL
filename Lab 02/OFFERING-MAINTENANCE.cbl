      *            times (24-hour HHMM), which the enrollment
      *            capture's timetable conflict check reads; blank
      *            means no schedule on file.
      *            A section is also assigned an instructor
      *            (instructors.txt) and a room (rooms.txt). The
      *            assignment is refused for an instructor or room
      *            that is not active, for a room that seats fewer
      *            than the section's seats, or when the section's
      *            meeting days and times overlap another section of
      *            the same term in the same room or with the same
      *            instructor; a seats or meeting-pattern change on
      *            an assigned section is held to the same checks.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../courseofferings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CO-FILE-STATUS.
           SELECT INSTRUCTOR-MASTER-FILE
           ASSIGN "../instructors.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT ROOM-MASTER-FILE
           ASSIGN "../rooms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-OFFERING-FILE.
           COPY "COURSE-OFFERING-RECORD.CPY".
       FD INSTRUCTOR-MASTER-FILE.
           COPY "INSTRUCTOR-MASTER-RECORD.CPY".
       FD ROOM-MASTER-FILE.
           COPY "ROOM-MASTER-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-CO-FILE-STATUS PIC XX.
       01 WS-IN-FILE-STATUS PIC XX.
       01 WS-RM-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-OFFERING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OFFERING-TABLE.
           05 WS-OFFERING-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-OFFERING-COUNT.
               10 WS-OT-RECORD  PIC X(50).
               10 WS-OT-DELETED PIC X.
       01 WS-OFFERING-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-CHOICE-CANCEL   VALUE '2'.
           88 WS-CHOICE-CHANGE   VALUE '3'.
           88 WS-CHOICE-SCHEDULE VALUE '4'.
           88 WS-CHOICE-ASSIGN   VALUE '5'.
       01 WS-COURSE-INPUT PIC X(8).
       01 WS-SECTION-INPUT PIC X(3).
       01 WS-TERM-INPUT PIC X(5).
       01 WS-DAYS-INPUT PIC X(7).
       01 WS-TIME-INPUT PIC X(4).
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-INSTRUCTOR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-INSTRUCTOR-TABLE.
           05 WS-INSTRUCTOR-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-INSTRUCTOR-COUNT
               INDEXED BY WS-INSTRUCTOR-IDX.
               10 WS-IN-ID         PIC X(6).
               10 WS-IN-STATUS     PIC X.
       01 WS-ROOM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-ROOM-COUNT
               INDEXED BY WS-ROOM-IDX.
               10 WS-RM-CODE       PIC X(6).
               10 WS-RM-CAPACITY   PIC 9(4).
               10 WS-RM-STATUS     PIC X.
       01 WS-INSTRUCTOR-INPUT PIC X(6).
       01 WS-ROOM-INPUT PIC X(6).
       01 WS-ROOM-CAPACITY PIC 9(4).
       01 WS-ASSIGN-OK PIC X.
       01 WS-SAVED-OFFERING PIC X(50).
      * The section being checked is held here while the rest of the
      * table passes through COURSE-OFFERING-RECORD.
       01 WS-CANDIDATE.
           05 WS-CAND-TERM       PIC X(5).
           05 WS-CAND-DAYS       PIC X(7).
           05 WS-CAND-START-X    PIC X(4).
           05 WS-CAND-START REDEFINES WS-CAND-START-X PIC 9(4).
           05 WS-CAND-END-X      PIC X(4).
           05 WS-CAND-END REDEFINES WS-CAND-END-X PIC 9(4).
           05 WS-CAND-INSTRUCTOR PIC X(6).
           05 WS-CAND-ROOM       PIC X(6).
       01 WS-CONFLICT-FOUND PIC X.
       01 WS-DAYS-OVERLAP PIC X.
       01 WS-DAY-SUB PIC 9.
       01 WS-DAY-TALLY PIC 9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-LOAD-OFFERING-TABLE.
           PERFORM 110-LOAD-INSTRUCTOR-TABLE.
           PERFORM 120-LOAD-ROOM-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "OFFERING FILE HAS MORE ROWS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NO MAINTENANCE DONE AND"
           IF WS-CO-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-OFFERING-FILE
           END-IF.
      * The instructor and room masters are only read here; their
      * own maintenance programs keep them.
       110-LOAD-INSTRUCTOR-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF WS-IN-FILE-STATUS NOT = "00"
               DISPLAY "NO INSTRUCTOR MASTER ON HAND - INSTRUCTOR "
                   "ASSIGNMENTS WILL BE REFUSED"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INSTRUCTOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-INSTRUCTOR-COUNT < 300
                           ADD 1 TO WS-INSTRUCTOR-COUNT
                           MOVE IN-INSTRUCTOR-ID
                               TO WS-IN-ID(WS-INSTRUCTOR-COUNT)
                           MOVE IN-STATUS
                               TO WS-IN-STATUS(WS-INSTRUCTOR-COUNT)
                       ELSE
                           DISPLAY 'INSTRUCTOR TABLE FULL - '
                               'DROPPED: ' IN-INSTRUCTOR-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-IN-FILE-STATUS = "00" OR "10"
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.
       120-LOAD-ROOM-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-RM-FILE-STATUS NOT = "00"
               DISPLAY "NO ROOM MASTER ON HAND - ROOM ASSIGNMENTS "
                   "WILL BE REFUSED"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROOM-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ROOM-COUNT < 200
                           ADD 1 TO WS-ROOM-COUNT
                           MOVE RM-ROOM-CODE
                               TO WS-RM-CODE(WS-ROOM-COUNT)
                           MOVE RM-CAPACITY
                               TO WS-RM-CAPACITY(WS-ROOM-COUNT)
                           MOVE RM-STATUS
                               TO WS-RM-STATUS(WS-ROOM-COUNT)
                       ELSE
                           DISPLAY 'ROOM TABLE FULL - DROPPED: '
                               RM-ROOM-CODE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RM-FILE-STATUS = "00" OR "10"
               CLOSE ROOM-MASTER-FILE
           END-IF.
       200-MAINTAIN-ONE-OFFERING.
           DISPLAY "1 = ADD A SECTION".
           DISPLAY "2 = CANCEL A SECTION".
           DISPLAY "3 = CHANGE A SECTION'S SEATS".
           DISPLAY "4 = CHANGE A SECTION'S MEETING PATTERN".
           DISPLAY "5 = ASSIGN A SECTION'S INSTRUCTOR AND ROOM".
           DISPLAY "SELECT AN OPTION [1-5]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-ADD      PERFORM 300-ADD-SECTION
               WHEN WS-CHOICE-CANCEL   PERFORM 400-CANCEL-SECTION
               WHEN WS-CHOICE-CHANGE   PERFORM 500-CHANGE-SEATS
               WHEN WS-CHOICE-SCHEDULE PERFORM 510-CHANGE-SCHEDULE
               WHEN WS-CHOICE-ASSIGN   PERFORM 520-ASSIGN-SECTION
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-5"
           END-EVALUATE.
           DISPLAY "MAINTAIN ANOTHER SECTION? [Y/N]".
           ACCEPT WS-MAINT-MORE.
                   TO COURSE-OFFERING-RECORD
               DISPLAY "CURRENT SEATS: " CO-SEATS-X
               PERFORM 620-OBTAIN-SEATS
               MOVE 'Y' TO WS-ASSIGN-OK
               IF CO-ROOM NOT = SPACES
                   MOVE CO-ROOM TO WS-ROOM-INPUT
                   PERFORM 640-CHECK-ROOM
               END-IF
               IF WS-ASSIGN-OK = 'Y'
                   MOVE COURSE-OFFERING-RECORD
                       TO WS-OT-RECORD(WS-FOUND-SUB)
                   MOVE 'Y' TO WS-CHANGES-MADE
                   DISPLAY "SEATS CHANGED"
               ELSE
                   DISPLAY "SEATS LEFT AS THEY WERE"
               END-IF
           END-IF.
       510-CHANGE-SCHEDULE.
           PERFORM 600-OBTAIN-SECTION-KEY.
               DISPLAY "CURRENT DAYS " CO-MEET-DAYS " TIMES "
                   CO-START-TIME-X "-" CO-END-TIME-X
               PERFORM 630-OBTAIN-MEETING-PATTERN
               PERFORM 650-CHECK-DOUBLE-BOOKING
               IF WS-CONFLICT-FOUND = 'N'
                   MOVE COURSE-OFFERING-RECORD
                       TO WS-OT-RECORD(WS-FOUND-SUB)
                   MOVE 'Y' TO WS-CHANGES-MADE
                   DISPLAY "MEETING PATTERN CHANGED"
               ELSE
                   DISPLAY "MEETING PATTERN LEFT AS IT WAS"
               END-IF
           END-IF.
      * Blank takes the instructor or room off the section. Both
      * answers must pass before either is stored.
       520-ASSIGN-SECTION.
           PERFORM 600-OBTAIN-SECTION-KEY.
           PERFORM 610-FIND-SECTION.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO SUCH COURSE/SECTION/TERM ON FILE"
           ELSE
               MOVE WS-OT-RECORD(WS-FOUND-SUB)
                   TO COURSE-OFFERING-RECORD
               DISPLAY "CURRENT INSTRUCTOR " CO-INSTRUCTOR
                   " ROOM " CO-ROOM
               DISPLAY "INSTRUCTOR ID (BLANK FOR NONE)?"
               MOVE SPACES TO WS-INSTRUCTOR-INPUT
               ACCEPT WS-INSTRUCTOR-INPUT
               DISPLAY "ROOM CODE (BLANK FOR NONE)?"
               MOVE SPACES TO WS-ROOM-INPUT
               ACCEPT WS-ROOM-INPUT
               MOVE 'Y' TO WS-ASSIGN-OK
               IF WS-INSTRUCTOR-INPUT NOT = SPACES
                   PERFORM 635-CHECK-INSTRUCTOR
               END-IF
               IF WS-ROOM-INPUT NOT = SPACES
                   PERFORM 640-CHECK-ROOM
               END-IF
               IF WS-ASSIGN-OK = 'Y'
                   MOVE WS-INSTRUCTOR-INPUT TO CO-INSTRUCTOR
                   MOVE WS-ROOM-INPUT TO CO-ROOM
                   PERFORM 650-CHECK-DOUBLE-BOOKING
                   IF WS-CONFLICT-FOUND = 'Y'
                       MOVE 'N' TO WS-ASSIGN-OK
                   END-IF
               END-IF
               IF WS-ASSIGN-OK = 'Y'
                   MOVE COURSE-OFFERING-RECORD
                       TO WS-OT-RECORD(WS-FOUND-SUB)
                   MOVE 'Y' TO WS-CHANGES-MADE
                   DISPLAY "INSTRUCTOR AND ROOM ASSIGNED"
               ELSE
                   DISPLAY "ASSIGNMENT REFUSED - SECTION LEFT AS IT "
                       "WAS"
               END-IF
           END-IF.
       600-OBTAIN-SECTION-KEY.
           DISPLAY "COURSE CODE?".
                   MOVE SPACES TO CO-END-TIME-X
               END-IF
           END-IF.
       635-CHECK-INSTRUCTOR.
           MOVE 'N' TO WS-ASSIGN-OK.
           IF WS-INSTRUCTOR-COUNT > ZERO
               SET WS-INSTRUCTOR-IDX TO 1
               SEARCH WS-INSTRUCTOR-ENTRY
                   WHEN WS-IN-ID(WS-INSTRUCTOR-IDX)
                           = WS-INSTRUCTOR-INPUT
                       IF WS-IN-STATUS(WS-INSTRUCTOR-IDX) = 'A'
                           MOVE 'Y' TO WS-ASSIGN-OK
                       END-IF
               END-SEARCH
           END-IF.
           IF WS-ASSIGN-OK = 'N'
               DISPLAY "INSTRUCTOR " WS-INSTRUCTOR-INPUT
                   " IS NOT AN ACTIVE INSTRUCTOR ON instructors.txt"
           END-IF.
      * A section with no seat limit could outgrow any room, so it
      * needs seats set before it can be placed.
       640-CHECK-ROOM.
           MOVE 'N' TO WS-ASSIGN-OK.
           MOVE ZERO TO WS-ROOM-CAPACITY.
           IF WS-ROOM-COUNT > ZERO
               SET WS-ROOM-IDX TO 1
               SEARCH WS-ROOM-ENTRY
                   WHEN WS-RM-CODE(WS-ROOM-IDX) = WS-ROOM-INPUT
                       IF WS-RM-STATUS(WS-ROOM-IDX) = 'A'
                           MOVE 'Y' TO WS-ASSIGN-OK
                           MOVE WS-RM-CAPACITY(WS-ROOM-IDX)
                               TO WS-ROOM-CAPACITY
                       END-IF
               END-SEARCH
           END-IF.
           IF WS-ASSIGN-OK = 'N'
               DISPLAY "ROOM " WS-ROOM-INPUT
                   " IS NOT AN ACTIVE ROOM ON rooms.txt"
           ELSE
               IF CO-SEATS-X = SPACES
                   MOVE 'N' TO WS-ASSIGN-OK
                   DISPLAY "SECTION HAS NO SEAT LIMIT - SET ITS SEATS "
                       "(ROOM " WS-ROOM-INPUT " SEATS "
                       WS-ROOM-CAPACITY ") FIRST"
               ELSE
                   IF CO-SEATS > WS-ROOM-CAPACITY
                       MOVE 'N' TO WS-ASSIGN-OK
                       DISPLAY "SECTION SEATS " CO-SEATS
                           " EXCEED ROOM " WS-ROOM-INPUT
                           " CAPACITY " WS-ROOM-CAPACITY
                   END-IF
               END-IF
           END-IF.
      * Two sections clash when they are in the same term, share a
      * meeting day and their times overlap (one starts before the
      * other ends, both ways round), and they have the room or the
      * instructor in common. Unscheduled sections never clash.
       650-CHECK-DOUBLE-BOOKING.
           MOVE 'N' TO WS-CONFLICT-FOUND.
           MOVE COURSE-OFFERING-RECORD TO WS-SAVED-OFFERING.
           MOVE CO-TERM TO WS-CAND-TERM.
           MOVE CO-MEET-DAYS TO WS-CAND-DAYS.
           MOVE CO-START-TIME-X TO WS-CAND-START-X.
           MOVE CO-END-TIME-X TO WS-CAND-END-X.
           MOVE CO-INSTRUCTOR TO WS-CAND-INSTRUCTOR.
           MOVE CO-ROOM TO WS-CAND-ROOM.
           IF WS-CAND-DAYS NOT = SPACES
               AND WS-CAND-START-X NUMERIC
               AND WS-CAND-END-X NUMERIC
               AND (WS-CAND-INSTRUCTOR NOT = SPACES
                   OR WS-CAND-ROOM NOT = SPACES)
               PERFORM VARYING WS-OFFERING-SUB FROM 1 BY 1
                       UNTIL WS-OFFERING-SUB > WS-OFFERING-COUNT
                   IF WS-OFFERING-SUB NOT = WS-FOUND-SUB
                       AND WS-OT-DELETED(WS-OFFERING-SUB) = 'N'
                       MOVE WS-OT-RECORD(WS-OFFERING-SUB)
                           TO COURSE-OFFERING-RECORD
                       PERFORM 660-CHECK-ONE-OFFERING
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-SAVED-OFFERING TO COURSE-OFFERING-RECORD.
       660-CHECK-ONE-OFFERING.
           IF CO-TERM = WS-CAND-TERM
               AND CO-MEET-DAYS NOT = SPACES
               AND CO-START-TIME-X NUMERIC
               AND CO-END-TIME-X NUMERIC
               AND CO-START-TIME < WS-CAND-END
               AND WS-CAND-START < CO-END-TIME
               MOVE 'N' TO WS-DAYS-OVERLAP
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                   IF WS-CAND-DAYS(WS-DAY-SUB:1) NOT = SPACE
                       MOVE ZERO TO WS-DAY-TALLY
                       INSPECT CO-MEET-DAYS TALLYING WS-DAY-TALLY
                           FOR ALL WS-CAND-DAYS(WS-DAY-SUB:1)
                       IF WS-DAY-TALLY > ZERO
                           MOVE 'Y' TO WS-DAYS-OVERLAP
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DAYS-OVERLAP = 'Y'
                   IF WS-CAND-ROOM NOT = SPACES
                       AND CO-ROOM = WS-CAND-ROOM
                       MOVE 'Y' TO WS-CONFLICT-FOUND
                       DISPLAY "ROOM " CO-ROOM " ALREADY HOLDS "
                           CO-COURSE-CODE " " CO-SECTION " "
                           CO-MEET-DAYS " " CO-START-TIME-X "-"
                           CO-END-TIME-X
                   END-IF
                   IF WS-CAND-INSTRUCTOR NOT = SPACES
                       AND CO-INSTRUCTOR = WS-CAND-INSTRUCTOR
                       MOVE 'Y' TO WS-CONFLICT-FOUND
                       DISPLAY "INSTRUCTOR " CO-INSTRUCTOR
                           " ALREADY TEACHES " CO-COURSE-CODE " "
                           CO-SECTION " " CO-MEET-DAYS " "
                           CO-START-TIME-X "-" CO-END-TIME-X
                   END-IF
               END-IF
           END-IF.
       700-REWRITE-OFFERING-FILE.
           OPEN OUTPUT COURSE-OFFERING-FILE.
           IF WS-CO-FILE-STATUS NOT = "00"
