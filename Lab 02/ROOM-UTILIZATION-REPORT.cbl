      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Room utilization grid for a term - enter the term
      *            and every room on rooms.txt prints to
      *            roomutilization.txt as an hour-by-day grid
      *            (0800 to 2200, M T W R F S U) with the course code
      *            of the section booked into each slot, taken from
      *            the room assignments and meeting patterns on
      *            courseofferings.txt. Under each grid the room's
      *            booked weekly hours are set against the 70-hour
      *            weekday teaching standard (Monday to Friday,
      *            0800 to 2200) as a utilization percentage. A slot
      *            booked twice (rows from before the double-booking
      *            check) prints as *CLASH*.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-UTILIZATION-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-MASTER-FILE
           ASSIGN "../rooms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT COURSE-OFFERING-FILE
           ASSIGN "../courseofferings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CO-FILE-STATUS.
           SELECT UTILIZATION-FILE
           ASSIGN "../roomutilization.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RU-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ROOM-MASTER-FILE.
           COPY "ROOM-MASTER-RECORD.CPY".
       FD COURSE-OFFERING-FILE.
           COPY "COURSE-OFFERING-RECORD.CPY".
       FD UTILIZATION-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-RM-FILE-STATUS PIC XX.
       01 WS-CO-FILE-STATUS PIC XX.
       01 WS-RU-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-SELECT-TERM PIC X(5).
       01 WS-BOOKING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BOOKING-TABLE.
           05 WS-BOOKING-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-BOOKING-COUNT.
               10 WS-BK-COURSE-CODE PIC X(8).
               10 WS-BK-ROOM        PIC X(6).
               10 WS-BK-DAYS        PIC X(7).
               10 WS-BK-START       PIC 9(4).
               10 WS-BK-END         PIC 9(4).
       01 WS-BOOKING-SUB PIC 9(3).
      * One room's week: 14 hourly rows (0800 to 2100 starts) by the
      * seven meeting-day letters in CO-MEET-DAYS order.
       01 WS-DAY-LETTERS PIC X(7) VALUE "MTWRFSU".
       01 WS-GRID.
           05 WS-GRID-ROW OCCURS 14 TIMES.
               10 WS-GRID-CELL OCCURS 7 TIMES PIC X(8).
       01 WS-ROW-SUB PIC 99.
       01 WS-COL-SUB PIC 9.
       01 WS-DAY-SUB PIC 9.
       01 WS-SLOT-START PIC 9(4).
       01 WS-SLOT-END PIC 9(4).
       01 WS-HOURS-PART PIC 99.
       01 WS-MINUTES-PART PIC 99.
       01 WS-START-MINUTES PIC 9(4).
       01 WS-END-MINUTES PIC 9(4).
       01 WS-BOOKED-MINUTES PIC 9(5).
       01 WS-STANDARD-HOURS PIC 9(3) VALUE 70.
       01 WS-ROOMS-PRINTED PIC 9(3) VALUE ZERO.
       01 WS-SECTIONS-PLACED PIC 9(4) VALUE ZERO.
       01 WS-HEADING-LINE.
           05 FILLER             PIC X(29) VALUE
               "ROOM UTILIZATION GRID - TERM ".
           05 HL-TERM            PIC X(5).
       01 WS-ROOM-LINE.
           05 FILLER             PIC X(5) VALUE "ROOM ".
           05 RL-ROOM-CODE       PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RL-DESCRIPTION     PIC X(20).
           05 FILLER             PIC X(8) VALUE "  SEATS ".
           05 RL-CAPACITY        PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RL-STATUS          PIC X(10).
       01 WS-COLUMN-LINE.
           05 FILLER             PIC X(6) VALUE "TIME".
           05 FILLER             PIC X(9) VALUE "M".
           05 FILLER             PIC X(9) VALUE "T".
           05 FILLER             PIC X(9) VALUE "W".
           05 FILLER             PIC X(9) VALUE "R".
           05 FILLER             PIC X(9) VALUE "F".
           05 FILLER             PIC X(9) VALUE "S".
           05 FILLER             PIC X(9) VALUE "U".
       01 WS-GRID-LINE.
           05 GL-SLOT-START      PIC 9(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 GL-CELL OCCURS 7 TIMES.
               10 GL-COURSE-CODE PIC X(8).
               10 FILLER         PIC X.
       01 WS-USAGE-LINE.
           05 FILLER             PIC X(13) VALUE "BOOKED HOURS ".
           05 UL-BOOKED-HOURS    PIC ZZ9.99.
           05 FILLER             PIC X(4) VALUE " OF ".
           05 UL-STANDARD-HOURS  PIC ZZ9.
           05 FILLER             PIC X(28) VALUE
               " WEEKDAY HOURS  UTILIZATION ".
           05 UL-PERCENT         PIC ZZ9.
           05 FILLER             PIC X VALUE "%".
       01 WS-BOOKED-HOURS PIC 9(3)V99.
       01 WS-PERCENT PIC 9(3).
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           DISPLAY "TERM (e.g. 2026F)?".
           ACCEPT WS-SELECT-TERM.
           PERFORM 100-LOAD-BOOKING-TABLE.
           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-RM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ROOM-MASTER-FILE - STATUS "
                   WS-RM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT UTILIZATION-FILE.
           IF WS-RU-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING UTILIZATION-FILE - STATUS "
                   WS-RU-FILE-STATUS
               CLOSE ROOM-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SELECT-TERM TO HL-TERM.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO ROOM-MASTER-RECORD
               READ ROOM-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 200-PRINT-ONE-ROOM
               END-READ
           END-PERFORM.
           CLOSE ROOM-MASTER-FILE.
           IF WS-ROOMS-PRINTED = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  (NO ROOMS ON FILE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE UTILIZATION-FILE.
           DISPLAY "ROOMS PRINTED: " WS-ROOMS-PRINTED.
           DISPLAY "SECTIONS PLACED ON THE GRID: " WS-SECTIONS-PLACED.
           STOP RUN.
      * Only the term's sections that have a room and a usable
      * meeting pattern can be placed on a grid.
       100-LOAD-BOOKING-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COURSE-OFFERING-FILE.
           IF WS-CO-FILE-STATUS NOT = "00"
               DISPLAY "OFFERING FILE NOT AVAILABLE - STATUS "
                   WS-CO-FILE-STATUS " - GRIDS WILL BE EMPTY"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO COURSE-OFFERING-RECORD
               READ COURSE-OFFERING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CO-TERM = WS-SELECT-TERM
                           AND CO-ROOM NOT = SPACES
                           AND CO-MEET-DAYS NOT = SPACES
                           AND CO-START-TIME-X NUMERIC
                           AND CO-END-TIME-X NUMERIC
                           PERFORM 110-STORE-ONE-BOOKING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CO-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-OFFERING-FILE
           END-IF.
       110-STORE-ONE-BOOKING.
           IF WS-BOOKING-COUNT < 200
               ADD 1 TO WS-BOOKING-COUNT
               MOVE CO-COURSE-CODE
                   TO WS-BK-COURSE-CODE(WS-BOOKING-COUNT)
               MOVE CO-ROOM TO WS-BK-ROOM(WS-BOOKING-COUNT)
               MOVE CO-MEET-DAYS TO WS-BK-DAYS(WS-BOOKING-COUNT)
               MOVE CO-START-TIME TO WS-BK-START(WS-BOOKING-COUNT)
               MOVE CO-END-TIME TO WS-BK-END(WS-BOOKING-COUNT)
           ELSE
               DISPLAY 'BOOKING TABLE FULL - DROPPED: '
                   CO-COURSE-CODE " " CO-SECTION
           END-IF.
       200-PRINT-ONE-ROOM.
           MOVE SPACES TO WS-GRID.
           MOVE ZERO TO WS-BOOKED-MINUTES.
           PERFORM VARYING WS-BOOKING-SUB FROM 1 BY 1
                   UNTIL WS-BOOKING-SUB > WS-BOOKING-COUNT
               IF WS-BK-ROOM(WS-BOOKING-SUB) = RM-ROOM-CODE
                   PERFORM 210-PLACE-ONE-BOOKING
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RM-ROOM-CODE TO RL-ROOM-CODE.
           MOVE RM-DESCRIPTION TO RL-DESCRIPTION.
           MOVE RM-CAPACITY TO RL-CAPACITY.
           IF RM-STATUS = 'A'
               MOVE SPACES TO RL-STATUS
           ELSE
               MOVE "(INACTIVE)" TO RL-STATUS
           END-IF.
           MOVE WS-ROOM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 14
               MOVE SPACES TO WS-GRID-LINE
               COMPUTE GL-SLOT-START = (WS-ROW-SUB + 7) * 100
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 7
                   MOVE WS-GRID-CELL(WS-ROW-SUB, WS-COL-SUB)
                       TO GL-COURSE-CODE(WS-COL-SUB)
               END-PERFORM
               MOVE WS-GRID-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           COMPUTE WS-BOOKED-HOURS ROUNDED = WS-BOOKED-MINUTES / 60.
           COMPUTE WS-PERCENT ROUNDED =
               WS-BOOKED-HOURS * 100 / WS-STANDARD-HOURS.
           MOVE WS-BOOKED-HOURS TO UL-BOOKED-HOURS.
           MOVE WS-STANDARD-HOURS TO UL-STANDARD-HOURS.
           MOVE WS-PERCENT TO UL-PERCENT.
           MOVE WS-USAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ROOMS-PRINTED.
      * A section fills every hourly slot it touches on each of its
      * meeting days; its booked time is its length times its days.
       210-PLACE-ONE-BOOKING.
           ADD 1 TO WS-SECTIONS-PLACED.
           DIVIDE WS-BK-START(WS-BOOKING-SUB) BY 100
               GIVING WS-HOURS-PART REMAINDER WS-MINUTES-PART.
           COMPUTE WS-START-MINUTES =
               WS-HOURS-PART * 60 + WS-MINUTES-PART.
           DIVIDE WS-BK-END(WS-BOOKING-SUB) BY 100
               GIVING WS-HOURS-PART REMAINDER WS-MINUTES-PART.
           COMPUTE WS-END-MINUTES =
               WS-HOURS-PART * 60 + WS-MINUTES-PART.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               IF WS-BK-DAYS(WS-BOOKING-SUB)(WS-DAY-SUB:1)
                       NOT = SPACE
                   PERFORM 220-FIND-DAY-COLUMN
                   IF WS-COL-SUB > ZERO
                       AND WS-END-MINUTES > WS-START-MINUTES
                       COMPUTE WS-BOOKED-MINUTES = WS-BOOKED-MINUTES
                           + WS-END-MINUTES - WS-START-MINUTES
                       PERFORM 230-FILL-DAY-COLUMN
                   END-IF
               END-IF
           END-PERFORM.
       220-FIND-DAY-COLUMN.
           MOVE ZERO TO WS-COL-SUB.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 7
               IF WS-DAY-LETTERS(WS-ROW-SUB:1)
                       = WS-BK-DAYS(WS-BOOKING-SUB)(WS-DAY-SUB:1)
                   MOVE WS-ROW-SUB TO WS-COL-SUB
               END-IF
           END-PERFORM.
       230-FILL-DAY-COLUMN.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 14
               COMPUTE WS-SLOT-START = (WS-ROW-SUB + 7) * 100
               COMPUTE WS-SLOT-END = WS-SLOT-START + 100
               IF WS-BK-START(WS-BOOKING-SUB) < WS-SLOT-END
                   AND WS-BK-END(WS-BOOKING-SUB) > WS-SLOT-START
                   IF WS-GRID-CELL(WS-ROW-SUB, WS-COL-SUB) = SPACES
                       MOVE WS-BK-COURSE-CODE(WS-BOOKING-SUB)
                           TO WS-GRID-CELL(WS-ROW-SUB, WS-COL-SUB)
                   ELSE
                       MOVE "*CLASH*"
                           TO WS-GRID-CELL(WS-ROW-SUB, WS-COL-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM ROOM-UTILIZATION-REPORT.
