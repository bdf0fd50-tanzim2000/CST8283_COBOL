      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Pre-trip inspection gap report - lists every day a
      *          unit was booked out (bookings.txt) with no
      *          inspection recorded for it that day on
      *          inspections.txt, as INSPECTION-ENTRY writes them.
      *          The range is the FROMDATE and TODATE step
      *          parameters (YYYYMMDD), prompting only when run
      *          standalone; left blank it covers the last seven
      *          days up to the run date. A booking counts every
      *          calendar day it touched, out day and return day
      *          both, and one still out runs to the run date. The
      *          gaps are listed by date and unit, with the booking
      *          and driver who had the unit, to inspectiongap.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPECTION-GAP-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECTION-FILE
           ASSIGN "../inspections.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IP-FILE-STATUS.
           SELECT BOOKING-FILE
           ASSIGN "../bookings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../inspectiongap.tmp".
           SELECT REPORT-FILE
           ASSIGN "../inspectiongap.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INSPECTION-FILE.
           COPY "INSPECTION-RECORD.CPY".
       FD BOOKING-FILE.
           COPY "BOOKING-RECORD.CPY".
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-DATE        PIC 9(8).
           05 SORT-UNIT-NUMBER PIC X(6).
           05 SORT-BOOKING     PIC 9(6).
           05 SORT-DRIVER-ID   PIC X(6).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-IP-FILE-STATUS PIC XX.
       01 WS-BK-FILE-STATUS PIC XX.
       01 WS-RP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-FROM-INTEGER PIC 9(7).
       01 WS-TO-INTEGER PIC 9(7).
       01 WS-DAY-INTEGER PIC 9(7).
       01 WS-LAST-INTEGER PIC 9(7).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-CLIP-START PIC 9(8).
       01 WS-CLIP-END PIC 9(8).
       01 WS-DONE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-DONE-COUNT.
               10 WS-DN-UNIT-NUMBER PIC X(6).
               10 WS-DN-DATE        PIC 9(8).
       01 WS-DONE-SUB PIC 9(4).
       01 WS-DONE-FOUND PIC X.
       01 WS-DONE-FULL PIC X VALUE 'N'.
       01 WS-BOOKINGS-READ PIC 9(5) VALUE ZERO.
       01 WS-BOOKED-DAYS PIC 9(5) VALUE ZERO.
       01 WS-GAPS-FOUND PIC 9(5) VALUE ZERO.
       01 WS-HEADING-1.
           05 FILLER          PIC X(31) VALUE
               "PRE-TRIP INSPECTION GAPS - FROM".
           05 FILLER          PIC X VALUE SPACE.
           05 H1-FROM-DATE    PIC 9(8).
           05 FILLER          PIC X(4) VALUE " TO ".
           05 H1-TO-DATE      PIC 9(8).
       01 WS-HEADING-2 PIC X(80) VALUE
           "  DATE      UNIT     BOOKING DRIVER".
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-DATE         PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-UNIT-NUMBER  PIC X(6).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DL-BOOKING      PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-DRIVER-ID    PIC X(6).
       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(32) VALUE
               "BOOKED DAYS WITH NO INSPECTION: ".
           05 TL-GAPS         PIC ZZZZ9.
           05 FILLER          PIC X(4) VALUE " OF ".
           05 TL-BOOKED-DAYS  PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-GET-DATE-RANGE.
           PERFORM 200-LOAD-INSPECTIONS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DATE
                                SORT-UNIT-NUMBER
                                SORT-BOOKING
               INPUT PROCEDURE 300-FIND-GAPS
               OUTPUT PROCEDURE 400-PRODUCE-REPORT.
           DISPLAY "==== INSPECTION GAPS " WS-FROM-DATE " TO "
               WS-TO-DATE " ====".
           DISPLAY "BOOKINGS IN RANGE:     " WS-BOOKINGS-READ.
           DISPLAY "BOOKED UNIT-DAYS:      " WS-BOOKED-DAYS.
           DISPLAY "DAYS NOT INSPECTED:    " WS-GAPS-FOUND.
           GOBACK.
      * Either end left blank takes the default - the run date, and
      * seven days back from whatever the range ends on.
       100-GET-DATE-RANGE.
           MOVE "TODATE" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:8) TO WS-DATE-INPUT
           ELSE
               DISPLAY "GAPS UP TO WHICH DATE (YYYYMMDD, "
                   "BLANK = TODAY)?"
               ACCEPT WS-DATE-INPUT
           END-IF.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-RUN-DATE TO WS-TO-DATE
           ELSE
               IF WS-DATE-INPUT NOT NUMERIC
                   DISPLAY "DATE MUST BE NUMERIC YYYYMMDD - RUN "
                       "REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-DATE-INPUT TO WS-TO-DATE
           END-IF.
           MOVE "FROMDATE" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:8) TO WS-DATE-INPUT
           ELSE
               DISPLAY "GAPS FROM WHICH DATE (YYYYMMDD, "
                   "BLANK = 7 DAYS BACK)?"
               ACCEPT WS-DATE-INPUT
           END-IF.
           IF WS-DATE-INPUT = SPACES
               COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 6
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INTEGER)
           ELSE
               IF WS-DATE-INPUT NOT NUMERIC
                   DISPLAY "DATE MUST BE NUMERIC YYYYMMDD - RUN "
                       "REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-DATE-INPUT TO WS-FROM-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE IS AFTER TO DATE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
      * Only whether a unit was inspected on a day matters, so each
      * unit and date in the range is held once however many
      * checklist items were written for it.
       200-LOAD-INSPECTIONS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INSPECTION-FILE.
           IF WS-IP-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO INSPECTION-RECORD
               READ INSPECTION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IP-DATE NUMERIC
                           AND IP-DATE NOT < WS-FROM-DATE
                           AND IP-DATE NOT > WS-TO-DATE
                           MOVE IP-DATE TO WS-CHECK-DATE
                           PERFORM 210-FIND-INSPECTION
                           IF WS-DONE-FOUND = 'N'
                               PERFORM 220-ADD-INSPECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-IP-FILE-STATUS = "00" OR "10"
               CLOSE INSPECTION-FILE
           END-IF.
           IF WS-DONE-FULL = 'Y'
               DISPLAY "INSPECTION TABLE FULL - NARROW THE DATE RANGE"
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       210-FIND-INSPECTION.
           MOVE 'N' TO WS-DONE-FOUND.
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-DONE-COUNT
                   OR WS-DONE-FOUND = 'Y'
               IF WS-DN-UNIT-NUMBER(WS-DONE-SUB) = IP-UNIT-NUMBER
                   AND WS-DN-DATE(WS-DONE-SUB) = WS-CHECK-DATE
                   MOVE 'Y' TO WS-DONE-FOUND
               END-IF
           END-PERFORM.
       220-ADD-INSPECTION.
           IF WS-DONE-COUNT < 5000
               ADD 1 TO WS-DONE-COUNT
               MOVE IP-UNIT-NUMBER TO WS-DN-UNIT-NUMBER(WS-DONE-COUNT)
               MOVE IP-DATE TO WS-DN-DATE(WS-DONE-COUNT)
           ELSE
               MOVE 'Y' TO WS-DONE-FULL
           END-IF.
      * A booking is walked a day at a time over the part of it that
      * falls in the range; each day its unit has no inspection is
      * a gap.
       300-FIND-GAPS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BOOKING-FILE.
           IF WS-BK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BOOKING-FILE - STATUS "
                   WS-BK-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO BOOKING-RECORD
               READ BOOKING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 310-CHECK-ONE-BOOKING
               END-READ
           END-PERFORM.
           IF WS-BK-FILE-STATUS = "00" OR "10"
               CLOSE BOOKING-FILE
           END-IF.
       310-CHECK-ONE-BOOKING.
           MOVE BK-OUT-DATE TO WS-CLIP-START.
           IF BK-STATUS = 'R' AND BK-RETURN-DATE NUMERIC
               MOVE BK-RETURN-DATE TO WS-CLIP-END
           ELSE
               MOVE WS-RUN-DATE TO WS-CLIP-END
           END-IF.
           IF BK-OUT-DATE NUMERIC
               AND (BK-STATUS = 'B' OR BK-STATUS = 'R')
               AND WS-CLIP-START NOT > WS-TO-DATE
               AND WS-CLIP-END NOT < WS-FROM-DATE
               AND WS-CLIP-END NOT < WS-CLIP-START
               IF WS-CLIP-START < WS-FROM-DATE
                   MOVE WS-FROM-DATE TO WS-CLIP-START
               END-IF
               IF WS-CLIP-END > WS-TO-DATE
                   MOVE WS-TO-DATE TO WS-CLIP-END
               END-IF
               ADD 1 TO WS-BOOKINGS-READ
               COMPUTE WS-LAST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CLIP-END)
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CLIP-START)
               PERFORM UNTIL WS-DAY-INTEGER > WS-LAST-INTEGER
                   COMPUTE WS-CHECK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   PERFORM 320-CHECK-ONE-DAY
                   ADD 1 TO WS-DAY-INTEGER
               END-PERFORM
           END-IF.
       320-CHECK-ONE-DAY.
           ADD 1 TO WS-BOOKED-DAYS.
           MOVE 'N' TO WS-DONE-FOUND.
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-DONE-COUNT
                   OR WS-DONE-FOUND = 'Y'
               IF WS-DN-UNIT-NUMBER(WS-DONE-SUB) = BK-UNIT-NUMBER
                   AND WS-DN-DATE(WS-DONE-SUB) = WS-CHECK-DATE
                   MOVE 'Y' TO WS-DONE-FOUND
               END-IF
           END-PERFORM.
           IF WS-DONE-FOUND = 'N'
               MOVE WS-CHECK-DATE TO SORT-DATE
               MOVE BK-UNIT-NUMBER TO SORT-UNIT-NUMBER
               MOVE BK-NUMBER TO SORT-BOOKING
               MOVE BK-DRIVER-ID TO SORT-DRIVER-ID
               ADD 1 TO WS-GAPS-FOUND
               RELEASE SORT-RECORD
           END-IF.
       400-PRODUCE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REPORT-FILE - STATUS "
                   WS-RP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-FROM-DATE TO H1-FROM-DATE.
           MOVE WS-TO-DATE TO H1-TO-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SORT-DATE TO DL-DATE
                       MOVE SORT-UNIT-NUMBER TO DL-UNIT-NUMBER
                       MOVE SORT-BOOKING TO DL-BOOKING
                       MOVE SORT-DRIVER-ID TO DL-DRIVER-ID
                       MOVE WS-DETAIL-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GAPS-FOUND TO TL-GAPS.
           MOVE WS-BOOKED-DAYS TO TL-BOOKED-DAYS.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

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

       END PROGRAM INSPECTION-GAP-REPORT.
