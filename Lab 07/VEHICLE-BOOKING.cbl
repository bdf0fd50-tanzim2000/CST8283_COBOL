      *          lapsed by the out date is refused outright - nobody
      *          dispatches onto the road uninsured.
      *          Returns record the actual date/time and odometer.
      *          Each booking also carries the borrowing department's
      *          cost-centre code and the odometer reading when the
      *          unit goes out, which FLEET-CHARGEBACK-RUN bills the
      *          department from at month-end.
      *          A unit a pre-trip inspection has put out of service
      *          (VEH-STATUS O) is refused until its SAFETY work order
      *          is closed.
      *          Booking numbers come from bknextnumber.txt.
      *          Once the booking file is rewritten, each booking
      *          taken in the session and still open is confirmed to
      *          its driver by email or SMS through
      *          NOTIFICATION-QUEUE (template BOOKCONF).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 BK-CONTROL-RECORD.
           05 BC-NEXT-NUMBER PIC 9(6).
       WORKING-STORAGE SECTION.
           COPY "NOTIFICATION-AREA.CPY".
       01 WS-BK-FILE-STATUS PIC XX.
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-DR-FILE-STATUS PIC XX.
       01 WS-BOOKING-TABLE.
           05 WS-BOOKING-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-BOOKING-COUNT.
               10 WS-BT-RECORD PIC X(100).
       01 WS-BOOKING-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-ALERT-OPEN PIC X.
           88 WS-UNIT-HAS-OPEN-ALERT VALUE 'Y'.
       01 WS-NEXT-NUMBER PIC 9(6) VALUE 1.
       01 WS-FIRST-NEW-NUMBER PIC 9(6).
       01 WS-CONFIRMATIONS-QUEUED PIC 9(3) VALUE ZERO.
       01 WS-CONTROL-EOF PIC X.
       01 WS-BOOK-MORE PIC X VALUE 'Y'.
       01 WS-MENU-CHOICE PIC X.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-TIME-INPUT PIC X(4).
       01 WS-JOB-INPUT PIC X(10).
       01 WS-COST-CENTRE-INPUT PIC X(6).
       01 WS-OUT-ODOMETER-INPUT PIC X(7).
       01 WS-NUMBER-INPUT PIC X(6).
       01 WS-ODOMETER-INPUT PIC X(7).
       01 WS-NEW-OUT-STAMP.
           PERFORM 120-LOAD-DRIVER-TABLE.
           PERFORM 130-LOAD-INSURANCE-TABLE.
           PERFORM 140-READ-NEXT-BOOKING-NUMBER.
           MOVE WS-NEXT-NUMBER TO WS-FIRST-NEW-NUMBER.
           PERFORM 200-TAKE-ONE-REQUEST
               UNTIL WS-BOOK-MORE = 'N' OR WS-BOOK-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-BOOKING-FILE
               PERFORM 710-WRITE-NEXT-BOOKING-NUMBER
               DISPLAY "BOOKING FILE REWRITTEN"
               PERFORM 720-QUEUE-BOOKING-CONFIRMATIONS
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           DISPLAY "BOOKINGS MADE:  " WS-BOOKINGS-MADE.
           DISPLAY "RETURNS TAKEN:  " WS-RETURNS-TAKEN.
           DISPLAY "CONFIRMATIONS QUEUED: " WS-CONFIRMATIONS-QUEUED.
           STOP RUN.
       100-LOAD-BOOKING-TABLE.
           MOVE 'N' TO WS-EOF.
               WHEN WS-VEH-STATUS(WS-VEH-FOUND-SUB) = 'R'
                   DISPLAY "UNIT " WS-UNIT-INPUT " IS RETIRED - "
                       "NOT BOOKED"
               WHEN WS-VEH-STATUS(WS-VEH-FOUND-SUB) = 'O'
                   DISPLAY "UNIT " WS-UNIT-INPUT " IS OUT OF SERVICE "
                       "FOR A SAFETY DEFECT - NOT BOOKED"
               WHEN WS-DR-FOUND-SUB = ZERO
                   DISPLAY "NO DRIVER ON FILE FOR " WS-DRIVER-INPUT
                       " - NOT BOOKED"
       420-WRITE-THE-BOOKING.
           DISPLAY "JOB REFERENCE?".
           ACCEPT WS-JOB-INPUT.
           DISPLAY "DEPARTMENT COST CENTRE (6 CHARACTERS)?".
           ACCEPT WS-COST-CENTRE-INPUT.
           DISPLAY "ODOMETER AT OUT (KM, 7 DIGITS)?".
           ACCEPT WS-OUT-ODOMETER-INPUT.
           IF WS-COST-CENTRE-INPUT = SPACES
               OR WS-OUT-ODOMETER-INPUT NOT NUMERIC
               DISPLAY "COST CENTRE IS REQUIRED AND THE ODOMETER "
                   "MUST BE NUMERIC - NOT BOOKED"
           ELSE
               PERFORM 425-ADD-THE-BOOKING
           END-IF.
       425-ADD-THE-BOOKING.
           MOVE SPACES TO BOOKING-RECORD.
           MOVE WS-NEXT-NUMBER TO BK-NUMBER.
           ADD 1 TO WS-NEXT-NUMBER.
           MOVE 'B' TO BK-STATUS.
           MOVE ZEROS TO BK-RETURN-STAMP.
           MOVE ZERO TO BK-RETURN-ODOMETER.
           MOVE WS-COST-CENTRE-INPUT TO BK-COST-CENTRE.
           MOVE WS-OUT-ODOMETER-INPUT TO BK-OUT-ODOMETER.
           IF WS-BOOKING-COUNT < 300
               ADD 1 TO WS-BOOKING-COUNT
               MOVE BOOKING-RECORD
               OR WS-ODOMETER-INPUT NOT NUMERIC
               DISPLAY "DATE, TIME AND ODOMETER MUST ALL BE "
                   "NUMERIC - BOOKING LEFT OPEN"
           ELSE
           IF BK-OUT-ODOMETER NUMERIC
               AND WS-ODOMETER-INPUT < BK-OUT-ODOMETER
               DISPLAY "ODOMETER IS BELOW THE READING AT OUT ("
                   BK-OUT-ODOMETER ") - BOOKING LEFT OPEN"
           ELSE
               MOVE 'R' TO BK-STATUS
               MOVE WS-DATE-INPUT TO BK-RETURN-DATE
               MOVE 'Y' TO WS-CHANGES-MADE
               ADD 1 TO WS-RETURNS-TAKEN
               DISPLAY "RETURN RECORDED FOR BOOKING " BK-NUMBER
           END-IF
           END-IF.
       700-REWRITE-BOOKING-FILE.
           OPEN OUTPUT BOOKING-FILE.
               WRITE BK-CONTROL-RECORD
               CLOSE BK-CONTROL-FILE
           END-IF.
      * Confirmations wait until the bookings are safely on file, so a
      * driver is never told of a booking the rewrite lost. A booking
      * taken and returned in the same session needs none.
       720-QUEUE-BOOKING-CONFIRMATIONS.
           PERFORM VARYING WS-BOOKING-SUB FROM 1 BY 1
                   UNTIL WS-BOOKING-SUB > WS-BOOKING-COUNT
               MOVE WS-BT-RECORD(WS-BOOKING-SUB) TO BOOKING-RECORD
               IF BK-NUMBER NOT < WS-FIRST-NEW-NUMBER
                   AND BK-STATUS = 'B'
                   PERFORM 730-QUEUE-ONE-CONFIRMATION
               END-IF
           END-PERFORM.
       730-QUEUE-ONE-CONFIRMATION.
           MOVE SPACES TO NOTIFICATION-AREA.
           MOVE 'D' TO NT-RECIPIENT-TYPE.
           MOVE BK-DRIVER-ID TO NT-RECIPIENT-ID.
           MOVE "BOOKCONF" TO NT-TEMPLATE.
           MOVE BK-NUMBER TO NT-VARIABLE(1).
           MOVE BK-UNIT-NUMBER TO NT-VARIABLE(2).
           STRING BK-OUT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BK-OUT-TIME DELIMITED BY SIZE
               INTO NT-VARIABLE(3).
           STRING BK-DUE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BK-DUE-TIME DELIMITED BY SIZE
               INTO NT-VARIABLE(4).
           MOVE "VEHICLE-BOOKING" TO NT-PROGRAM.
           CALL "NOTIFICATION-QUEUE" USING NOTIFICATION-AREA.
           IF NT-QUEUED
               ADD 1 TO WS-CONFIRMATIONS-QUEUED
           END-IF.

       END PROGRAM VEHICLE-BOOKING.
