      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Traffic and parking violation entry - keys a parking
      *          ticket, traffic ticket or photo-radar notice that
      *          came in by mail against the fleet's licence plate
      *          (plate, date/time, type, notice number, fine and
      *          payment due date) onto violations.txt, where
      *          VIOLATION-MATCH-RUN finds the driver who had the
      *          unit. A second option records the date a fine was
      *          paid, and a third lets the operator name the driver
      *          on a violation the match run could not settle - the
      *          next match run then issues that driver's notice.
      *          Same load-table/rewrite-at-end pattern as
      *          INCIDENT-ENTRY; numbers come from vlnextnumber.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIOLATION-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-FILE
           ASSIGN "../violations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VL-FILE-STATUS.
           SELECT DRIVER-MASTER-FILE
           ASSIGN "../drivermaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FILE-STATUS.
           SELECT VL-CONTROL-FILE
           ASSIGN "../vlnextnumber.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VIOLATION-FILE.
           COPY "VIOLATION-RECORD.CPY".
       FD DRIVER-MASTER-FILE.
       01 DRIVER-MASTER-RECORD.
           05 DR-DRIVER-ID PIC X(6).
           05 FILLER       PIC X.
           05 DR-NAME      PIC X(20).
           05 FILLER       PIC X.
           05 DR-LICENCE   PIC X(15).
           05 FILLER       PIC X.
           05 DR-STATUS    PIC X.
       FD VL-CONTROL-FILE.
       01 VL-CONTROL-RECORD.
           05 VC-NEXT-NUMBER PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-VL-FILE-STATUS PIC XX.
       01 WS-DR-FILE-STATUS PIC XX.
       01 WS-VC-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-VIOLATION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-VIOLATION-TABLE.
           05 WS-VIOLATION-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-VIOLATION-COUNT.
               10 WS-VT-RECORD PIC X(122).
       01 WS-VIOLATION-SUB PIC 9(4).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-FOUND-SUB PIC 9(4).
       01 WS-DRIVER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DRIVER-TABLE.
           05 WS-DRIVER-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-DRIVER-COUNT.
               10 WS-DR-ID     PIC X(6).
       01 WS-DRIVER-SUB PIC 9(3).
       01 WS-DR-FOUND-SUB PIC 9(3).
       01 WS-NEXT-NUMBER PIC 9(6) VALUE 1.
       01 WS-CONTROL-EOF PIC X.
       01 WS-ENTRY-MORE PIC X VALUE 'Y'.
       01 WS-MENU-CHOICE PIC X.
           88 WS-CHOICE-RECORD VALUE '1'.
           88 WS-CHOICE-PAID   VALUE '2'.
           88 WS-CHOICE-ASSIGN VALUE '3'.
       01 WS-PLATE-INPUT PIC X(15).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-TIME-INPUT PIC X(4).
       01 WS-TYPE-INPUT PIC X.
           88 WS-TYPE-VALID VALUE 'P' 'T' 'R'.
       01 WS-NOTICE-INPUT PIC X(15).
       01 WS-FINE-INPUT PIC X(10).
       01 WS-DUE-INPUT PIC X(8).
       01 WS-NUMBER-INPUT PIC X(6).
       01 WS-DRIVER-INPUT PIC X(6).
       01 WS-NOTICE-FOUND PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-VIOLATIONS-RECORDED PIC 9(3) VALUE ZERO.
       01 WS-FINES-PAID PIC 9(3) VALUE ZERO.
       01 WS-DRIVERS-ASSIGNED PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-VIOLATION-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "VIOLATION FILE HAS MORE RECORDS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NOTHING RECORDED AND THE"
               DISPLAY "FILE WAS NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 120-LOAD-DRIVER-TABLE.
           PERFORM 150-READ-NEXT-VIOLATION-NUMBER.
           PERFORM 200-TAKE-ONE-REQUEST
               UNTIL WS-ENTRY-MORE = 'N' OR WS-ENTRY-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-VIOLATION-FILE
               PERFORM 710-WRITE-NEXT-VIOLATION-NUMBER
               DISPLAY "VIOLATION FILE REWRITTEN"
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           DISPLAY "VIOLATIONS RECORDED: " WS-VIOLATIONS-RECORDED.
           DISPLAY "FINES MARKED PAID:   " WS-FINES-PAID.
           DISPLAY "DRIVERS ASSIGNED:    " WS-DRIVERS-ASSIGNED.
           STOP RUN.
       100-LOAD-VIOLATION-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VIOLATION-FILE.
           IF WS-VL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VIOLATION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-VIOLATION-COUNT < 2000
                           ADD 1 TO WS-VIOLATION-COUNT
                           MOVE VIOLATION-RECORD
                               TO WS-VT-RECORD(WS-VIOLATION-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VL-FILE-STATUS = "00" OR "10"
               CLOSE VIOLATION-FILE
           END-IF.
       120-LOAD-DRIVER-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DRIVER-MASTER-FILE.
           IF WS-DR-FILE-STATUS NOT = "00"
               DISPLAY "NO DRIVER MASTER ON HAND - STATUS "
                   WS-DR-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRIVER-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DRIVER-COUNT < 200
                           ADD 1 TO WS-DRIVER-COUNT
                           MOVE DR-DRIVER-ID
                               TO WS-DR-ID(WS-DRIVER-COUNT)
                       ELSE
                           DISPLAY 'DRIVER TABLE FULL - DROPPED: '
                               DR-DRIVER-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DR-FILE-STATUS = "00" OR "10"
               CLOSE DRIVER-MASTER-FILE
           END-IF.
       150-READ-NEXT-VIOLATION-NUMBER.
           MOVE 'N' TO WS-CONTROL-EOF.
           OPEN INPUT VL-CONTROL-FILE.
           IF WS-VC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-CONTROL-EOF
           END-IF.
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
               READ VL-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF VC-NEXT-NUMBER NUMERIC
                           MOVE VC-NEXT-NUMBER TO WS-NEXT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VC-FILE-STATUS = "00" OR "10"
               CLOSE VL-CONTROL-FILE
           END-IF.
       200-TAKE-ONE-REQUEST.
           DISPLAY "1 = RECORD A VIOLATION".
           DISPLAY "2 = RECORD A FINE PAID".
           DISPLAY "3 = ASSIGN THE DRIVER ON AN UNMATCHED VIOLATION".
           DISPLAY "SELECT AN OPTION [1-3]:".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-RECORD PERFORM 300-RECORD-ONE-VIOLATION
               WHEN WS-CHOICE-PAID PERFORM 500-RECORD-ONE-PAYMENT
               WHEN WS-CHOICE-ASSIGN PERFORM 600-ASSIGN-ONE-DRIVER
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-3"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-ENTRY-MORE.
       300-RECORD-ONE-VIOLATION.
           DISPLAY "LICENCE PLATE?".
           MOVE SPACES TO WS-PLATE-INPUT.
           ACCEPT WS-PLATE-INPUT.
           DISPLAY "VIOLATION DATE (YYYYMMDD)?".
           ACCEPT WS-DATE-INPUT.
           DISPLAY "VIOLATION TIME (24-HOUR HHMM)?".
           ACCEPT WS-TIME-INPUT.
           DISPLAY "TYPE P = PARKING, T = TRAFFIC, R = PHOTO RADAR?".
           ACCEPT WS-TYPE-INPUT.
           DISPLAY "NOTICE / TICKET NUMBER?".
           MOVE SPACES TO WS-NOTICE-INPUT.
           ACCEPT WS-NOTICE-INPUT.
           DISPLAY "FINE AMOUNT (e.g. 125.00)?".
           MOVE SPACES TO WS-FINE-INPUT.
           ACCEPT WS-FINE-INPUT.
           DISPLAY "PAYMENT DUE DATE (YYYYMMDD)?".
           ACCEPT WS-DUE-INPUT.
           PERFORM 310-FIND-NOTICE-NUMBER.
           EVALUATE TRUE
               WHEN WS-PLATE-INPUT = SPACES
                   DISPLAY "PLATE IS REQUIRED - NOT RECORDED"
               WHEN WS-DATE-INPUT NOT NUMERIC
                   OR WS-TIME-INPUT NOT NUMERIC
                   OR WS-DUE-INPUT NOT NUMERIC
                   DISPLAY "DATES AND TIME MUST BE NUMERIC - "
                       "NOT RECORDED"
               WHEN WS-DATE-INPUT > WS-TODAY
                   DISPLAY "VIOLATION DATE IS IN THE FUTURE - "
                       "NOT RECORDED"
               WHEN NOT WS-TYPE-VALID
                   DISPLAY "TYPE MUST BE P, T OR R - NOT RECORDED"
               WHEN WS-NOTICE-INPUT = SPACES
                   DISPLAY "NOTICE NUMBER IS REQUIRED - NOT RECORDED"
               WHEN WS-NOTICE-FOUND = 'Y'
                   DISPLAY "NOTICE " WS-NOTICE-INPUT " IS ALREADY ON "
                       "FILE - NOT RECORDED"
               WHEN FUNCTION TEST-NUMVAL(WS-FINE-INPUT) NOT = ZERO
                   DISPLAY "FINE MUST BE AN AMOUNT - NOT RECORDED"
               WHEN OTHER
                   PERFORM 320-ADD-THE-VIOLATION
           END-EVALUATE.
      * The same notice mailed twice, or keyed here and also on the
      * authority's import file, must not be matched and charged
      * to a driver twice.
       310-FIND-NOTICE-NUMBER.
           MOVE 'N' TO WS-NOTICE-FOUND.
           PERFORM VARYING WS-VIOLATION-SUB FROM 1 BY 1
                   UNTIL WS-VIOLATION-SUB > WS-VIOLATION-COUNT
               MOVE WS-VT-RECORD(WS-VIOLATION-SUB) TO VIOLATION-RECORD
               IF VL-NOTICE-NUMBER = WS-NOTICE-INPUT
                   MOVE 'Y' TO WS-NOTICE-FOUND
               END-IF
           END-PERFORM.
       320-ADD-THE-VIOLATION.
           MOVE SPACES TO VIOLATION-RECORD.
           MOVE WS-NEXT-NUMBER TO VL-NUMBER.
           MOVE WS-PLATE-INPUT TO VL-PLATE.
           MOVE WS-DATE-INPUT TO VL-DATE.
           MOVE WS-TIME-INPUT TO VL-TIME.
           MOVE WS-TYPE-INPUT TO VL-TYPE.
           MOVE WS-NOTICE-INPUT TO VL-NOTICE-NUMBER.
           COMPUTE VL-FINE ROUNDED = FUNCTION NUMVAL(WS-FINE-INPUT).
           MOVE WS-DUE-INPUT TO VL-DUE-DATE.
           MOVE 'N' TO VL-STATUS.
           MOVE ZERO TO VL-BOOKING-NUMBER.
           MOVE ZERO TO VL-NOTICE-DATE.
           MOVE ZERO TO VL-PAID-DATE.
           MOVE WS-TODAY TO VL-RECORDED-DATE.
           IF WS-VIOLATION-COUNT < 2000
               ADD 1 TO WS-NEXT-NUMBER
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE VIOLATION-RECORD
                   TO WS-VT-RECORD(WS-VIOLATION-COUNT)
               MOVE 'Y' TO WS-CHANGES-MADE
               ADD 1 TO WS-VIOLATIONS-RECORDED
               DISPLAY "VIOLATION " VL-NUMBER " RECORDED FOR PLATE "
                   VL-PLATE
           ELSE
               DISPLAY "VIOLATION TABLE FULL - NOT RECORDED"
           END-IF.
       400-FIND-VIOLATION.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-VIOLATION-SUB FROM 1 BY 1
                   UNTIL WS-VIOLATION-SUB > WS-VIOLATION-COUNT
               MOVE WS-VT-RECORD(WS-VIOLATION-SUB) TO VIOLATION-RECORD
               IF VL-NUMBER = WS-NUMBER-INPUT
                   MOVE WS-VIOLATION-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-VT-RECORD(WS-FOUND-SUB) TO VIOLATION-RECORD
           END-IF.
       500-RECORD-ONE-PAYMENT.
           DISPLAY "VIOLATION NUMBER (6 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           PERFORM 400-FIND-VIOLATION.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO VIOLATION " WS-NUMBER-INPUT " ON FILE"
           ELSE
               IF VL-PAID-DATE NOT = ZERO
                   DISPLAY "VIOLATION " VL-NUMBER " WAS ALREADY PAID "
                       "ON " VL-PAID-DATE
               ELSE
                   DISPLAY "VIOLATION " VL-NUMBER ": PLATE " VL-PLATE
                       " NOTICE " VL-NOTICE-NUMBER " FINE " VL-FINE
                   DISPLAY "DATE PAID (YYYYMMDD, BLANK = TODAY)?"
                   MOVE SPACES TO WS-DATE-INPUT
                   ACCEPT WS-DATE-INPUT
                   EVALUATE TRUE
                       WHEN WS-DATE-INPUT = SPACES
                           MOVE WS-TODAY TO VL-PAID-DATE
                           PERFORM 510-SAVE-THE-PAYMENT
                       WHEN WS-DATE-INPUT NOT NUMERIC
                           DISPLAY "DATE MUST BE NUMERIC - NOT "
                               "RECORDED"
                       WHEN WS-DATE-INPUT > WS-TODAY
                           DISPLAY "DATE PAID IS IN THE FUTURE - "
                               "NOT RECORDED"
                       WHEN OTHER
                           MOVE WS-DATE-INPUT TO VL-PAID-DATE
                           PERFORM 510-SAVE-THE-PAYMENT
                   END-EVALUATE
               END-IF
           END-IF.
       510-SAVE-THE-PAYMENT.
           MOVE VIOLATION-RECORD TO WS-VT-RECORD(WS-FOUND-SUB).
           MOVE 'Y' TO WS-CHANGES-MADE.
           ADD 1 TO WS-FINES-PAID.
           DISPLAY "VIOLATION " VL-NUMBER " MARKED PAID ON "
               VL-PAID-DATE.
      * Only a violation the match run could not settle takes a
      * keyed driver; one matched from a booking stays with the
      * booking's driver. The notice is left to the next match run
      * so it goes out with the others.
       600-ASSIGN-ONE-DRIVER.
           DISPLAY "VIOLATION NUMBER (6 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           PERFORM 400-FIND-VIOLATION.
           EVALUATE TRUE
               WHEN WS-FOUND-SUB = ZERO
                   DISPLAY "NO VIOLATION " WS-NUMBER-INPUT " ON FILE"
               WHEN VL-STATUS NOT = 'U'
                   DISPLAY "VIOLATION " VL-NUMBER " IS NOT ON THE "
                       "UNMATCHED LIST - NOT CHANGED"
               WHEN OTHER
                   DISPLAY "VIOLATION " VL-NUMBER ": PLATE " VL-PLATE
                       " ON " VL-DATE " AT " VL-TIME
                   DISPLAY "DRIVER ID?"
                   MOVE SPACES TO WS-DRIVER-INPUT
                   ACCEPT WS-DRIVER-INPUT
                   PERFORM 610-FIND-DRIVER
                   IF WS-DR-FOUND-SUB = ZERO
                       DISPLAY "NO DRIVER ON FILE FOR " WS-DRIVER-INPUT
                           " - NOT CHANGED"
                   ELSE
                       MOVE 'M' TO VL-STATUS
                       MOVE WS-DRIVER-INPUT TO VL-DRIVER-ID
                       MOVE 'K' TO VL-DRIVER-SOURCE
                       MOVE ZERO TO VL-BOOKING-NUMBER
                       MOVE ZERO TO VL-NOTICE-DATE
                       MOVE VIOLATION-RECORD
                           TO WS-VT-RECORD(WS-FOUND-SUB)
                       MOVE 'Y' TO WS-CHANGES-MADE
                       ADD 1 TO WS-DRIVERS-ASSIGNED
                       DISPLAY "VIOLATION " VL-NUMBER " ASSIGNED TO "
                           "DRIVER " VL-DRIVER-ID
                   END-IF
           END-EVALUATE.
       610-FIND-DRIVER.
           MOVE ZERO TO WS-DR-FOUND-SUB.
           PERFORM VARYING WS-DRIVER-SUB FROM 1 BY 1
                   UNTIL WS-DRIVER-SUB > WS-DRIVER-COUNT
               IF WS-DR-ID(WS-DRIVER-SUB) = WS-DRIVER-INPUT
                   MOVE WS-DRIVER-SUB TO WS-DR-FOUND-SUB
               END-IF
           END-PERFORM.
       700-REWRITE-VIOLATION-FILE.
           OPEN OUTPUT VIOLATION-FILE.
           IF WS-VL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING VIOLATION-FILE - STATUS "
                   WS-VL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-VIOLATION-SUB FROM 1 BY 1
                   UNTIL WS-VIOLATION-SUB > WS-VIOLATION-COUNT
               MOVE WS-VT-RECORD(WS-VIOLATION-SUB) TO VIOLATION-RECORD
               WRITE VIOLATION-RECORD
           END-PERFORM.
           CLOSE VIOLATION-FILE.
       710-WRITE-NEXT-VIOLATION-NUMBER.
           OPEN OUTPUT VL-CONTROL-FILE.
           IF WS-VC-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE VL-CONTROL-FILE - STATUS "
                   WS-VC-FILE-STATUS
           ELSE
               MOVE WS-NEXT-NUMBER TO VC-NEXT-NUMBER
               WRITE VL-CONTROL-RECORD
               CLOSE VL-CONTROL-FILE
           END-IF.

       END PROGRAM VIOLATION-ENTRY.
