      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Accident and incident entry per fleet unit - records
      *          the unit, date/time, location, description, injury
      *          flag, police report number, estimated damage and
      *          insurer claim number on incidents.txt. The driver is
      *          taken from the booking on bookings.txt that had the
      *          unit out at that moment (BK-OUT-STAMP up to the
      *          BK-RETURN-STAMP, or still out), and the operator can
      *          accept or correct it. The repair work order off
      *          workorders.txt is linked at entry or later, and a
      *          second option updates the claim number, claim status
      *          and damage estimate as the insurer works the claim.
      *          Same load-table/rewrite-at-end pattern as
      *          VEHICLE-BOOKING; numbers come from innextnumber.txt.
      *          INCIDENT-REPORT lists what is recorded here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE
           ASSIGN "../incidents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BOOKING-FILE
           ASSIGN "../bookings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN "../vehiclemaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEH-FILE-STATUS.
           SELECT DRIVER-MASTER-FILE
           ASSIGN "../drivermaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FILE-STATUS.
           SELECT WORK-ORDER-FILE
           ASSIGN "../workorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT IN-CONTROL-FILE
           ASSIGN "../innextnumber.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INCIDENT-FILE.
           COPY "INCIDENT-RECORD.CPY".
       FD BOOKING-FILE.
           COPY "BOOKING-RECORD.CPY".
       FD VEHICLE-MASTER-FILE.
       01 VEHICLE-MASTER-RECORD.
           05 VEH-UNIT-NUMBER PIC X(6).
           05 VEH-CAR-TYPE PIC X(5).
           05 VEH-CAR-YEAR PIC 9(4).
           05 VEH-ENGINE-SIZE PIC 9(2)V9.
           05 VEH-IN-SERVICE-DATE PIC 9(8).
           05 VEH-STATUS PIC X.
       FD DRIVER-MASTER-FILE.
       01 DRIVER-MASTER-RECORD.
           05 DR-DRIVER-ID PIC X(6).
           05 FILLER       PIC X.
           05 DR-NAME      PIC X(20).
           05 FILLER       PIC X.
           05 DR-LICENCE   PIC X(15).
           05 FILLER       PIC X.
           05 DR-STATUS    PIC X.
       FD WORK-ORDER-FILE.
           COPY "WORK-ORDER-RECORD.CPY".
       FD IN-CONTROL-FILE.
       01 IN-CONTROL-RECORD.
           05 IC-NEXT-NUMBER PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-IN-FILE-STATUS PIC XX.
       01 WS-BK-FILE-STATUS PIC XX.
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-DR-FILE-STATUS PIC XX.
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-IC-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-INCIDENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-INCIDENT-TABLE.
           05 WS-INCIDENT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-INCIDENT-COUNT.
               10 WS-IT-RECORD PIC X(190).
       01 WS-INCIDENT-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-BOOKING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BOOKING-TABLE.
           05 WS-BOOKING-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-BOOKING-COUNT.
               10 WS-BT-RECORD PIC X(100).
       01 WS-BOOKING-SUB PIC 9(3).
       01 WS-VEHICLE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VEHICLE-TABLE.
           05 WS-VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-VEHICLE-COUNT.
               10 WS-VEH-UNIT-NUMBER PIC X(6).
       01 WS-VEHICLE-SUB PIC 9(3).
       01 WS-VEH-FOUND-SUB PIC 9(3).
       01 WS-DRIVER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DRIVER-TABLE.
           05 WS-DRIVER-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-DRIVER-COUNT.
               10 WS-DR-ID     PIC X(6).
       01 WS-DRIVER-SUB PIC 9(3).
       01 WS-DR-FOUND-SUB PIC 9(3).
       01 WS-ORDER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORDER-COUNT.
               10 WS-OT-NUMBER PIC 9(6).
               10 WS-OT-UNIT   PIC X(6).
       01 WS-ORDER-SUB PIC 9(3).
       01 WS-WO-FOUND PIC X.
       01 WS-NEXT-NUMBER PIC 9(6) VALUE 1.
       01 WS-CONTROL-EOF PIC X.
       01 WS-ENTRY-MORE PIC X VALUE 'Y'.
       01 WS-MENU-CHOICE PIC X.
           88 WS-CHOICE-RECORD VALUE '1'.
           88 WS-CHOICE-UPDATE VALUE '2'.
       01 WS-UNIT-INPUT PIC X(6).
       01 WS-DRIVER-INPUT PIC X(6).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-TIME-INPUT PIC X(4).
       01 WS-NUMBER-INPUT PIC X(6).
       01 WS-LOCATION-INPUT PIC X(30).
       01 WS-DESCRIPTION-INPUT PIC X(50).
       01 WS-INJURY-INPUT PIC X.
           88 WS-INJURY-VALID VALUE 'Y' 'N'.
       01 WS-POLICE-INPUT PIC X(12).
       01 WS-DAMAGE-INPUT PIC X(12).
       01 WS-CLAIM-INPUT PIC X(15).
       01 WS-CLAIM-STATUS-INPUT PIC X.
           88 WS-CLAIM-STATUS-VALID VALUE 'O' 'S' 'D' ' '.
       01 WS-WO-INPUT PIC X(6).
       01 WS-INCIDENT-STAMP.
           05 WS-IS-DATE PIC 9(8).
           05 WS-IS-TIME PIC 9(4).
       01 WS-COVERING-NUMBER PIC 9(6).
       01 WS-COVERING-DRIVER PIC X(6).
       01 WS-COVERING-OUT PIC 9(12).
       01 WS-DRIVER-ID PIC X(6).
       01 WS-DRIVER-SOURCE PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-INCIDENTS-RECORDED PIC 9(3) VALUE ZERO.
       01 WS-INCIDENTS-UPDATED PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-INCIDENT-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "INCIDENT FILE HAS MORE RECORDS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NOTHING RECORDED AND THE"
               DISPLAY "FILE WAS NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LOAD-VEHICLE-TABLE.
           PERFORM 120-LOAD-DRIVER-TABLE.
           PERFORM 130-LOAD-BOOKING-TABLE.
           PERFORM 140-LOAD-ORDER-TABLE.
           PERFORM 150-READ-NEXT-INCIDENT-NUMBER.
           PERFORM 200-TAKE-ONE-REQUEST
               UNTIL WS-ENTRY-MORE = 'N' OR WS-ENTRY-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-INCIDENT-FILE
               PERFORM 710-WRITE-NEXT-INCIDENT-NUMBER
               DISPLAY "INCIDENT FILE REWRITTEN"
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           DISPLAY "INCIDENTS RECORDED: " WS-INCIDENTS-RECORDED.
           DISPLAY "INCIDENTS UPDATED:  " WS-INCIDENTS-UPDATED.
           STOP RUN.
       100-LOAD-INCIDENT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INCIDENT-FILE.
           IF WS-IN-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INCIDENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-INCIDENT-COUNT < 500
                           ADD 1 TO WS-INCIDENT-COUNT
                           MOVE INCIDENT-RECORD
                               TO WS-IT-RECORD(WS-INCIDENT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-IN-FILE-STATUS = "00" OR "10"
               CLOSE INCIDENT-FILE
           END-IF.
       110-LOAD-VEHICLE-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VEHICLE-MASTER-FILE.
           IF WS-VEH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VEHICLE-MASTER-FILE - STATUS "
                   WS-VEH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VEHICLE-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-VEHICLE-COUNT < 200
                           ADD 1 TO WS-VEHICLE-COUNT
                           MOVE VEH-UNIT-NUMBER TO
                               WS-VEH-UNIT-NUMBER(WS-VEHICLE-COUNT)
                       ELSE
                           DISPLAY 'VEHICLE TABLE FULL - DROPPED: '
                               VEH-UNIT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VEHICLE-MASTER-FILE.
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
       130-LOAD-BOOKING-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BOOKING-FILE.
           IF WS-BK-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO BOOKING-RECORD
               READ BOOKING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BOOKING-COUNT < 300
                           ADD 1 TO WS-BOOKING-COUNT
                           MOVE BOOKING-RECORD
                               TO WS-BT-RECORD(WS-BOOKING-COUNT)
                       ELSE
                           DISPLAY 'BOOKING TABLE FULL - DROPPED: '
                               BK-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BK-FILE-STATUS = "00" OR "10"
               CLOSE BOOKING-FILE
           END-IF.
       140-LOAD-ORDER-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ORDER-COUNT < 500
                           ADD 1 TO WS-ORDER-COUNT
                           MOVE WO-NUMBER
                               TO WS-OT-NUMBER(WS-ORDER-COUNT)
                           MOVE WO-UNIT-NUMBER
                               TO WS-OT-UNIT(WS-ORDER-COUNT)
                       ELSE
                           DISPLAY 'WORK ORDER TABLE FULL - DROPPED: '
                               WO-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00" OR "10"
               CLOSE WORK-ORDER-FILE
           END-IF.
       150-READ-NEXT-INCIDENT-NUMBER.
           MOVE 'N' TO WS-CONTROL-EOF.
           OPEN INPUT IN-CONTROL-FILE.
           IF WS-IC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-CONTROL-EOF
           END-IF.
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
               READ IN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF IC-NEXT-NUMBER NUMERIC
                           MOVE IC-NEXT-NUMBER TO WS-NEXT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-IC-FILE-STATUS = "00" OR "10"
               CLOSE IN-CONTROL-FILE
           END-IF.
       200-TAKE-ONE-REQUEST.
           DISPLAY "1 = RECORD AN INCIDENT".
           DISPLAY "2 = UPDATE CLAIM / REPAIR WORK ORDER".
           DISPLAY "SELECT AN OPTION [1-2]:".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-RECORD PERFORM 300-RECORD-ONE-INCIDENT
               WHEN WS-CHOICE-UPDATE PERFORM 500-UPDATE-ONE-INCIDENT
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-2"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-ENTRY-MORE.
       300-RECORD-ONE-INCIDENT.
           DISPLAY "UNIT NUMBER (6 CHARACTERS)?".
           ACCEPT WS-UNIT-INPUT.
           PERFORM 310-FIND-UNIT.
           IF WS-VEH-FOUND-SUB = ZERO
               DISPLAY "NO UNIT ON FILE FOR " WS-UNIT-INPUT
                   " - NOT RECORDED"
           ELSE
               DISPLAY "INCIDENT DATE (YYYYMMDD)?"
               ACCEPT WS-DATE-INPUT
               DISPLAY "INCIDENT TIME (24-HOUR HHMM)?"
               ACCEPT WS-TIME-INPUT
               IF WS-DATE-INPUT NOT NUMERIC
                   OR WS-TIME-INPUT NOT NUMERIC
                   DISPLAY "DATE AND TIME MUST BE NUMERIC - "
                       "NOT RECORDED"
               ELSE
                   MOVE WS-DATE-INPUT TO WS-IS-DATE
                   MOVE WS-TIME-INPUT TO WS-IS-TIME
                   PERFORM 330-FIND-COVERING-BOOKING
                   PERFORM 340-SETTLE-THE-DRIVER
                   PERFORM 400-TAKE-INCIDENT-DETAILS
               END-IF
           END-IF.
       310-FIND-UNIT.
           MOVE ZERO TO WS-VEH-FOUND-SUB.
           PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
                   UNTIL WS-VEHICLE-SUB > WS-VEHICLE-COUNT
               IF WS-VEH-UNIT-NUMBER(WS-VEHICLE-SUB) = WS-UNIT-INPUT
                   MOVE WS-VEHICLE-SUB TO WS-VEH-FOUND-SUB
               END-IF
           END-PERFORM.
       320-FIND-DRIVER.
           MOVE ZERO TO WS-DR-FOUND-SUB.
           PERFORM VARYING WS-DRIVER-SUB FROM 1 BY 1
                   UNTIL WS-DRIVER-SUB > WS-DRIVER-COUNT
               IF WS-DR-ID(WS-DRIVER-SUB) = WS-DRIVER-INPUT
                   MOVE WS-DRIVER-SUB TO WS-DR-FOUND-SUB
               END-IF
           END-PERFORM.
      * The booking that had the unit out is the one that left
      * before the incident and had not come back yet - returned at
      * or after the incident, or still out. If two qualify (a
      * return never recorded), the later departure wins.
       330-FIND-COVERING-BOOKING.
           MOVE ZERO TO WS-COVERING-NUMBER.
           MOVE SPACES TO WS-COVERING-DRIVER.
           MOVE ZERO TO WS-COVERING-OUT.
           PERFORM VARYING WS-BOOKING-SUB FROM 1 BY 1
                   UNTIL WS-BOOKING-SUB > WS-BOOKING-COUNT
               MOVE WS-BT-RECORD(WS-BOOKING-SUB) TO BOOKING-RECORD
               IF BK-UNIT-NUMBER = WS-UNIT-INPUT
                   AND BK-OUT-STAMP NOT > WS-INCIDENT-STAMP
                   AND BK-OUT-STAMP NOT < WS-COVERING-OUT
                   AND (BK-STATUS = 'B'
                       OR BK-RETURN-STAMP NOT < WS-INCIDENT-STAMP)
                   MOVE BK-NUMBER TO WS-COVERING-NUMBER
                   MOVE BK-DRIVER-ID TO WS-COVERING-DRIVER
                   MOVE BK-OUT-STAMP TO WS-COVERING-OUT
               END-IF
           END-PERFORM.
       340-SETTLE-THE-DRIVER.
           IF WS-COVERING-NUMBER > ZERO
               DISPLAY "UNIT WAS OUT ON BOOKING " WS-COVERING-NUMBER
                   " TO DRIVER " WS-COVERING-DRIVER
               DISPLAY "PRESS ENTER TO KEEP THAT DRIVER, OR KEY THE "
                   "CORRECT DRIVER ID:"
               MOVE WS-COVERING-DRIVER TO WS-DRIVER-ID
               MOVE 'B' TO WS-DRIVER-SOURCE
           ELSE
               DISPLAY "NO BOOKING HAD UNIT " WS-UNIT-INPUT
                   " OUT AT THAT TIME"
               DISPLAY "DRIVER ID (BLANK IF NOT KNOWN)?"
               MOVE SPACES TO WS-DRIVER-ID
               MOVE 'U' TO WS-DRIVER-SOURCE
           END-IF.
           MOVE SPACES TO WS-DRIVER-INPUT.
           ACCEPT WS-DRIVER-INPUT.
           IF WS-DRIVER-INPUT NOT = SPACES
               AND WS-DRIVER-INPUT NOT = WS-DRIVER-ID
               PERFORM 320-FIND-DRIVER
               IF WS-DR-FOUND-SUB = ZERO
                   DISPLAY "NO DRIVER ON FILE FOR " WS-DRIVER-INPUT
                       " - DRIVER NOT CHANGED"
               ELSE
                   MOVE WS-DRIVER-INPUT TO WS-DRIVER-ID
                   MOVE 'K' TO WS-DRIVER-SOURCE
               END-IF
           END-IF.
       400-TAKE-INCIDENT-DETAILS.
           DISPLAY "LOCATION?".
           ACCEPT WS-LOCATION-INPUT.
           DISPLAY "DESCRIPTION?".
           ACCEPT WS-DESCRIPTION-INPUT.
           DISPLAY "ANYONE INJURED? [Y/N]".
           ACCEPT WS-INJURY-INPUT.
           DISPLAY "POLICE REPORT NUMBER (BLANK IF NONE)?".
           MOVE SPACES TO WS-POLICE-INPUT.
           ACCEPT WS-POLICE-INPUT.
           DISPLAY "ESTIMATED DAMAGE (e.g. 1250.00, BLANK IF NOT "
               "KNOWN)?".
           MOVE SPACES TO WS-DAMAGE-INPUT.
           ACCEPT WS-DAMAGE-INPUT.
           DISPLAY "INSURER CLAIM NUMBER (BLANK IF NONE)?".
           MOVE SPACES TO WS-CLAIM-INPUT.
           ACCEPT WS-CLAIM-INPUT.
           DISPLAY "REPAIR WORK ORDER NUMBER (BLANK IF NONE YET)?".
           MOVE SPACES TO WS-WO-INPUT.
           ACCEPT WS-WO-INPUT.
           PERFORM 410-CHECK-WORK-ORDER.
           EVALUATE TRUE
               WHEN NOT WS-INJURY-VALID
                   DISPLAY "INJURY FLAG MUST BE Y OR N - NOT RECORDED"
               WHEN WS-DAMAGE-INPUT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-DAMAGE-INPUT)
                       NOT = ZERO
                   DISPLAY "DAMAGE MUST BE AN AMOUNT - NOT RECORDED"
               WHEN WS-WO-FOUND = 'N'
                   DISPLAY "NO WORK ORDER " WS-WO-INPUT " ON FILE FOR "
                       "UNIT " WS-UNIT-INPUT " - NOT RECORDED"
               WHEN OTHER
                   PERFORM 420-ADD-THE-INCIDENT
           END-EVALUATE.
      * A work order can only be linked when it is on file against
      * the same unit. WS-WO-FOUND is Y or N, or space when none was
      * keyed.
       410-CHECK-WORK-ORDER.
           MOVE SPACE TO WS-WO-FOUND.
           IF WS-WO-INPUT NOT = SPACES
               MOVE 'N' TO WS-WO-FOUND
               IF WS-WO-INPUT NUMERIC
                   PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                           UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                       IF WS-OT-NUMBER(WS-ORDER-SUB) = WS-WO-INPUT
                           AND WS-OT-UNIT(WS-ORDER-SUB)
                               = WS-UNIT-INPUT
                           MOVE 'Y' TO WS-WO-FOUND
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       420-ADD-THE-INCIDENT.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE WS-NEXT-NUMBER TO IN-NUMBER.
           MOVE WS-UNIT-INPUT TO IN-UNIT-NUMBER.
           MOVE WS-INCIDENT-STAMP TO IN-STAMP.
           MOVE WS-DRIVER-ID TO IN-DRIVER-ID.
           IF WS-DRIVER-ID = SPACES
               MOVE 'U' TO IN-DRIVER-SOURCE
           ELSE
               MOVE WS-DRIVER-SOURCE TO IN-DRIVER-SOURCE
           END-IF.
           MOVE WS-COVERING-NUMBER TO IN-BOOKING-NUMBER.
           MOVE WS-LOCATION-INPUT TO IN-LOCATION.
           MOVE WS-DESCRIPTION-INPUT TO IN-DESCRIPTION.
           MOVE WS-INJURY-INPUT TO IN-INJURY-FLAG.
           MOVE WS-POLICE-INPUT TO IN-POLICE-REPORT.
           IF WS-DAMAGE-INPUT = SPACES
               MOVE ZERO TO IN-DAMAGE-ESTIMATE
           ELSE
               COMPUTE IN-DAMAGE-ESTIMATE ROUNDED =
                   FUNCTION NUMVAL(WS-DAMAGE-INPUT)
           END-IF.
           MOVE WS-CLAIM-INPUT TO IN-CLAIM-NUMBER.
           IF WS-CLAIM-INPUT = SPACES
               MOVE 'N' TO IN-CLAIM-STATUS
           ELSE
               MOVE 'O' TO IN-CLAIM-STATUS
           END-IF.
           IF WS-WO-FOUND = 'Y'
               MOVE WS-WO-INPUT TO IN-WO-NUMBER
           ELSE
               MOVE ZERO TO IN-WO-NUMBER
           END-IF.
           MOVE WS-TODAY TO IN-RECORDED-DATE.
           IF WS-INCIDENT-COUNT < 500
               ADD 1 TO WS-NEXT-NUMBER
               ADD 1 TO WS-INCIDENT-COUNT
               MOVE INCIDENT-RECORD
                   TO WS-IT-RECORD(WS-INCIDENT-COUNT)
               MOVE 'Y' TO WS-CHANGES-MADE
               ADD 1 TO WS-INCIDENTS-RECORDED
               DISPLAY "INCIDENT " IN-NUMBER " RECORDED: UNIT "
                   IN-UNIT-NUMBER " DRIVER " IN-DRIVER-ID
           ELSE
               DISPLAY "INCIDENT TABLE FULL - NOT RECORDED"
           END-IF.
       500-UPDATE-ONE-INCIDENT.
           DISPLAY "INCIDENT NUMBER (6 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-INCIDENT-SUB FROM 1 BY 1
                   UNTIL WS-INCIDENT-SUB > WS-INCIDENT-COUNT
               MOVE WS-IT-RECORD(WS-INCIDENT-SUB) TO INCIDENT-RECORD
               IF IN-NUMBER = WS-NUMBER-INPUT
                   MOVE WS-INCIDENT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO INCIDENT " WS-NUMBER-INPUT " ON FILE"
           ELSE
               PERFORM 510-TAKE-THE-UPDATE
           END-IF.
      * Blank answers keep what is on file. Keying a claim number
      * against an incident with no claim opens it.
       510-TAKE-THE-UPDATE.
           MOVE WS-IT-RECORD(WS-FOUND-SUB) TO INCIDENT-RECORD.
           MOVE IN-UNIT-NUMBER TO WS-UNIT-INPUT.
           DISPLAY "INCIDENT " IN-NUMBER ": UNIT " IN-UNIT-NUMBER
               " ON " IN-DATE " - " IN-DESCRIPTION.
           DISPLAY "REPAIR WORK ORDER NUMBER (BLANK TO KEEP "
               IN-WO-NUMBER ")?".
           MOVE SPACES TO WS-WO-INPUT.
           ACCEPT WS-WO-INPUT.
           DISPLAY "INSURER CLAIM NUMBER (BLANK TO KEEP "
               IN-CLAIM-NUMBER ")?".
           MOVE SPACES TO WS-CLAIM-INPUT.
           ACCEPT WS-CLAIM-INPUT.
           DISPLAY "CLAIM STATUS O = OPEN, S = SETTLED, D = DENIED "
               "(BLANK TO KEEP " IN-CLAIM-STATUS ")?".
           MOVE SPACES TO WS-CLAIM-STATUS-INPUT.
           ACCEPT WS-CLAIM-STATUS-INPUT.
           DISPLAY "REVISED DAMAGE ESTIMATE (BLANK TO KEEP)?".
           MOVE SPACES TO WS-DAMAGE-INPUT.
           ACCEPT WS-DAMAGE-INPUT.
           PERFORM 410-CHECK-WORK-ORDER.
           EVALUATE TRUE
               WHEN WS-WO-FOUND = 'N'
                   DISPLAY "NO WORK ORDER " WS-WO-INPUT " ON FILE FOR "
                       "UNIT " WS-UNIT-INPUT " - NOT UPDATED"
               WHEN NOT WS-CLAIM-STATUS-VALID
                   DISPLAY "CLAIM STATUS MUST BE O, S OR D - "
                       "NOT UPDATED"
               WHEN WS-CLAIM-STATUS-INPUT NOT = SPACE
                   AND WS-CLAIM-INPUT = SPACES
                   AND IN-CLAIM-NUMBER = SPACES
                   DISPLAY "NO CLAIM NUMBER ON THIS INCIDENT - "
                       "NOT UPDATED"
               WHEN WS-DAMAGE-INPUT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-DAMAGE-INPUT)
                       NOT = ZERO
                   DISPLAY "DAMAGE MUST BE AN AMOUNT - NOT UPDATED"
               WHEN OTHER
                   PERFORM 520-APPLY-THE-UPDATE
           END-EVALUATE.
       520-APPLY-THE-UPDATE.
           IF WS-WO-FOUND = 'Y'
               MOVE WS-WO-INPUT TO IN-WO-NUMBER
           END-IF.
           IF WS-CLAIM-INPUT NOT = SPACES
               MOVE WS-CLAIM-INPUT TO IN-CLAIM-NUMBER
               IF IN-CLAIM-STATUS = 'N'
                   MOVE 'O' TO IN-CLAIM-STATUS
               END-IF
           END-IF.
           IF WS-CLAIM-STATUS-INPUT NOT = SPACE
               MOVE WS-CLAIM-STATUS-INPUT TO IN-CLAIM-STATUS
           END-IF.
           IF WS-DAMAGE-INPUT NOT = SPACES
               COMPUTE IN-DAMAGE-ESTIMATE ROUNDED =
                   FUNCTION NUMVAL(WS-DAMAGE-INPUT)
           END-IF.
           MOVE INCIDENT-RECORD TO WS-IT-RECORD(WS-FOUND-SUB).
           MOVE 'Y' TO WS-CHANGES-MADE.
           ADD 1 TO WS-INCIDENTS-UPDATED.
           DISPLAY "INCIDENT " IN-NUMBER " UPDATED".
       700-REWRITE-INCIDENT-FILE.
           OPEN OUTPUT INCIDENT-FILE.
           IF WS-IN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING INCIDENT-FILE - STATUS "
                   WS-IN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-INCIDENT-SUB FROM 1 BY 1
                   UNTIL WS-INCIDENT-SUB > WS-INCIDENT-COUNT
               MOVE WS-IT-RECORD(WS-INCIDENT-SUB) TO INCIDENT-RECORD
               WRITE INCIDENT-RECORD
           END-PERFORM.
           CLOSE INCIDENT-FILE.
       710-WRITE-NEXT-INCIDENT-NUMBER.
           OPEN OUTPUT IN-CONTROL-FILE.
           IF WS-IC-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE IN-CONTROL-FILE - STATUS "
                   WS-IC-FILE-STATUS
           ELSE
               MOVE WS-NEXT-NUMBER TO IC-NEXT-NUMBER
               WRITE IN-CONTROL-RECORD
               CLOSE IN-CONTROL-FILE
           END-IF.

       END PROGRAM INCIDENT-ENTRY.
