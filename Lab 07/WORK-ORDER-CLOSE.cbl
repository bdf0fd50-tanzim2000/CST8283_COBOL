      *          load-table/rewrite-at-end pattern. A closed order
      *          becomes the new baseline PM-WORKORDER-BATCH measures
      *          the next interval from.
      *          The cost is no longer keyed: the mechanic enters the
      *          labour hours, and the order is costed at the parts
      *          issued against it (WORK-ORDER-PARTS-ISSUE), valued
      *          as STOCK-MOVEMENT-BATCH posted them to
      *          stockjournal.log, plus the hours at the shoprate.txt
      *          rate. An order with issues still waiting on
      *          stockmovements.txt is left open until the batch has
      *          posted them, so the cost never misses a part.
      *          Closing a SAFETY order (raised by INSPECTION-ENTRY for
      *          a safety-critical defect) puts the unit back to
      *          active on vehiclemaster.txt once no other SAFETY
      *          order is open against it.
      *          Closing an order flagged warranty-eligible when it
      *          opened raises a recovery claim for its cost on
      *          warrantyclaims.txt, against the coverage and dealer
      *          WARRANTY-CHECK names, for WARRANTY-CLAIM-ENTRY to
      *          carry through the dealer's process.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../workorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT STOCK-JOURNAL-FILE
           ASSIGN "../stockjournal.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SJ-FILE-STATUS.
           SELECT STOCK-MOVEMENT-FILE
           ASSIGN "../stockmovements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SM-FILE-STATUS.
           SELECT SHOP-RATE-FILE
           ASSIGN "../shoprate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SR-FILE-STATUS.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN "../vehiclemaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEH-FILE-STATUS.
           SELECT WARRANTY-CLAIM-FILE
           ASSIGN "../warrantyclaims.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WORK-ORDER-FILE.
           COPY "WORK-ORDER-RECORD.CPY".
       FD STOCK-JOURNAL-FILE.
           COPY "STOCK-JOURNAL-RECORD.CPY".
       FD STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT-RECORD.CPY".
       FD SHOP-RATE-FILE.
           COPY "SHOP-RATE-RECORD.CPY".
       FD VEHICLE-MASTER-FILE.
       01 VEHICLE-MASTER-RECORD.
           05 VEH-UNIT-NUMBER PIC X(6).
           05 VEH-CAR-TYPE PIC X(5).
           05 VEH-CAR-YEAR PIC 9(4).
           05 VEH-ENGINE-SIZE PIC 9(2)V9.
           05 VEH-IN-SERVICE-DATE PIC 9(8).
           05 VEH-STATUS PIC X.
       FD WARRANTY-CLAIM-FILE.
           COPY "WARRANTY-CLAIM-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-SJ-FILE-STATUS PIC XX.
       01 WS-SM-FILE-STATUS PIC XX.
       01 WS-SR-FILE-STATUS PIC XX.
       01 WS-SCAN-EOF PIC X.
       01 WS-EOF PIC X.
       01 WS-ORDER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORDER-COUNT.
               10 WS-OT-RECORD PIC X(82).
       01 WS-ORDER-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-NUMBER-INPUT PIC X(6).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-ODOMETER-INPUT PIC X(7).
       01 WS-HOURS-INPUT PIC X(6).
       01 WS-SHOP-RATE PIC 9(3)V99 VALUE 95.00.
       01 WS-ORDER-REFERENCE PIC X(10).
       01 WS-PENDING-ISSUES PIC 9(4).
       01 WS-PARTS-COST PIC S9(7)V99.
       01 WS-LABOUR-COST PIC 9(7)V99.
       01 WS-COST-OUT PIC ZZ,ZZ9.99-.
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-ORDERS-CLOSED PIC 9(3) VALUE ZERO.
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-SAFETY-CLOSED PIC 9(3) VALUE ZERO.
       01 WS-VEHICLE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VEHICLE-TABLE.
           05 WS-VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-VEHICLE-COUNT.
               10 WS-VT-RECORD PIC X(27).
       01 WS-VEHICLE-SUB PIC 9(3).
       01 WS-VEHICLE-OVERFLOW PIC X.
       01 WS-SAFETY-OPEN PIC X.
       01 WS-UNITS-RETURNED PIC 9(3) VALUE ZERO.
       01 WS-WR-FILE-STATUS PIC XX.
       01 WS-CLAIM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CLAIM-TABLE.
           05 WS-CLAIM-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CLAIM-COUNT.
               10 WS-CT-RECORD PIC X(108).
       01 WS-CLAIM-SUB PIC 9(3).
       01 WS-RUN-DATE PIC 9(8).
           COPY "WARRANTY-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-ORDER-TABLE.
           PERFORM 110-LOAD-SHOP-RATE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "WORK ORDER FILE HAS MORE RECORDS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NOTHING CLOSED AND THE"
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-ORDER-FILE
               DISPLAY "WORK ORDER FILE REWRITTEN"
               IF WS-SAFETY-CLOSED > ZERO
                   PERFORM 710-RETURN-UNITS-TO-SERVICE
               END-IF
               IF WS-CLAIM-COUNT > ZERO
                   PERFORM 740-APPEND-WARRANTY-CLAIMS
               END-IF
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           DISPLAY "ORDERS CLOSED: " WS-ORDERS-CLOSED.
           DISPLAY "WARRANTY CLAIMS RAISED: " WS-CLAIM-COUNT.
           STOP RUN.
       100-LOAD-ORDER-TABLE.
           MOVE 'N' TO WS-EOF.
               END-READ
           END-PERFORM.
           CLOSE WORK-ORDER-FILE.
       110-LOAD-SHOP-RATE.
           OPEN INPUT SHOP-RATE-FILE.
           IF WS-SR-FILE-STATUS = "00"
               MOVE SPACES TO SHOP-RATE-RECORD
               READ SHOP-RATE-FILE
                   NOT AT END
                       IF SR-LABOUR-RATE NUMERIC
                           MOVE SR-LABOUR-RATE TO WS-SHOP-RATE
                       END-IF
               END-READ
               CLOSE SHOP-RATE-FILE
           END-IF.
       200-CLOSE-ONE-ORDER.
           DISPLAY "WORK ORDER NUMBER TO CLOSE (6 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           ACCEPT WS-DATE-INPUT.
           DISPLAY "ODOMETER AT SERVICE (KM, 7 DIGITS)?".
           ACCEPT WS-ODOMETER-INPUT.
           DISPLAY "LABOUR HOURS (e.g. 2.5)?".
           ACCEPT WS-HOURS-INPUT.
           MOVE SPACES TO WS-ORDER-REFERENCE.
           STRING "W" DELIMITED BY SIZE
               WO-NUMBER DELIMITED BY SIZE
               INTO WS-ORDER-REFERENCE.
           PERFORM 410-COUNT-PENDING-ISSUES.
           IF WS-DATE-INPUT NOT NUMERIC
               OR WS-ODOMETER-INPUT NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-HOURS-INPUT) NOT = ZERO
               DISPLAY "DATE, ODOMETER AND LABOUR HOURS MUST ALL BE "
                   "NUMERIC - ORDER LEFT OPEN"
           ELSE
           IF WS-PENDING-ISSUES > ZERO
               DISPLAY WS-PENDING-ISSUES " PARTS ISSUE(S) TO THIS "
                   "ORDER ARE NOT POSTED YET - RUN "
                   "STOCK-MOVEMENT-BATCH FIRST - ORDER LEFT OPEN"
           ELSE
               MOVE 'C' TO WO-STATUS
               MOVE WS-DATE-INPUT TO WO-CLOSED-DATE
               MOVE WS-ODOMETER-INPUT TO WO-CLOSED-ODOMETER
               COMPUTE WO-LABOUR-HOURS ROUNDED =
                   FUNCTION NUMVAL(WS-HOURS-INPUT)
               PERFORM 420-COST-ISSUED-PARTS
               COMPUTE WS-LABOUR-COST ROUNDED =
                   WO-LABOUR-HOURS * WS-SHOP-RATE
               MOVE WS-PARTS-COST TO WO-PARTS-COST
               COMPUTE WO-COST = WO-PARTS-COST + WS-LABOUR-COST
               MOVE WORK-ORDER-RECORD
                   TO WS-OT-RECORD(WS-FOUND-SUB)
               MOVE 'Y' TO WS-CHANGES-MADE
               ADD 1 TO WS-ORDERS-CLOSED
               IF WO-SERVICE-TYPE = "SAFETY"
                   ADD 1 TO WS-SAFETY-CLOSED
               END-IF
               MOVE WO-PARTS-COST TO WS-COST-OUT
               DISPLAY "PARTS:  " WS-COST-OUT
               MOVE WS-LABOUR-COST TO WS-COST-OUT
               DISPLAY "LABOUR: " WS-COST-OUT
               MOVE WO-COST TO WS-COST-OUT
               DISPLAY "TOTAL:  " WS-COST-OUT
               DISPLAY "WORK ORDER " WO-NUMBER " CLOSED"
               IF WO-WARRANTY-FLAG = 'Y'
                   PERFORM 430-RAISE-WARRANTY-CLAIM
               END-IF
           END-IF
           END-IF.
      * Issues keyed but not yet through STOCK-MOVEMENT-BATCH have no
      * cost yet, so they hold the order open.
       410-COUNT-PENDING-ISSUES.
           MOVE ZERO TO WS-PENDING-ISSUES.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT STOCK-MOVEMENT-FILE.
           IF WS-SM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               MOVE SPACES TO STOCK-MOVEMENT-RECORD
               READ STOCK-MOVEMENT-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SM-REFERENCE = WS-ORDER-REFERENCE
                           ADD 1 TO WS-PENDING-ISSUES
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SM-FILE-STATUS = "00" OR "10"
               CLOSE STOCK-MOVEMENT-FILE
           END-IF.
      * The journal carries an issue's value negative (it comes off
      * stock), so the order's parts cost is the sum reversed - a
      * part returned against the order nets itself off.
       420-COST-ISSUED-PARTS.
           MOVE ZERO TO WS-PARTS-COST.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT STOCK-JOURNAL-FILE.
           IF WS-SJ-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               MOVE SPACES TO STOCK-JOURNAL-RECORD
               READ STOCK-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF SJ-REFERENCE = WS-ORDER-REFERENCE
                           AND SJ-EXT-VALUE NUMERIC
                           SUBTRACT SJ-EXT-VALUE FROM WS-PARTS-COST
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SJ-FILE-STATUS = "00" OR "10"
               CLOSE STOCK-JOURNAL-FILE
           END-IF.
           IF WS-PARTS-COST < ZERO
               MOVE ZERO TO WS-PARTS-COST
           END-IF.
      * The claim goes to whichever coverage made the order eligible
      * when it opened, so the check is rerun at the opening date and
      * reading. Claims are held until the order file is safely
      * rewritten, then added to warrantyclaims.txt.
       430-RAISE-WARRANTY-CLAIM.
           MOVE WO-UNIT-NUMBER TO WT-UNIT-NUMBER.
           MOVE WO-OPENED-DATE TO WT-DATE.
           MOVE WO-OPENED-ODOMETER TO WT-ODOMETER.
           CALL "WARRANTY-CHECK" USING WARRANTY-CHECK-AREA.
           IF WO-COST = ZERO
               DISPLAY "WARRANTY ORDER AT NO COST - NO CLAIM RAISED"
           ELSE
           IF WT-NOT-COVERED
               DISPLAY "WARRANTY TERMS FOR UNIT " WO-UNIT-NUMBER
                   " NO LONGER ON FILE - NO CLAIM RAISED"
           ELSE
               MOVE SPACES TO WARRANTY-CLAIM-RECORD
               MOVE WO-NUMBER TO WR-WO-NUMBER
               MOVE WO-UNIT-NUMBER TO WR-UNIT-NUMBER
               MOVE WT-COVERAGE TO WR-COVERAGE
               MOVE WT-DEALER TO WR-DEALER
               MOVE WS-RUN-DATE TO WR-RAISED-DATE
               MOVE WO-COST TO WR-CLAIMED-AMOUNT
               MOVE 'O' TO WR-STATUS
               MOVE ZERO TO WR-SUBMITTED-DATE
               MOVE ZERO TO WR-APPROVED-AMOUNT
               MOVE ZERO TO WR-DECIDED-DATE
               MOVE ZERO TO WR-PAID-AMOUNT
               MOVE ZERO TO WR-PAID-DATE
               ADD 1 TO WS-CLAIM-COUNT
               MOVE WARRANTY-CLAIM-RECORD
                   TO WS-CT-RECORD(WS-CLAIM-COUNT)
               DISPLAY "WARRANTY CLAIM RAISED: " WT-COVERAGE
                   " - DEALER " WT-DEALER
           END-IF
           END-IF.
       700-REWRITE-ORDER-FILE.
           OPEN OUTPUT WORK-ORDER-FILE.
               WRITE WORK-ORDER-RECORD
           END-PERFORM.
           CLOSE WORK-ORDER-FILE.
      * An out-of-service unit (VEH-STATUS O) goes back to active
      * once every SAFETY order against it is closed. A master too
      * big to hold is left alone rather than rewritten short.
       710-RETURN-UNITS-TO-SERVICE.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-VEHICLE-OVERFLOW.
           OPEN INPUT VEHICLE-MASTER-FILE.
           IF WS-VEH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VEHICLE-MASTER-FILE - STATUS "
                   WS-VEH-FILE-STATUS " - UNIT STATUS NOT UPDATED"
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-VEHICLE-OVERFLOW
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VEHICLE-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-VEHICLE-COUNT < 200
                           ADD 1 TO WS-VEHICLE-COUNT
                           MOVE VEHICLE-MASTER-RECORD
                               TO WS-VT-RECORD(WS-VEHICLE-COUNT)
                           IF VEH-STATUS = 'O'
                               PERFORM 720-CHECK-SAFETY-ORDERS
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-VEHICLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VEH-FILE-STATUS = "00" OR "10"
               CLOSE VEHICLE-MASTER-FILE
           END-IF.
           IF WS-VEHICLE-OVERFLOW = 'Y'
               DISPLAY "VEHICLE MASTER NOT UPDATED - RETURN UNITS TO "
                   "SERVICE IN VEHICLE-MASTER-MAINTENANCE"
           ELSE
           IF WS-UNITS-RETURNED > ZERO
               PERFORM 730-REWRITE-VEHICLE-FILE
           END-IF
           END-IF.
       720-CHECK-SAFETY-ORDERS.
           MOVE 'N' TO WS-SAFETY-OPEN.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               MOVE WS-OT-RECORD(WS-ORDER-SUB)
                   TO WORK-ORDER-RECORD
               IF WO-UNIT-NUMBER = VEH-UNIT-NUMBER
                   AND WO-SERVICE-TYPE = "SAFETY"
                   AND WO-STATUS = 'O'
                   MOVE 'Y' TO WS-SAFETY-OPEN
               END-IF
           END-PERFORM.
           IF WS-SAFETY-OPEN = 'N'
               MOVE 'A' TO VEH-STATUS
               MOVE VEHICLE-MASTER-RECORD
                   TO WS-VT-RECORD(WS-VEHICLE-COUNT)
               ADD 1 TO WS-UNITS-RETURNED
               DISPLAY "UNIT " VEH-UNIT-NUMBER " BACK IN SERVICE"
           END-IF.
       730-REWRITE-VEHICLE-FILE.
           OPEN OUTPUT VEHICLE-MASTER-FILE.
           IF WS-VEH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING VEHICLE-MASTER-FILE - STATUS "
                   WS-VEH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
                   UNTIL WS-VEHICLE-SUB > WS-VEHICLE-COUNT
               MOVE WS-VT-RECORD(WS-VEHICLE-SUB)
                   TO VEHICLE-MASTER-RECORD
               WRITE VEHICLE-MASTER-RECORD
           END-PERFORM.
           CLOSE VEHICLE-MASTER-FILE.
       740-APPEND-WARRANTY-CLAIMS.
           OPEN EXTEND WARRANTY-CLAIM-FILE.
           IF WS-WR-FILE-STATUS = "35"
               OPEN OUTPUT WARRANTY-CLAIM-FILE
           END-IF.
           IF WS-WR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WARRANTY-CLAIM-FILE - STATUS "
                   WS-WR-FILE-STATUS " - CLAIMS NOT RAISED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
                   UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               MOVE WS-CT-RECORD(WS-CLAIM-SUB)
                   TO WARRANTY-CLAIM-RECORD
               WRITE WARRANTY-CLAIM-RECORD
           END-PERFORM.
           CLOSE WARRANTY-CLAIM-FILE.

       END PROGRAM WORK-ORDER-CLOSE.
