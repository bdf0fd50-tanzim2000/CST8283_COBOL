      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Month-end fleet cost chargeback - for a month (the
      *          PERIOD step parameter, YYYYMM, prompting only when
      *          run standalone) bills what each unit cost fleet
      *          back to the departments that borrowed it. A unit's
      *          fuel card spend (fueleconomy.txt, as FUEL-CARD-
      *          IMPORT loaded it) and its closed work order costs
      *          (workorders.txt, closed in the month) are shared
      *          out by each booking's days in the month against the
      *          days in the month, and every booking also pays the
      *          usage rates on fleetchargerates.txt - a rate per
      *          booked day plus a rate per kilometre (BK-OUT-
      *          ODOMETER to BK-RETURN-ODOMETER, billed in the month
      *          the unit came back). The share of cost for days no
      *          booking covered, and for bookings taken before
      *          cost centres were recorded, stays with fleet and is
      *          reported per unit as fleet overhead. The statement
      *          goes to fleetchargeback.txt one department at a
      *          time, and Finance gets fleetchargejournal.txt in
      *          the gljournal.txt layout - a debit to each
      *          department's account off fleetdeptmap.txt and one
      *          credit to the fleet recovery account on the rates
      *          file. A department with no account on the map, or
      *          no recovery account, pulls the journal and ends the
      *          run with a non-zero return code.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-CHARGEBACK-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN "../vehiclemaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEH-FILE-STATUS.
           SELECT FUEL-ECONOMY-FILE
           ASSIGN "../fueleconomy.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FE-FILE-STATUS.
           SELECT WORK-ORDER-FILE
           ASSIGN "../workorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT BOOKING-FILE
           ASSIGN "../bookings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT CHARGE-RATE-FILE
           ASSIGN "../fleetchargerates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CR-FILE-STATUS.
           SELECT DEPT-MAP-FILE
           ASSIGN "../fleetdeptmap.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../fleetchargesort.tmp".
           SELECT STATEMENT-FILE
           ASSIGN "../fleetchargeback.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ST-FILE-STATUS.
           SELECT GL-JOURNAL-FILE
           ASSIGN "../fleetchargejournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VEHICLE-MASTER-FILE.
       01 VEHICLE-MASTER-RECORD.
           05 VEH-UNIT-NUMBER PIC X(6).
           05 VEH-CAR-TYPE PIC X(5).
           05 VEH-CAR-YEAR PIC 9(4).
           05 VEH-ENGINE-SIZE PIC 9(2)V9.
           05 VEH-IN-SERVICE-DATE PIC 9(8).
           05 VEH-STATUS PIC X.
       FD FUEL-ECONOMY-FILE.
       01 FUEL-ECONOMY-RECORD.
           05 FE-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 FE-UNIT-NUMBER PIC X(6).
           05 FILLER         PIC X.
           05 FE-CAR-TYPE    PIC X(5).
           05 FILLER         PIC X.
           05 FE-LITRES      PIC 9(4)V9.
           05 FILLER         PIC X.
           05 FE-ODOMETER    PIC 9(7).
           05 FILLER         PIC X.
           05 FE-AMOUNT      PIC 9(5)V99.
       FD WORK-ORDER-FILE.
           COPY "WORK-ORDER-RECORD.CPY".
       FD BOOKING-FILE.
           COPY "BOOKING-RECORD.CPY".
       FD CHARGE-RATE-FILE.
       01 CHARGE-RATE-RECORD.
           05 CR-DAY-RATE         PIC 9(3)V99.
           05 FILLER              PIC X.
           05 CR-KM-RATE          PIC 9V999.
           05 FILLER              PIC X.
           05 CR-RECOVERY-ACCOUNT PIC X(8).
       FD DEPT-MAP-FILE.
       01 DEPT-MAP-RECORD.
           05 DM-COST-CENTRE PIC X(6).
           05 FILLER         PIC X.
           05 DM-ACCOUNT     PIC X(8).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-COST-CENTRE PIC X(6).
           05 SORT-UNIT-NUMBER PIC X(6).
           05 SORT-BOOKING     PIC 9(6).
           05 SORT-DAYS        PIC 9(3).
           05 SORT-KM          PIC 9(7).
           05 SORT-FUEL-SHARE  PIC 9(7)V99.
           05 SORT-WO-SHARE    PIC 9(7)V99.
           05 SORT-USAGE       PIC 9(7)V99.
       FD STATEMENT-FILE.
       01 REPORT-LINE PIC X(80).
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           05 GL-RUN-DATE  PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 GL-ACCOUNT   PIC X(8).
           05 FILLER       PIC X VALUE SPACE.
           05 GL-DC        PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 GL-AMOUNT    PIC 9(9)V99.
           05 FILLER       PIC X VALUE SPACE.
           05 GL-SOURCE    PIC X(6).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-FE-FILE-STATUS PIC XX.
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-BK-FILE-STATUS PIC XX.
       01 WS-CR-FILE-STATUS PIC XX.
       01 WS-DM-FILE-STATUS PIC XX.
       01 WS-ST-FILE-STATUS PIC XX.
       01 WS-GL-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PERIOD-INPUT PIC X(6).
       01 WS-PERIOD PIC 9(6).
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-NEXT-SPLIT REDEFINES WS-NEXT-MONTH.
           05 WS-NM-YEAR  PIC 9(4).
           05 WS-NM-MONTH PIC 9(2).
           05 WS-NM-DAY   PIC 9(2).
       01 WS-START-INTEGER PIC 9(7).
       01 WS-END-INTEGER PIC 9(7).
       01 WS-MONTH-DAYS PIC 9(3).
       01 WS-DAY-RATE PIC 9(3)V99 VALUE 25.00.
       01 WS-KM-RATE PIC 9V999 VALUE 0.250.
       01 WS-RECOVERY-ACCOUNT PIC X(8) VALUE SPACES.
       01 WS-MAP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-MAP-COUNT.
               10 WS-DM-COST-CENTRE PIC X(6).
               10 WS-DM-ACCOUNT     PIC X(8).
       01 WS-MAP-SUB PIC 9(3).
       01 WS-MAP-FOUND-SUB PIC 9(3).
       01 WS-UNIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-UNIT-COUNT.
               10 WS-UT-UNIT-NUMBER PIC X(6).
               10 WS-UT-STATUS      PIC X.
               10 WS-UT-FUEL        PIC 9(7)V99.
               10 WS-UT-WORK-ORDERS PIC 9(7)V99.
               10 WS-UT-BOOKED-DAYS PIC 9(5).
               10 WS-UT-ALLOCATED   PIC 9(7)V99.
       01 WS-UNIT-SUB PIC 9(3).
       01 WS-UNIT-FOUND-SUB PIC 9(3).
       01 WS-CHECK-UNIT PIC X(6).
       01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-DEPT-COUNT.
               10 WS-DT-COST-CENTRE PIC X(6).
               10 WS-DT-ACCOUNT     PIC X(8).
               10 WS-DT-TOTAL       PIC 9(9)V99.
       01 WS-DEPT-SUB PIC 9(3).
       01 WS-BOOKING-DAYS PIC 9(3).
       01 WS-BOOKING-KM PIC 9(7).
       01 WS-CLIP-START PIC 9(8).
       01 WS-CLIP-END PIC 9(8).
       01 WS-SHARE-BASE PIC 9(5).
       01 WS-LINE-TOTAL PIC 9(7)V99.
       01 WS-OVERHEAD PIC S9(7)V99.
       01 WS-IDLE-DAYS PIC 9(5).
       01 WS-PRIOR-CENTRE PIC X(6).
       01 WS-GROUP-OPEN PIC X VALUE 'N'.
       01 WS-DEPT-DAYS PIC 9(5).
       01 WS-DEPT-KM PIC 9(7).
       01 WS-DEPT-FUEL PIC 9(9)V99.
       01 WS-DEPT-WO PIC 9(9)V99.
       01 WS-DEPT-USAGE PIC 9(9)V99.
       01 WS-DEPT-TOTAL PIC 9(9)V99.
       01 WS-FLEET-COST PIC 9(9)V99 VALUE ZERO.
       01 WS-CHARGED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-OVERHEAD-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-FILLS-TAKEN PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-TAKEN PIC 9(5) VALUE ZERO.
       01 WS-BOOKINGS-CHARGED PIC 9(5) VALUE ZERO.
       01 WS-BOOKINGS-UNCODED PIC 9(5) VALUE ZERO.
       01 WS-BOOKINGS-NO-KM PIC 9(5) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-WRITTEN PIC 9(4) VALUE ZERO.
       01 WS-COMMAND-LINE PIC X(60).
       01 WS-HEADING-1.
           05 FILLER          PIC X(31) VALUE
               "FLEET COST CHARGEBACK - PERIOD ".
           05 H1-PERIOD       PIC 9(6).
       01 WS-HEADING-2.
           05 FILLER          PIC X(20) VALUE "RATES: PER DAY ".
           05 H2-DAY-RATE     PIC ZZ9.99.
           05 FILLER          PIC X(10) VALUE "  PER KM ".
           05 H2-KM-RATE      PIC 9.999.
           05 FILLER          PIC X(16) VALUE "  DAYS IN MONTH ".
           05 H2-MONTH-DAYS   PIC ZZ9.
       01 WS-DEPT-HEADING.
           05 FILLER          PIC X(12) VALUE "DEPARTMENT: ".
           05 DH-COST-CENTRE  PIC X(6).
           05 FILLER          PIC X(15) VALUE "   GL ACCOUNT: ".
           05 DH-ACCOUNT      PIC X(30).
       01 WS-COLUMN-HEADING PIC X(80) VALUE
           "  BOOKING UNIT   DAYS         KM       FUEL  WORK ORDERS
      -    "  USAGE       TOTAL".
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-BOOKING      PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-UNIT-NUMBER  PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-DAYS         PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-KM           PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-FUEL         PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 DL-WO           PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-USAGE        PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-TOTAL        PIC ZZZ,ZZ9.99.
       01 WS-DEPT-TOTAL-LINE.
           05 FILLER          PIC X(16) VALUE
               "  DEPT TOTAL".
           05 DT-DAYS         PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DT-KM           PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DT-FUEL         PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DT-WO           PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DT-USAGE        PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DT-TOTAL        PIC ZZZ,ZZ9.99.
       01 WS-OVERHEAD-HEADING-1 PIC X(80) VALUE
           "FLEET OVERHEAD - COST NOT CHARGED TO A DEPARTMENT".
       01 WS-OVERHEAD-HEADING-2.
           05 FILLER          PIC X(44) VALUE
               "  UNIT  BOOKED  IDLE       FUEL  WORK ORDERS".
           05 FILLER          PIC X(22) VALUE
               "   CHARGED    OVERHEAD".
       01 WS-OVERHEAD-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 OL-UNIT-NUMBER  PIC X(6).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 OL-BOOKED-DAYS  PIC ZZ9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 OL-IDLE-DAYS    PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 OL-FUEL         PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 OL-WO           PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 OL-CHARGED      PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 OL-OVERHEAD     PIC ZZZ,ZZ9.99-.
       01 WS-SUMMARY-LINE.
           05 SL-LABEL        PIC X(40).
           05 SL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-UNCODED-LINE.
           05 FILLER          PIC X(40) VALUE
               "BOOKINGS WITH NO COST CENTRE (OVERHEAD):".
           05 UL-COUNT        PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "PERIOD" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:6) TO WS-PERIOD-INPUT
           ELSE
               DISPLAY "CHARGEBACK FOR WHICH MONTH (YYYYMM)?"
               ACCEPT WS-PERIOD-INPUT
           END-IF.
           IF WS-PERIOD-INPUT NOT NUMERIC
               OR WS-PERIOD-INPUT(5:2) < "01"
               OR WS-PERIOD-INPUT(5:2) > "12"
               DISPLAY "MONTH MUST BE NUMERIC YYYYMM - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PERIOD-INPUT TO WS-PERIOD.
           PERFORM 100-WORK-OUT-MONTH.
           PERFORM 110-LOAD-CHARGE-RATES.
           PERFORM 120-LOAD-DEPT-MAP.
           PERFORM 130-LOAD-UNIT-TABLE.
           PERFORM 200-TAKE-FUEL-SPEND.
           PERFORM 210-TAKE-WORK-ORDER-COSTS.
           PERFORM 220-TAKE-BOOKED-DAYS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-COST-CENTRE
                                SORT-UNIT-NUMBER
                                SORT-BOOKING
               INPUT PROCEDURE 300-ALLOCATE-BOOKINGS
               OUTPUT PROCEDURE 400-PRODUCE-STATEMENT.
           PERFORM 600-WRITE-JOURNAL.
           PERFORM 700-RELEASE-OR-PULL-JOURNAL.
           GOBACK.
       100-WORK-OUT-MONTH.
           COMPUTE WS-MONTH-START = WS-PERIOD * 100 + 1.
           MOVE WS-MONTH-START TO WS-NEXT-MONTH.
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1.
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-END-INTEGER).
           COMPUTE WS-MONTH-DAYS =
               WS-END-INTEGER - WS-START-INTEGER + 1.
      * The rates file is one record; a missing or unreadable rate
      * keeps the shop default. The recovery account has no default
      * - without it the journal cannot be released.
       110-LOAD-CHARGE-RATES.
           OPEN INPUT CHARGE-RATE-FILE.
           IF WS-CR-FILE-STATUS = "00"
               MOVE SPACES TO CHARGE-RATE-RECORD
               READ CHARGE-RATE-FILE
                   NOT AT END
                       IF CR-DAY-RATE NUMERIC
                           MOVE CR-DAY-RATE TO WS-DAY-RATE
                       END-IF
                       IF CR-KM-RATE NUMERIC
                           MOVE CR-KM-RATE TO WS-KM-RATE
                       END-IF
                       MOVE CR-RECOVERY-ACCOUNT
                           TO WS-RECOVERY-ACCOUNT
               END-READ
               CLOSE CHARGE-RATE-FILE
           END-IF.
       120-LOAD-DEPT-MAP.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DEPT-MAP-FILE.
           IF WS-DM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPT-MAP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MAP-COUNT < 200
                           ADD 1 TO WS-MAP-COUNT
                           MOVE DM-COST-CENTRE
                               TO WS-DM-COST-CENTRE(WS-MAP-COUNT)
                           MOVE DM-ACCOUNT
                               TO WS-DM-ACCOUNT(WS-MAP-COUNT)
                       ELSE
                           DISPLAY 'DEPARTMENT MAP FULL - DROPPED: '
                               DM-COST-CENTRE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DM-FILE-STATUS = "00" OR "10"
               CLOSE DEPT-MAP-FILE
           END-IF.
       130-LOAD-UNIT-TABLE.
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
                       MOVE VEH-UNIT-NUMBER TO WS-CHECK-UNIT
                       PERFORM 150-FIND-OR-ADD-UNIT
                       IF WS-UNIT-FOUND-SUB > ZERO
                           MOVE VEH-STATUS
                               TO WS-UT-STATUS(WS-UNIT-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VEHICLE-MASTER-FILE.
      * Costs and bookings on a unit the master no longer carries
      * still have to land somewhere, so the unit is added as it is
      * met rather than dropped.
       150-FIND-OR-ADD-UNIT.
           MOVE ZERO TO WS-UNIT-FOUND-SUB.
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
                   OR WS-UNIT-FOUND-SUB > ZERO
               IF WS-UT-UNIT-NUMBER(WS-UNIT-SUB) = WS-CHECK-UNIT
                   MOVE WS-UNIT-SUB TO WS-UNIT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-UNIT-FOUND-SUB = ZERO
               IF WS-UNIT-COUNT < 200
                   ADD 1 TO WS-UNIT-COUNT
                   MOVE WS-UNIT-COUNT TO WS-UNIT-FOUND-SUB
                   MOVE WS-CHECK-UNIT
                       TO WS-UT-UNIT-NUMBER(WS-UNIT-COUNT)
                   MOVE SPACE TO WS-UT-STATUS(WS-UNIT-COUNT)
                   MOVE ZERO TO WS-UT-FUEL(WS-UNIT-COUNT)
                   MOVE ZERO TO WS-UT-WORK-ORDERS(WS-UNIT-COUNT)
                   MOVE ZERO TO WS-UT-BOOKED-DAYS(WS-UNIT-COUNT)
                   MOVE ZERO TO WS-UT-ALLOCATED(WS-UNIT-COUNT)
               ELSE
                   DISPLAY 'UNIT TABLE FULL - DROPPED: '
                       WS-CHECK-UNIT
               END-IF
           END-IF.
      * Fills written before the dollar amount was carried, and
      * fills keyed through FLEET-FUEL-CHECK rather than a card,
      * have no amount and add nothing.
       200-TAKE-FUEL-SPEND.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FUEL-ECONOMY-FILE.
           IF WS-FE-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO FUEL-ECONOMY-RECORD
               READ FUEL-ECONOMY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FE-DATE NUMERIC
                           AND FE-DATE NOT < WS-MONTH-START
                           AND FE-DATE NOT > WS-MONTH-END
                           AND FE-AMOUNT NUMERIC
                           MOVE FE-UNIT-NUMBER TO WS-CHECK-UNIT
                           PERFORM 150-FIND-OR-ADD-UNIT
                           IF WS-UNIT-FOUND-SUB > ZERO
                               ADD FE-AMOUNT
                                   TO WS-UT-FUEL(WS-UNIT-FOUND-SUB)
                               ADD FE-AMOUNT TO WS-FLEET-COST
                               ADD 1 TO WS-FILLS-TAKEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FE-FILE-STATUS = "00" OR "10"
               CLOSE FUEL-ECONOMY-FILE
           END-IF.
       210-TAKE-WORK-ORDER-COSTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO WORK-ORDER-RECORD
               READ WORK-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WO-STATUS = 'C'
                           AND WO-CLOSED-DATE NUMERIC
                           AND WO-CLOSED-DATE NOT < WS-MONTH-START
                           AND WO-CLOSED-DATE NOT > WS-MONTH-END
                           AND WO-COST NUMERIC
                           MOVE WO-UNIT-NUMBER TO WS-CHECK-UNIT
                           PERFORM 150-FIND-OR-ADD-UNIT
                           IF WS-UNIT-FOUND-SUB > ZERO
                               ADD WO-COST TO
                                   WS-UT-WORK-ORDERS(WS-UNIT-FOUND-SUB)
                               ADD WO-COST TO WS-FLEET-COST
                               ADD 1 TO WS-ORDERS-TAKEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00" OR "10"
               CLOSE WORK-ORDER-FILE
           END-IF.
      * First pass over the bookings only totals each unit's booked
      * days, which the cost shares are struck against.
       220-TAKE-BOOKED-DAYS.
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
                       PERFORM 230-DAYS-IN-MONTH
                       IF WS-BOOKING-DAYS > ZERO
                           MOVE BK-UNIT-NUMBER TO WS-CHECK-UNIT
                           PERFORM 150-FIND-OR-ADD-UNIT
                           IF WS-UNIT-FOUND-SUB > ZERO
                               ADD WS-BOOKING-DAYS TO
                                   WS-UT-BOOKED-DAYS(WS-UNIT-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BK-FILE-STATUS = "00" OR "10"
               CLOSE BOOKING-FILE
           END-IF.
      * A booking counts every calendar day it touched inside the
      * month, out day and return day both. One still out runs to
      * the month's end.
       230-DAYS-IN-MONTH.
           MOVE ZERO TO WS-BOOKING-DAYS.
           MOVE BK-OUT-DATE TO WS-CLIP-START.
           IF BK-STATUS = 'R' AND BK-RETURN-DATE NUMERIC
               MOVE BK-RETURN-DATE TO WS-CLIP-END
           ELSE
               MOVE WS-MONTH-END TO WS-CLIP-END
           END-IF.
           IF BK-OUT-DATE NUMERIC
               AND (BK-STATUS = 'B' OR BK-STATUS = 'R')
               AND WS-CLIP-START NOT > WS-MONTH-END
               AND WS-CLIP-END NOT < WS-MONTH-START
               AND WS-CLIP-END NOT < WS-CLIP-START
               IF WS-CLIP-START < WS-MONTH-START
                   MOVE WS-MONTH-START TO WS-CLIP-START
               END-IF
               IF WS-CLIP-END > WS-MONTH-END
                   MOVE WS-MONTH-END TO WS-CLIP-END
               END-IF
               COMPUTE WS-BOOKING-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CLIP-END)
                   - FUNCTION INTEGER-OF-DATE(WS-CLIP-START) + 1
           END-IF.
      * Distance is billed in the month the unit came back, off the
      * two odometer readings on the booking.
       240-KM-IN-MONTH.
           MOVE ZERO TO WS-BOOKING-KM.
           IF BK-STATUS = 'R'
               AND BK-RETURN-DATE NUMERIC
               AND BK-RETURN-DATE NOT < WS-MONTH-START
               AND BK-RETURN-DATE NOT > WS-MONTH-END
               IF BK-OUT-ODOMETER NUMERIC
                   AND BK-RETURN-ODOMETER NUMERIC
                   AND BK-RETURN-ODOMETER NOT < BK-OUT-ODOMETER
                   COMPUTE WS-BOOKING-KM =
                       BK-RETURN-ODOMETER - BK-OUT-ODOMETER
               ELSE
                   ADD 1 TO WS-BOOKINGS-NO-KM
               END-IF
           END-IF.
      * Each booking takes its days' share of the unit's fuel and
      * work order cost. When the bookings on a unit add up to more
      * days than the month has (a return and the next departure on
      * the same day), the shares are struck against the booked
      * days instead, so the unit is never billed twice over.
       300-ALLOCATE-BOOKINGS.
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
                       PERFORM 230-DAYS-IN-MONTH
                       IF WS-BOOKING-DAYS > ZERO
                           MOVE BK-UNIT-NUMBER TO WS-CHECK-UNIT
                           PERFORM 150-FIND-OR-ADD-UNIT
                           IF WS-UNIT-FOUND-SUB > ZERO
                               PERFORM 310-ALLOCATE-ONE-BOOKING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BK-FILE-STATUS = "00" OR "10"
               CLOSE BOOKING-FILE
           END-IF.
      * Bookings taken before cost centres were recorded have no
      * department to bill; their share stays in fleet overhead.
       310-ALLOCATE-ONE-BOOKING.
           IF BK-COST-CENTRE = SPACES
               ADD 1 TO WS-BOOKINGS-UNCODED
           ELSE
               IF WS-UT-BOOKED-DAYS(WS-UNIT-FOUND-SUB)
                       > WS-MONTH-DAYS
                   MOVE WS-UT-BOOKED-DAYS(WS-UNIT-FOUND-SUB)
                       TO WS-SHARE-BASE
               ELSE
                   MOVE WS-MONTH-DAYS TO WS-SHARE-BASE
               END-IF
               PERFORM 240-KM-IN-MONTH
               MOVE BK-COST-CENTRE TO SORT-COST-CENTRE
               MOVE BK-UNIT-NUMBER TO SORT-UNIT-NUMBER
               MOVE BK-NUMBER TO SORT-BOOKING
               MOVE WS-BOOKING-DAYS TO SORT-DAYS
               MOVE WS-BOOKING-KM TO SORT-KM
               COMPUTE SORT-FUEL-SHARE ROUNDED =
                   WS-UT-FUEL(WS-UNIT-FOUND-SUB)
                   * WS-BOOKING-DAYS / WS-SHARE-BASE
               COMPUTE SORT-WO-SHARE ROUNDED =
                   WS-UT-WORK-ORDERS(WS-UNIT-FOUND-SUB)
                   * WS-BOOKING-DAYS / WS-SHARE-BASE
               COMPUTE SORT-USAGE ROUNDED =
                   WS-BOOKING-DAYS * WS-DAY-RATE
                   + WS-BOOKING-KM * WS-KM-RATE
               ADD SORT-FUEL-SHARE
                   TO WS-UT-ALLOCATED(WS-UNIT-FOUND-SUB)
               ADD SORT-WO-SHARE
                   TO WS-UT-ALLOCATED(WS-UNIT-FOUND-SUB)
               ADD 1 TO WS-BOOKINGS-CHARGED
               RELEASE SORT-RECORD
           END-IF.
       400-PRODUCE-STATEMENT.
           OPEN OUTPUT STATEMENT-FILE.
           IF WS-ST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STATEMENT-FILE - STATUS "
                   WS-ST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PERIOD TO H1-PERIOD.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DAY-RATE TO H2-DAY-RATE.
           MOVE WS-KM-RATE TO H2-KM-RATE.
           MOVE WS-MONTH-DAYS TO H2-MONTH-DAYS.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       PERFORM 430-CLOSE-DEPT-GROUP
                   NOT AT END PERFORM 410-REPORT-ONE-BOOKING
               END-RETURN
           END-PERFORM.
           PERFORM 500-WRITE-OVERHEAD.
           CLOSE STATEMENT-FILE.
       410-REPORT-ONE-BOOKING.
           IF WS-GROUP-OPEN = 'N'
               OR SORT-COST-CENTRE NOT = WS-PRIOR-CENTRE
               PERFORM 430-CLOSE-DEPT-GROUP
               PERFORM 420-OPEN-DEPT-GROUP
           END-IF.
           COMPUTE WS-LINE-TOTAL =
               SORT-FUEL-SHARE + SORT-WO-SHARE + SORT-USAGE.
           MOVE SORT-BOOKING TO DL-BOOKING.
           MOVE SORT-UNIT-NUMBER TO DL-UNIT-NUMBER.
           MOVE SORT-DAYS TO DL-DAYS.
           MOVE SORT-KM TO DL-KM.
           MOVE SORT-FUEL-SHARE TO DL-FUEL.
           MOVE SORT-WO-SHARE TO DL-WO.
           MOVE SORT-USAGE TO DL-USAGE.
           MOVE WS-LINE-TOTAL TO DL-TOTAL.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD SORT-DAYS TO WS-DEPT-DAYS.
           ADD SORT-KM TO WS-DEPT-KM.
           ADD SORT-FUEL-SHARE TO WS-DEPT-FUEL.
           ADD SORT-WO-SHARE TO WS-DEPT-WO.
           ADD SORT-USAGE TO WS-DEPT-USAGE.
           ADD WS-LINE-TOTAL TO WS-DEPT-TOTAL.
       420-OPEN-DEPT-GROUP.
           MOVE ZERO TO WS-MAP-FOUND-SUB.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-DM-COST-CENTRE(WS-MAP-SUB) = SORT-COST-CENTRE
                   MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
               END-IF
           END-PERFORM.
           MOVE SORT-COST-CENTRE TO DH-COST-CENTRE.
           IF WS-MAP-FOUND-SUB = ZERO
               MOVE "*** NOT ON fleetdeptmap.txt" TO DH-ACCOUNT
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               MOVE WS-DM-ACCOUNT(WS-MAP-FOUND-SUB) TO DH-ACCOUNT
           END-IF.
           MOVE WS-DEPT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SORT-COST-CENTRE TO WS-PRIOR-CENTRE.
           MOVE ZERO TO WS-DEPT-DAYS.
           MOVE ZERO TO WS-DEPT-KM.
           MOVE ZERO TO WS-DEPT-FUEL.
           MOVE ZERO TO WS-DEPT-WO.
           MOVE ZERO TO WS-DEPT-USAGE.
           MOVE ZERO TO WS-DEPT-TOTAL.
           MOVE 'Y' TO WS-GROUP-OPEN.
      * The department's total is kept for the journal, with the
      * account it debits (spaces when the map has none).
       430-CLOSE-DEPT-GROUP.
           IF WS-GROUP-OPEN = 'Y'
               MOVE WS-DEPT-DAYS TO DT-DAYS
               MOVE WS-DEPT-KM TO DT-KM
               MOVE WS-DEPT-FUEL TO DT-FUEL
               MOVE WS-DEPT-WO TO DT-WO
               MOVE WS-DEPT-USAGE TO DT-USAGE
               MOVE WS-DEPT-TOTAL TO DT-TOTAL
               MOVE WS-DEPT-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-DEPT-TOTAL TO WS-CHARGED-TOTAL
               IF WS-DEPT-COUNT < 200
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-PRIOR-CENTRE
                       TO WS-DT-COST-CENTRE(WS-DEPT-COUNT)
                   MOVE WS-DEPT-TOTAL TO WS-DT-TOTAL(WS-DEPT-COUNT)
                   IF WS-MAP-FOUND-SUB = ZERO
                       MOVE SPACES TO WS-DT-ACCOUNT(WS-DEPT-COUNT)
                   ELSE
                       MOVE WS-DM-ACCOUNT(WS-MAP-FOUND-SUB)
                           TO WS-DT-ACCOUNT(WS-DEPT-COUNT)
                   END-IF
               ELSE
                   DISPLAY "DEPARTMENT TABLE FULL - "
                       WS-PRIOR-CENTRE " NOT JOURNALED"
                   ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
           END-IF.
      * Whatever cost a unit had that the bookings did not carry -
      * idle days, uncoded bookings and the odd rounding cent - is
      * fleet's own. Retired units with nothing against them in the
      * month are left off.
       500-WRITE-OVERHEAD.
           MOVE WS-OVERHEAD-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVERHEAD-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               IF WS-UT-STATUS(WS-UNIT-SUB) NOT = 'R'
                   OR WS-UT-FUEL(WS-UNIT-SUB) > ZERO
                   OR WS-UT-WORK-ORDERS(WS-UNIT-SUB) > ZERO
                   OR WS-UT-BOOKED-DAYS(WS-UNIT-SUB) > ZERO
                   PERFORM 510-WRITE-ONE-UNIT-OVERHEAD
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FLEET FUEL AND WORK ORDER COST:" TO SL-LABEL.
           MOVE WS-FLEET-COST TO SL-AMOUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FLEET OVERHEAD (NOT CHARGED):" TO SL-LABEL.
           MOVE WS-OVERHEAD-TOTAL TO SL-AMOUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL CHARGED TO DEPARTMENTS:" TO SL-LABEL.
           MOVE WS-CHARGED-TOTAL TO SL-AMOUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BOOKINGS-UNCODED > ZERO
               MOVE WS-BOOKINGS-UNCODED TO UL-COUNT
               MOVE WS-UNCODED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       510-WRITE-ONE-UNIT-OVERHEAD.
           COMPUTE WS-OVERHEAD =
               WS-UT-FUEL(WS-UNIT-SUB) + WS-UT-WORK-ORDERS(WS-UNIT-SUB)
               - WS-UT-ALLOCATED(WS-UNIT-SUB).
           IF WS-UT-BOOKED-DAYS(WS-UNIT-SUB) < WS-MONTH-DAYS
               COMPUTE WS-IDLE-DAYS =
                   WS-MONTH-DAYS - WS-UT-BOOKED-DAYS(WS-UNIT-SUB)
           ELSE
               MOVE ZERO TO WS-IDLE-DAYS
           END-IF.
           MOVE WS-UT-UNIT-NUMBER(WS-UNIT-SUB) TO OL-UNIT-NUMBER.
           MOVE WS-UT-BOOKED-DAYS(WS-UNIT-SUB) TO OL-BOOKED-DAYS.
           MOVE WS-IDLE-DAYS TO OL-IDLE-DAYS.
           MOVE WS-UT-FUEL(WS-UNIT-SUB) TO OL-FUEL.
           MOVE WS-UT-WORK-ORDERS(WS-UNIT-SUB) TO OL-WO.
           MOVE WS-UT-ALLOCATED(WS-UNIT-SUB) TO OL-CHARGED.
           MOVE WS-OVERHEAD TO OL-OVERHEAD.
           MOVE WS-OVERHEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-OVERHEAD TO WS-OVERHEAD-TOTAL.
      * One debit per department to its chargeback account and a
      * single credit for the lot to fleet recovery, in the
      * gljournal.txt layout so Finance loads it the same way.
       600-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GL-JOURNAL-FILE - STATUS "
                   WS-GL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DT-TOTAL(WS-DEPT-SUB) > ZERO
                   AND WS-DT-ACCOUNT(WS-DEPT-SUB) NOT = SPACES
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   MOVE WS-RUN-DATE TO GL-RUN-DATE
                   MOVE WS-DT-ACCOUNT(WS-DEPT-SUB) TO GL-ACCOUNT
                   MOVE 'D' TO GL-DC
                   MOVE WS-DT-TOTAL(WS-DEPT-SUB) TO GL-AMOUNT
                   MOVE "FLTCHG" TO GL-SOURCE
                   WRITE GL-JOURNAL-RECORD
                   ADD WS-DT-TOTAL(WS-DEPT-SUB) TO WS-DEBIT-TOTAL
                   ADD 1 TO WS-LINES-WRITTEN
               END-IF
           END-PERFORM.
           IF WS-DEBIT-TOTAL > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-RUN-DATE TO GL-RUN-DATE
               MOVE WS-RECOVERY-ACCOUNT TO GL-ACCOUNT
               MOVE 'C' TO GL-DC
               MOVE WS-DEBIT-TOTAL TO GL-AMOUNT
               MOVE "FLTCHG" TO GL-SOURCE
               WRITE GL-JOURNAL-RECORD
               ADD WS-DEBIT-TOTAL TO WS-CREDIT-TOTAL
               ADD 1 TO WS-LINES-WRITTEN
           END-IF.
           CLOSE GL-JOURNAL-FILE.
       700-RELEASE-OR-PULL-JOURNAL.
           DISPLAY "==== FLEET CHARGEBACK " WS-PERIOD " ====".
           DISPLAY "FUEL FILLS COSTED:      " WS-FILLS-TAKEN.
           DISPLAY "WORK ORDERS COSTED:     " WS-ORDERS-TAKEN.
           DISPLAY "BOOKINGS CHARGED:       " WS-BOOKINGS-CHARGED.
           DISPLAY "BOOKINGS NO COST CTR:   " WS-BOOKINGS-UNCODED.
           DISPLAY "RETURNS NO DISTANCE:    " WS-BOOKINGS-NO-KM.
           DISPLAY "CHARGED TO DEPARTMENTS: " WS-CHARGED-TOTAL.
           DISPLAY "FLEET OVERHEAD:         " WS-OVERHEAD-TOTAL.
           DISPLAY "JOURNAL LINES:          " WS-LINES-WRITTEN.
           DISPLAY "UNMAPPED DEPARTMENTS:   " WS-UNMAPPED-COUNT.
           IF WS-UNMAPPED-COUNT > ZERO
               OR (WS-LINES-WRITTEN > ZERO
                   AND WS-RECOVERY-ACCOUNT = SPACES)
               DISPLAY "DEPARTMENT NOT ON fleetdeptmap.txt OR NO "
                   "RECOVERY ACCOUNT ON fleetchargerates.txt - "
                   "JOURNAL NOT RELEASED"
               MOVE "rm -f ../fleetchargejournal.txt"
                   TO WS-COMMAND-LINE
               CALL "SYSTEM" USING WS-COMMAND-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "JOURNAL BALANCED AND RELEASED TO "
                   "fleetchargejournal.txt"
           END-IF.

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

       END PROGRAM FLEET-CHARGEBACK-RUN.
