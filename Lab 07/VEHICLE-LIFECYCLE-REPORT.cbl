      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Vehicle lifecycle cost analysis and replacement
      *          candidates - for every active unit on
      *          vehiclemaster.txt, the age in service (off
      *          VEH-IN-SERVICE-DATE, or the model year when that is
      *          missing), lifetime km (the highest reading on
      *          odometerreadings.txt, fueleconomy.txt or a work
      *          order), lifetime maintenance (closed WO-COST) and
      *          fuel card cost (FE-AMOUNT), cost per km, and the
      *          last twelve months' cost and cost per km against
      *          the lifetime figure (RISING, STEADY or FALLING).
      *          Each unit is scored against the criteria on
      *          replacementcriteria.txt (car type, maximum age in
      *          years, maximum km, cost-per-km ceiling; a type of *
      *          covers every type not listed, and a missing file
      *          falls back to 8 years, 250,000 km and $0.400/km).
      *          A unit at or over any one limit is a replacement
      *          candidate, and candidates are ranked for the
      *          capital budget by how far over the limits they
      *          run, each limit counting as 100 points. Units
      *          already disposed of are listed with their proceeds
      *          off vehicledisposals.txt. Output goes to
      *          vehiclelifecycle.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE-LIFECYCLE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN "../vehiclemaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEH-FILE-STATUS.
           SELECT ODOMETER-FILE
           ASSIGN "../odometerreadings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OD-FILE-STATUS.
           SELECT FUEL-ECONOMY-FILE
           ASSIGN "../fueleconomy.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FE-FILE-STATUS.
           SELECT WORK-ORDER-FILE
           ASSIGN "../workorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT CRITERIA-FILE
           ASSIGN "../replacementcriteria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT VEHICLE-DISPOSAL-FILE
           ASSIGN "../vehicledisposals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VD-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../vehiclelifecyclesort.tmp".
           SELECT LIFECYCLE-REPORT-FILE
           ASSIGN "../vehiclelifecycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LR-FILE-STATUS.
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
       FD ODOMETER-FILE.
       01 ODOMETER-RECORD.
           05 OD-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 OD-UNIT-NUMBER PIC X(6).
           05 FILLER         PIC X.
           05 OD-ODOMETER    PIC 9(7).
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
       FD CRITERIA-FILE.
       01 CRITERIA-RECORD.
           05 RC-CAR-TYPE        PIC X(5).
           05 FILLER             PIC X.
           05 RC-MAX-AGE         PIC 9(2).
           05 FILLER             PIC X.
           05 RC-MAX-KM          PIC 9(7).
           05 FILLER             PIC X.
           05 RC-MAX-COST-PER-KM PIC 9V999.
       FD VEHICLE-DISPOSAL-FILE.
           COPY "VEHICLE-DISPOSAL-RECORD.CPY".
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-SCORE    PIC 9(4).
           05 SORT-UNIT-SUB PIC 9(3).
       FD LIFECYCLE-REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-OD-FILE-STATUS PIC XX.
       01 WS-FE-FILE-STATUS PIC XX.
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-RC-FILE-STATUS PIC XX.
       01 WS-VD-FILE-STATUS PIC XX.
       01 WS-LR-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR PIC 9(4).
           05 FILLER      PIC 9(4).
       01 WS-RUN-INTEGER PIC 9(7).
       01 WS-WINDOW-START PIC 9(8).
       01 WS-CRITERIA-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CRITERIA-TABLE.
           05 WS-CRITERIA-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-CRITERIA-COUNT.
               10 WS-RC-CAR-TYPE PIC X(5).
               10 WS-RC-MAX-AGE  PIC 9(2).
               10 WS-RC-MAX-KM   PIC 9(7).
               10 WS-RC-MAX-CPK  PIC 9V999.
       01 WS-CRITERIA-SUB PIC 9(2).
       01 WS-DEFAULT-MAX-AGE PIC 9(2) VALUE 8.
       01 WS-DEFAULT-MAX-KM PIC 9(7) VALUE 250000.
       01 WS-DEFAULT-MAX-CPK PIC 9V999 VALUE 0.400.
       01 WS-MAX-AGE PIC 9(2).
       01 WS-MAX-KM PIC 9(7).
       01 WS-MAX-CPK PIC 9V999.
       01 WS-UNIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-UNIT-COUNT.
               10 WS-UT-UNIT-NUMBER  PIC X(6).
               10 WS-UT-CAR-TYPE     PIC X(5).
               10 WS-UT-CAR-YEAR     PIC 9(4).
               10 WS-UT-IN-SERVICE   PIC 9(8).
               10 WS-UT-STATUS       PIC X.
               10 WS-UT-AGE          PIC 9(2)V9.
               10 WS-UT-KM-LATEST    PIC 9(7).
               10 WS-UT-KM-BEFORE    PIC 9(7).
               10 WS-UT-KM-FIRST-IN  PIC 9(7).
               10 WS-UT-MAINTENANCE  PIC 9(7)V99.
               10 WS-UT-FUEL         PIC 9(7)V99.
               10 WS-UT-COST-12      PIC 9(7)V99.
               10 WS-UT-CPK          PIC 9(3)V999.
               10 WS-UT-CPK-12       PIC 9(3)V999.
               10 WS-UT-FLAGS        PIC X(3).
               10 WS-UT-SCORE        PIC 9(4).
       01 WS-UNIT-SUB PIC 9(3).
       01 WS-UNIT-FOUND-SUB PIC 9(3).
       01 WS-CHECK-UNIT PIC X(6).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-CHECK-KM PIC 9(7).
       01 WS-KM-12 PIC 9(7).
       01 WS-TOTAL-COST PIC 9(8)V99.
       01 WS-RATIO PIC 9(4).
       01 WS-TREND PIC X(7).
       01 WS-REASON-PTR PIC 9(2).
       01 WS-RANK PIC 9(3) VALUE ZERO.
       01 WS-UNITS-ANALYSED PIC 9(3) VALUE ZERO.
       01 WS-DISPOSALS-LISTED PIC 9(3) VALUE ZERO.
       01 WS-PROCEEDS-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-HEADING-1.
           05 FILLER          PIC X(38) VALUE
               "VEHICLE LIFECYCLE COST ANALYSIS AS AT ".
           05 H1-RUN-DATE     PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER          PIC X(26) VALUE
               "LAST TWELVE MONTHS = FROM ".
           05 H2-WINDOW-START PIC 9(8).
       01 WS-CRITERIA-HEADING.
           05 FILLER          PIC X(29) VALUE
               "REPLACEMENT CRITERIA   TYPE".
           05 FILLER          PIC X(30) VALUE
               "MAX AGE      MAX KM   MAX $/KM".
       01 WS-CRITERIA-LINE.
           05 FILLER          PIC X(23) VALUE SPACES.
           05 CL-CAR-TYPE     PIC X(5).
           05 FILLER          PIC X(6) VALUE SPACES.
           05 CL-MAX-AGE      PIC Z9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 CL-MAX-KM       PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(6) VALUE SPACES.
           05 CL-MAX-CPK      PIC 9.999.
       01 WS-COLUMN-HEADING-1.
           05 FILLER          PIC X(50) VALUE
               "                          LIFETIME".
           05 FILLER          PIC X(50) VALUE
               "                     LAST 12 MONTHS".
       01 WS-COLUMN-HEADING-2.
           05 FILLER          PIC X(50) VALUE
               "UNIT   TYPE  YEAR    AGE        KM  MAINTENANCE".
           05 FILLER          PIC X(50) VALUE
               "    FUEL    $/KM       COST    $/KM  TREND   FLAGS".
       01 WS-DETAIL-LINE.
           05 DL-UNIT-NUMBER  PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-CAR-TYPE     PIC X(5).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-CAR-YEAR     PIC 9(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-AGE          PIC ZZ9.9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-KM           PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DL-MAINTENANCE  PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-FUEL         PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-CPK          PIC ZZ9.999.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-COST-12      PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-CPK-12       PIC ZZ9.999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-TREND        PIC X(7).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-FLAGS        PIC X(3).
       01 WS-RANK-HEADING-1 PIC X(100) VALUE
           "REPLACEMENT CANDIDATES - RANKED FOR THE CAPITAL BUDGET".
       01 WS-RANK-HEADING-2 PIC X(100) VALUE
           "RANK  UNIT   TYPE    AGE        KM    $/KM  SCORE  OVER".
       01 WS-RANK-LINE.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RL-RANK         PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-UNIT-NUMBER  PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RL-CAR-TYPE     PIC X(5).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RL-AGE          PIC ZZ9.9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RL-KM           PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RL-CPK          PIC ZZ9.999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-SCORE        PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-REASONS      PIC X(30).
       01 WS-NO-CANDIDATES-LINE PIC X(100) VALUE
           "  NO UNIT MEETS ANY REPLACEMENT CRITERION".
       01 WS-DISPOSAL-HEADING-1 PIC X(100) VALUE
           "UNITS DISPOSED OF".
       01 WS-DISPOSAL-HEADING-2 PIC X(100) VALUE
           "UNIT   DATE      METHOD    PROCEEDS  BUYER".
       01 WS-DISPOSAL-LINE.
           05 DP-UNIT-NUMBER  PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DP-DATE         PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DP-METHOD       PIC X(5).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DP-PROCEEDS     PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DP-BUYER        PIC X(20).
       01 WS-PROCEEDS-LINE.
           05 FILLER          PIC X(18) VALUE
               "TOTAL PROCEEDS".
           05 PL-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER - 365).
           PERFORM 100-LOAD-CRITERIA.
           PERFORM 110-LOAD-UNIT-TABLE.
           PERFORM 200-TAKE-ODOMETER-READINGS.
           PERFORM 210-TAKE-FUEL-HISTORY.
           PERFORM 220-TAKE-WORK-ORDERS.
           OPEN OUTPUT LIFECYCLE-REPORT-FILE.
           IF WS-LR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LIFECYCLE-REPORT-FILE - STATUS "
                   WS-LR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 300-WRITE-HEADINGS.
           PERFORM 310-ANALYSE-ONE-UNIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-SCORE
               ON ASCENDING KEY SORT-UNIT-SUB
               INPUT PROCEDURE 400-RELEASE-CANDIDATES
               OUTPUT PROCEDURE 410-WRITE-RANKING.
           PERFORM 500-WRITE-DISPOSALS.
           CLOSE LIFECYCLE-REPORT-FILE.
           DISPLAY "UNITS ANALYSED:         " WS-UNITS-ANALYSED.
           DISPLAY "REPLACEMENT CANDIDATES: " WS-RANK.
           DISPLAY "DISPOSALS LISTED:       " WS-DISPOSALS-LISTED.
           STOP RUN.
       100-LOAD-CRITERIA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CRITERIA-FILE.
           IF WS-RC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO CRITERIA-RECORD
               READ CRITERIA-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RC-MAX-AGE NUMERIC AND RC-MAX-KM NUMERIC
                           AND RC-MAX-COST-PER-KM NUMERIC
                           AND WS-CRITERIA-COUNT < 50
                           ADD 1 TO WS-CRITERIA-COUNT
                           MOVE RC-CAR-TYPE
                               TO WS-RC-CAR-TYPE(WS-CRITERIA-COUNT)
                           MOVE RC-MAX-AGE
                               TO WS-RC-MAX-AGE(WS-CRITERIA-COUNT)
                           MOVE RC-MAX-KM
                               TO WS-RC-MAX-KM(WS-CRITERIA-COUNT)
                           MOVE RC-MAX-COST-PER-KM
                               TO WS-RC-MAX-CPK(WS-CRITERIA-COUNT)
                       ELSE
                           DISPLAY 'CRITERIA LINE SKIPPED: '
                               CRITERIA-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RC-FILE-STATUS = "00" OR "10"
               CLOSE CRITERIA-FILE
           END-IF.
       110-LOAD-UNIT-TABLE.
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
                       IF WS-UNIT-COUNT < 200
                           ADD 1 TO WS-UNIT-COUNT
                           PERFORM 120-SET-UP-UNIT
                       ELSE
                           DISPLAY 'VEHICLE TABLE FULL - DROPPED: '
                               VEH-UNIT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VEHICLE-MASTER-FILE.
      * Age is years in service. A unit with no usable in-service
      * date is aged from its model year instead.
       120-SET-UP-UNIT.
           MOVE VEH-UNIT-NUMBER TO WS-UT-UNIT-NUMBER(WS-UNIT-COUNT).
           MOVE VEH-CAR-TYPE TO WS-UT-CAR-TYPE(WS-UNIT-COUNT).
           MOVE VEH-STATUS TO WS-UT-STATUS(WS-UNIT-COUNT).
           IF VEH-CAR-YEAR NUMERIC
               MOVE VEH-CAR-YEAR TO WS-UT-CAR-YEAR(WS-UNIT-COUNT)
           ELSE
               MOVE ZERO TO WS-UT-CAR-YEAR(WS-UNIT-COUNT)
           END-IF.
           IF VEH-IN-SERVICE-DATE NUMERIC
               AND VEH-IN-SERVICE-DATE > 19000100
               AND VEH-IN-SERVICE-DATE NOT > WS-RUN-DATE
               MOVE VEH-IN-SERVICE-DATE
                   TO WS-UT-IN-SERVICE(WS-UNIT-COUNT)
               COMPUTE WS-UT-AGE(WS-UNIT-COUNT) ROUNDED =
                   (WS-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE(VEH-IN-SERVICE-DATE))
                   / 365.25
           ELSE
               MOVE ZERO TO WS-UT-IN-SERVICE(WS-UNIT-COUNT)
               IF WS-UT-CAR-YEAR(WS-UNIT-COUNT) > ZERO
                   AND WS-UT-CAR-YEAR(WS-UNIT-COUNT) NOT > WS-RUN-YEAR
                   COMPUTE WS-UT-AGE(WS-UNIT-COUNT) =
                       WS-RUN-YEAR - WS-UT-CAR-YEAR(WS-UNIT-COUNT)
               ELSE
                   MOVE ZERO TO WS-UT-AGE(WS-UNIT-COUNT)
               END-IF
           END-IF.
           MOVE ZERO TO WS-UT-KM-LATEST(WS-UNIT-COUNT).
           MOVE ZERO TO WS-UT-KM-BEFORE(WS-UNIT-COUNT).
           MOVE ZERO TO WS-UT-KM-FIRST-IN(WS-UNIT-COUNT).
           MOVE ZERO TO WS-UT-MAINTENANCE(WS-UNIT-COUNT).
           MOVE ZERO TO WS-UT-FUEL(WS-UNIT-COUNT).
           MOVE ZERO TO WS-UT-COST-12(WS-UNIT-COUNT).
           MOVE ZERO TO WS-UT-CPK(WS-UNIT-COUNT).
           MOVE ZERO TO WS-UT-CPK-12(WS-UNIT-COUNT).
           MOVE SPACES TO WS-UT-FLAGS(WS-UNIT-COUNT).
           MOVE ZERO TO WS-UT-SCORE(WS-UNIT-COUNT).
       150-FIND-UNIT.
           MOVE ZERO TO WS-UNIT-FOUND-SUB.
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
                   OR WS-UNIT-FOUND-SUB > ZERO
               IF WS-UT-UNIT-NUMBER(WS-UNIT-SUB) = WS-CHECK-UNIT
                   MOVE WS-UNIT-SUB TO WS-UNIT-FOUND-SUB
               END-IF
           END-PERFORM.
      * Every dated reading, whatever file it came from, goes
      * through here: the highest is the unit's lifetime km, the
      * highest before the twelve-month window is where the window
      * starts from, and the lowest inside the window stands in
      * when nothing older is on file.
       160-TAKE-ONE-READING.
           PERFORM 150-FIND-UNIT.
           IF WS-UNIT-FOUND-SUB > ZERO
               IF WS-CHECK-KM > WS-UT-KM-LATEST(WS-UNIT-FOUND-SUB)
                   MOVE WS-CHECK-KM
                       TO WS-UT-KM-LATEST(WS-UNIT-FOUND-SUB)
               END-IF
               IF WS-CHECK-DATE < WS-WINDOW-START
                   IF WS-CHECK-KM > WS-UT-KM-BEFORE(WS-UNIT-FOUND-SUB)
                       MOVE WS-CHECK-KM
                           TO WS-UT-KM-BEFORE(WS-UNIT-FOUND-SUB)
                   END-IF
               ELSE
                   IF WS-UT-KM-FIRST-IN(WS-UNIT-FOUND-SUB) = ZERO
                       OR WS-CHECK-KM
                           < WS-UT-KM-FIRST-IN(WS-UNIT-FOUND-SUB)
                       MOVE WS-CHECK-KM
                           TO WS-UT-KM-FIRST-IN(WS-UNIT-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
       200-TAKE-ODOMETER-READINGS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ODOMETER-FILE.
           IF WS-OD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ODOMETER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OD-DATE NUMERIC AND OD-ODOMETER NUMERIC
                           MOVE OD-UNIT-NUMBER TO WS-CHECK-UNIT
                           MOVE OD-DATE TO WS-CHECK-DATE
                           MOVE OD-ODOMETER TO WS-CHECK-KM
                           PERFORM 160-TAKE-ONE-READING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OD-FILE-STATUS = "00" OR "10"
               CLOSE ODOMETER-FILE
           END-IF.
       210-TAKE-FUEL-HISTORY.
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
                           PERFORM 215-TAKE-ONE-FILL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FE-FILE-STATUS = "00" OR "10"
               CLOSE FUEL-ECONOMY-FILE
           END-IF.
       215-TAKE-ONE-FILL.
           MOVE FE-UNIT-NUMBER TO WS-CHECK-UNIT.
           MOVE FE-DATE TO WS-CHECK-DATE.
           IF FE-ODOMETER NUMERIC AND FE-ODOMETER > ZERO
               MOVE FE-ODOMETER TO WS-CHECK-KM
               PERFORM 160-TAKE-ONE-READING
           ELSE
               PERFORM 150-FIND-UNIT
           END-IF.
           IF WS-UNIT-FOUND-SUB > ZERO AND FE-AMOUNT NUMERIC
               ADD FE-AMOUNT TO WS-UT-FUEL(WS-UNIT-FOUND-SUB)
               IF FE-DATE NOT < WS-WINDOW-START
                   ADD FE-AMOUNT TO WS-UT-COST-12(WS-UNIT-FOUND-SUB)
               END-IF
           END-IF.
       220-TAKE-WORK-ORDERS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO WORK-ORDER-RECORD
               READ WORK-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 225-TAKE-ONE-ORDER
               END-READ
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00" OR "10"
               CLOSE WORK-ORDER-FILE
           END-IF.
       225-TAKE-ONE-ORDER.
           MOVE WO-UNIT-NUMBER TO WS-CHECK-UNIT.
           IF WO-OPENED-DATE NUMERIC AND WO-OPENED-ODOMETER NUMERIC
               MOVE WO-OPENED-DATE TO WS-CHECK-DATE
               MOVE WO-OPENED-ODOMETER TO WS-CHECK-KM
               PERFORM 160-TAKE-ONE-READING
           END-IF.
           IF WO-STATUS = 'C' AND WO-CLOSED-DATE NUMERIC
               IF WO-CLOSED-ODOMETER NUMERIC
                   MOVE WO-CLOSED-DATE TO WS-CHECK-DATE
                   MOVE WO-CLOSED-ODOMETER TO WS-CHECK-KM
                   PERFORM 160-TAKE-ONE-READING
               ELSE
                   PERFORM 150-FIND-UNIT
               END-IF
               IF WS-UNIT-FOUND-SUB > ZERO AND WO-COST NUMERIC
                   ADD WO-COST
                       TO WS-UT-MAINTENANCE(WS-UNIT-FOUND-SUB)
                   IF WO-CLOSED-DATE NOT < WS-WINDOW-START
                       ADD WO-COST
                           TO WS-UT-COST-12(WS-UNIT-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
       300-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-WINDOW-START TO H2-WINDOW-START.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CRITERIA-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CRITERIA-SUB FROM 1 BY 1
                   UNTIL WS-CRITERIA-SUB > WS-CRITERIA-COUNT
               MOVE WS-RC-CAR-TYPE(WS-CRITERIA-SUB) TO CL-CAR-TYPE
               MOVE WS-RC-MAX-AGE(WS-CRITERIA-SUB) TO CL-MAX-AGE
               MOVE WS-RC-MAX-KM(WS-CRITERIA-SUB) TO CL-MAX-KM
               MOVE WS-RC-MAX-CPK(WS-CRITERIA-SUB) TO CL-MAX-CPK
               MOVE WS-CRITERIA-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-CRITERIA-COUNT = ZERO
               MOVE "*" TO CL-CAR-TYPE
               MOVE WS-DEFAULT-MAX-AGE TO CL-MAX-AGE
               MOVE WS-DEFAULT-MAX-KM TO CL-MAX-KM
               MOVE WS-DEFAULT-MAX-CPK TO CL-MAX-CPK
               MOVE WS-CRITERIA-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Retired and disposed units are past replacing and are left
      * out; they appear only in the disposals list.
       310-ANALYSE-ONE-UNIT.
           IF WS-UT-STATUS(WS-UNIT-SUB) NOT = 'R'
               ADD 1 TO WS-UNITS-ANALYSED
               PERFORM 320-WORK-OUT-COST-PER-KM
               PERFORM 330-SCORE-AGAINST-CRITERIA
               MOVE WS-UT-UNIT-NUMBER(WS-UNIT-SUB) TO DL-UNIT-NUMBER
               MOVE WS-UT-CAR-TYPE(WS-UNIT-SUB) TO DL-CAR-TYPE
               MOVE WS-UT-CAR-YEAR(WS-UNIT-SUB) TO DL-CAR-YEAR
               MOVE WS-UT-AGE(WS-UNIT-SUB) TO DL-AGE
               MOVE WS-UT-KM-LATEST(WS-UNIT-SUB) TO DL-KM
               MOVE WS-UT-MAINTENANCE(WS-UNIT-SUB) TO DL-MAINTENANCE
               MOVE WS-UT-FUEL(WS-UNIT-SUB) TO DL-FUEL
               MOVE WS-UT-CPK(WS-UNIT-SUB) TO DL-CPK
               MOVE WS-UT-COST-12(WS-UNIT-SUB) TO DL-COST-12
               MOVE WS-UT-CPK-12(WS-UNIT-SUB) TO DL-CPK-12
               MOVE WS-TREND TO DL-TREND
               MOVE WS-UT-FLAGS(WS-UNIT-SUB) TO DL-FLAGS
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      * The twelve-month km runs from the last reading before the
      * window, or from the unit's first reading inside it; a unit
      * put in service inside the window starts from zero. The
      * trend compares the twelve-month cost per km with the
      * lifetime figure, ten percent either way counting as steady.
       320-WORK-OUT-COST-PER-KM.
           COMPUTE WS-TOTAL-COST =
               WS-UT-MAINTENANCE(WS-UNIT-SUB) + WS-UT-FUEL(WS-UNIT-SUB).
           IF WS-UT-KM-LATEST(WS-UNIT-SUB) > ZERO
               COMPUTE WS-UT-CPK(WS-UNIT-SUB) ROUNDED =
                   WS-TOTAL-COST / WS-UT-KM-LATEST(WS-UNIT-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN WS-UT-KM-BEFORE(WS-UNIT-SUB) > ZERO
                   COMPUTE WS-KM-12 = WS-UT-KM-LATEST(WS-UNIT-SUB)
                       - WS-UT-KM-BEFORE(WS-UNIT-SUB)
               WHEN WS-UT-IN-SERVICE(WS-UNIT-SUB) NOT < WS-WINDOW-START
                   MOVE WS-UT-KM-LATEST(WS-UNIT-SUB) TO WS-KM-12
               WHEN OTHER
                   COMPUTE WS-KM-12 = WS-UT-KM-LATEST(WS-UNIT-SUB)
                       - WS-UT-KM-FIRST-IN(WS-UNIT-SUB)
           END-EVALUATE.
           IF WS-KM-12 > ZERO
               COMPUTE WS-UT-CPK-12(WS-UNIT-SUB) ROUNDED =
                   WS-UT-COST-12(WS-UNIT-SUB) / WS-KM-12
           END-IF.
           EVALUATE TRUE
               WHEN WS-KM-12 = ZERO OR WS-UT-CPK(WS-UNIT-SUB) = ZERO
                   MOVE "N/A" TO WS-TREND
               WHEN WS-UT-CPK-12(WS-UNIT-SUB) * 100
                       > WS-UT-CPK(WS-UNIT-SUB) * 110
                   MOVE "RISING" TO WS-TREND
               WHEN WS-UT-CPK-12(WS-UNIT-SUB) * 100
                       < WS-UT-CPK(WS-UNIT-SUB) * 90
                   MOVE "FALLING" TO WS-TREND
               WHEN OTHER
                   MOVE "STEADY" TO WS-TREND
           END-EVALUATE.
      * The unit's own car type wins over the * line, and the * line
      * over the built-in defaults. Each measure scores its percent
      * of the limit (capped at 999), and reaching 100 on any one
      * flags it - A for age, K for km, C for cost per km.
       330-SCORE-AGAINST-CRITERIA.
           MOVE WS-DEFAULT-MAX-AGE TO WS-MAX-AGE.
           MOVE WS-DEFAULT-MAX-KM TO WS-MAX-KM.
           MOVE WS-DEFAULT-MAX-CPK TO WS-MAX-CPK.
           PERFORM VARYING WS-CRITERIA-SUB FROM 1 BY 1
                   UNTIL WS-CRITERIA-SUB > WS-CRITERIA-COUNT
               IF WS-RC-CAR-TYPE(WS-CRITERIA-SUB) = "*"
                   PERFORM 335-TAKE-CRITERIA-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CRITERIA-SUB FROM 1 BY 1
                   UNTIL WS-CRITERIA-SUB > WS-CRITERIA-COUNT
               IF WS-RC-CAR-TYPE(WS-CRITERIA-SUB)
                       = WS-UT-CAR-TYPE(WS-UNIT-SUB)
                   PERFORM 335-TAKE-CRITERIA-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-UT-FLAGS(WS-UNIT-SUB).
           MOVE ZERO TO WS-UT-SCORE(WS-UNIT-SUB).
           IF WS-MAX-AGE > ZERO
               COMPUTE WS-RATIO =
                   WS-UT-AGE(WS-UNIT-SUB) * 100 / WS-MAX-AGE
                   ON SIZE ERROR MOVE 999 TO WS-RATIO
               END-COMPUTE
               PERFORM 340-ADD-RATIO
               IF WS-RATIO NOT < 100
                   MOVE "A" TO WS-UT-FLAGS(WS-UNIT-SUB)(1:1)
               END-IF
           END-IF.
           IF WS-MAX-KM > ZERO
               COMPUTE WS-RATIO =
                   WS-UT-KM-LATEST(WS-UNIT-SUB) * 100 / WS-MAX-KM
                   ON SIZE ERROR MOVE 999 TO WS-RATIO
               END-COMPUTE
               PERFORM 340-ADD-RATIO
               IF WS-RATIO NOT < 100
                   MOVE "K" TO WS-UT-FLAGS(WS-UNIT-SUB)(2:1)
               END-IF
           END-IF.
           IF WS-MAX-CPK > ZERO
               COMPUTE WS-RATIO =
                   WS-UT-CPK(WS-UNIT-SUB) * 100 / WS-MAX-CPK
                   ON SIZE ERROR MOVE 999 TO WS-RATIO
               END-COMPUTE
               PERFORM 340-ADD-RATIO
               IF WS-RATIO NOT < 100
                   MOVE "C" TO WS-UT-FLAGS(WS-UNIT-SUB)(3:1)
               END-IF
           END-IF.
       335-TAKE-CRITERIA-LINE.
           MOVE WS-RC-MAX-AGE(WS-CRITERIA-SUB) TO WS-MAX-AGE.
           MOVE WS-RC-MAX-KM(WS-CRITERIA-SUB) TO WS-MAX-KM.
           MOVE WS-RC-MAX-CPK(WS-CRITERIA-SUB) TO WS-MAX-CPK.
       340-ADD-RATIO.
           IF WS-RATIO > 999
               MOVE 999 TO WS-RATIO
           END-IF.
           ADD WS-RATIO TO WS-UT-SCORE(WS-UNIT-SUB).
       400-RELEASE-CANDIDATES.
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               IF WS-UT-STATUS(WS-UNIT-SUB) NOT = 'R'
                   AND WS-UT-FLAGS(WS-UNIT-SUB) NOT = SPACES
                   MOVE WS-UT-SCORE(WS-UNIT-SUB) TO SORT-SCORE
                   MOVE WS-UNIT-SUB TO SORT-UNIT-SUB
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.
       410-WRITE-RANKING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RANK-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RANK-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 420-WRITE-ONE-CANDIDATE
               END-RETURN
           END-PERFORM.
           IF WS-RANK = ZERO
               MOVE WS-NO-CANDIDATES-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       420-WRITE-ONE-CANDIDATE.
           ADD 1 TO WS-RANK.
           MOVE SORT-UNIT-SUB TO WS-UNIT-SUB.
           MOVE WS-RANK TO RL-RANK.
           MOVE WS-UT-UNIT-NUMBER(WS-UNIT-SUB) TO RL-UNIT-NUMBER.
           MOVE WS-UT-CAR-TYPE(WS-UNIT-SUB) TO RL-CAR-TYPE.
           MOVE WS-UT-AGE(WS-UNIT-SUB) TO RL-AGE.
           MOVE WS-UT-KM-LATEST(WS-UNIT-SUB) TO RL-KM.
           MOVE WS-UT-CPK(WS-UNIT-SUB) TO RL-CPK.
           MOVE SORT-SCORE TO RL-SCORE.
           MOVE SPACES TO RL-REASONS.
           MOVE 1 TO WS-REASON-PTR.
           IF WS-UT-FLAGS(WS-UNIT-SUB)(1:1) = "A"
               STRING "AGE " DELIMITED BY SIZE
                   INTO RL-REASONS WITH POINTER WS-REASON-PTR
           END-IF.
           IF WS-UT-FLAGS(WS-UNIT-SUB)(2:1) = "K"
               STRING "KM " DELIMITED BY SIZE
                   INTO RL-REASONS WITH POINTER WS-REASON-PTR
           END-IF.
           IF WS-UT-FLAGS(WS-UNIT-SUB)(3:1) = "C"
               STRING "COST/KM" DELIMITED BY SIZE
                   INTO RL-REASONS WITH POINTER WS-REASON-PTR
           END-IF.
           MOVE WS-RANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       500-WRITE-DISPOSALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DISPOSAL-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DISPOSAL-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VEHICLE-DISPOSAL-FILE.
           IF WS-VD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VEHICLE-DISPOSAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE VD-UNIT-NUMBER TO DP-UNIT-NUMBER
                       MOVE VD-DISPOSAL-DATE TO DP-DATE
                       MOVE VD-METHOD TO DP-METHOD
                       MOVE VD-PROCEEDS TO DP-PROCEEDS
                       MOVE VD-BUYER TO DP-BUYER
                       MOVE WS-DISPOSAL-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD VD-PROCEEDS TO WS-PROCEEDS-TOTAL
                       ADD 1 TO WS-DISPOSALS-LISTED
               END-READ
           END-PERFORM.
           IF WS-VD-FILE-STATUS = "00" OR "10"
               CLOSE VEHICLE-DISPOSAL-FILE
           END-IF.
           MOVE WS-PROCEEDS-TOTAL TO PL-TOTAL.
           MOVE WS-PROCEEDS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM VEHICLE-LIFECYCLE-REPORT.
