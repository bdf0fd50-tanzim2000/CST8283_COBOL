      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Fleet greenhouse gas report for the city's climate
      *          reporting - takes a calendar year's fuel dispensed
      *          off fueleconomy.txt (the fleetfuel.txt fills
      *          FLEET-FUEL-CHECK has already put in litres through
      *          UNIT-CONVERT-SERVICE, plus the fuel card fills
      *          FUEL-CARD-IMPORT adds), applies the kilograms of
      *          CO2-equivalent per litre for the fuel type each unit
      *          burns (emissionfactors.txt and unitfueltypes.txt,
      *          kept by EMISSION-FACTOR-ENTRY) and totals the
      *          emissions by unit, by CAR-TYPE and by month, each
      *          against the prior year's run kept on
      *          emissionshistory.txt. Closes with the units putting
      *          out the most per kilometre driven, which are the
      *          green-fleet replacement priorities. Output goes to
      *          emissionsreport.txt; this year's totals replace any
      *          earlier run for the same year on the history file.
      *          A unit with no fuel type or factor on file has its
      *          litres reported without emissions and the run ends
      *          with return code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-EMISSIONS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN "../vehiclemaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEH-FILE-STATUS.
           SELECT EMISSION-FACTOR-FILE
           ASSIGN "../emissionfactors.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EF-FILE-STATUS.
           SELECT UNIT-FUEL-TYPE-FILE
           ASSIGN "../unitfueltypes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UF-FILE-STATUS.
           SELECT EMISSION-HISTORY-FILE
           ASSIGN "../emissionshistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EH-FILE-STATUS.
           SELECT FUEL-ECONOMY-FILE
           ASSIGN "../fueleconomy.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FE-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../emissionsort.tmp".
           SELECT EMISSIONS-REPORT-FILE
           ASSIGN "../emissionsreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ER-FILE-STATUS.
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
       FD EMISSION-FACTOR-FILE.
           COPY "EMISSION-FACTOR-RECORD.CPY".
       FD UNIT-FUEL-TYPE-FILE.
           COPY "UNIT-FUEL-TYPE-RECORD.CPY".
       FD EMISSION-HISTORY-FILE.
           COPY "EMISSION-HISTORY-RECORD.CPY".
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
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-GRAMS-PER-KM PIC 9(7)V9.
           05 SORT-UNIT-NUMBER  PIC X(6).
           05 SORT-UNIT-SUB     PIC 9(3).
       FD EMISSIONS-REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-EF-FILE-STATUS PIC XX.
       01 WS-UF-FILE-STATUS PIC XX.
       01 WS-EH-FILE-STATUS PIC XX.
       01 WS-FE-FILE-STATUS PIC XX.
       01 WS-ER-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-YEAR-INPUT PIC X(4).
       01 WS-YEAR PIC 9(4).
       01 WS-PRIOR-YEAR PIC 9(4).
       01 WS-TOP-COUNT PIC 9(2) VALUE 10.
       01 WS-FILL-DATE PIC 9(8).
       01 WS-FILL-DATE-R REDEFINES WS-FILL-DATE.
           05 WS-FILL-YEAR  PIC 9(4).
           05 WS-FILL-MONTH PIC 9(2).
           05 WS-FILL-DAY   PIC 9(2).
       01 WS-VEHICLE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VEHICLE-TABLE.
           05 WS-VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-VEHICLE-COUNT.
               10 WS-VT-UNIT-NUMBER PIC X(6).
               10 WS-VT-CAR-TYPE    PIC X(5).
               10 WS-VT-CAR-YEAR    PIC 9(4).
               10 WS-VT-STATUS      PIC X.
       01 WS-VEHICLE-SUB PIC 9(3).
       01 WS-FACTOR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FACTOR-TABLE.
           05 WS-FACTOR-ENTRY OCCURS 1 TO 30 TIMES
               DEPENDING ON WS-FACTOR-COUNT.
               10 WS-FT-FUEL-TYPE    PIC X(8).
               10 WS-FT-KG-PER-LITRE PIC 9(2)V9(4).
       01 WS-FACTOR-SUB PIC 9(2).
       01 WS-ASSIGN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-ASSIGN-COUNT.
               10 WS-AT-UNIT-NUMBER PIC X(6).
               10 WS-AT-FUEL-TYPE   PIC X(8).
       01 WS-ASSIGN-SUB PIC 9(3).
       01 WS-HISTORY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HISTORY-TABLE.
           05 WS-HISTORY-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-HISTORY-COUNT.
               10 WS-EH-RECORD PIC X(51).
       01 WS-HISTORY-SUB PIC 9(4).
       01 WS-HISTORY-OVERFLOW PIC X VALUE 'N'.
           88 WS-HISTORY-OVERFLOWED VALUE 'Y'.
      * One entry per unit with a fill in the year. WS-UT-HAS-FACTOR
      * is 'N' when the unit has no fuel type or the fuel type has
      * no factor; its litres still count, its emissions do not.
       01 WS-UNIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-UNIT-COUNT.
               10 WS-UT-UNIT-NUMBER  PIC X(6).
               10 WS-UT-CAR-TYPE     PIC X(5).
               10 WS-UT-CAR-YEAR     PIC 9(4).
               10 WS-UT-STATUS       PIC X.
               10 WS-UT-FUEL-TYPE    PIC X(8).
               10 WS-UT-KG-PER-LITRE PIC 9(2)V9(4).
               10 WS-UT-HAS-FACTOR   PIC X.
               10 WS-UT-LITRES       PIC 9(7)V9.
               10 WS-UT-KG-CO2E      PIC 9(9)V99.
               10 WS-UT-LOW-ODOMETER PIC 9(7).
               10 WS-UT-HIGH-ODOMETER PIC 9(7).
               10 WS-UT-KM           PIC 9(8).
               10 WS-UT-GRAMS-PER-KM PIC 9(7)V9.
       01 WS-UNIT-SUB PIC 9(3).
       01 WS-UNIT-FOUND-SUB PIC 9(3).
       01 WS-TYPE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 1 TO 30 TIMES
               DEPENDING ON WS-TYPE-COUNT.
               10 WS-TT-CAR-TYPE  PIC X(5).
               10 WS-TT-UNITS     PIC 9(3).
               10 WS-TT-LITRES    PIC 9(8)V9.
               10 WS-TT-KG-CO2E   PIC 9(9)V99.
               10 WS-TT-KM        PIC 9(8).
       01 WS-TYPE-SUB PIC 9(2).
       01 WS-TYPE-FOUND-SUB PIC 9(2).
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 12 TIMES.
               10 WS-MT-LITRES    PIC 9(8)V9.
               10 WS-MT-KG-CO2E   PIC 9(9)V99.
       01 WS-MONTH-SUB PIC 9(2).
       01 WS-MONTH-NAMES PIC X(36) VALUE
           "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
           05 WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.
       01 WS-FLEET-TOTALS.
           05 WS-FLEET-LITRES  PIC 9(8)V9.
           05 WS-FLEET-KG-CO2E PIC 9(9)V99.
           05 WS-FLEET-KM      PIC 9(8).
       01 WS-FILL-KG PIC 9(7)V99.
       01 WS-FILLS-TAKEN PIC 9(6) VALUE ZERO.
       01 WS-UNITS-NO-FACTOR PIC 9(3) VALUE ZERO.
       01 WS-PRIORITIES-LISTED PIC 9(2) VALUE ZERO.
       01 WS-LOOK-LEVEL PIC X.
       01 WS-LOOK-KEY PIC X(6).
       01 WS-PRIOR-FOUND PIC X.
       01 WS-PRIOR-KG PIC 9(9).
       01 WS-CURRENT-KG PIC 9(9).
       01 WS-CHANGE-PCT PIC S9(5)V9.
       01 WS-GRAMS-PER-KM PIC 9(7)V9.
       01 WS-UNITS-OUT PIC ZZ9.
       01 WS-HEADING-1.
           05 FILLER          PIC X(31) VALUE
               "FLEET GREENHOUSE GAS EMISSIONS ".
           05 FILLER          PIC X(4) VALUE "FOR ".
           05 H1-YEAR         PIC 9(4).
           05 FILLER          PIC X(14) VALUE
               "  COMPARED TO ".
           05 H1-PRIOR-YEAR   PIC 9(4).
           05 FILLER          PIC X(9) VALUE
               "  RUN ON ".
           05 H1-RUN-DATE     PIC 9(8).
       01 WS-HEADING-2 PIC X(100) VALUE
           "KG CO2E = KILOGRAMS OF CARBON DIOXIDE EQUIVALENT".
       01 WS-SECTION-HEADING PIC X(100).
       01 WS-COLUMN-HEADING.
           05 CH-KEY          PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CH-TYPE         PIC X(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CH-FUEL         PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(9) VALUE "   LITRES".
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE "    KG CO2E".
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CH-KM           PIC X(9).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CH-GRAMS        PIC X(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CH-PRIOR        PIC X(11).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(8) VALUE "CHANGE %".
       01 WS-DETAIL-LINE.
           05 DL-KEY          PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-TYPE         PIC X(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-FUEL         PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-LITRES       PIC ZZZ,ZZ9.9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-KG-CO2E      PIC ZZZ,ZZZ,ZZ9.
           05 DL-KG-CO2E-X REDEFINES DL-KG-CO2E PIC X(11).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-KM           PIC Z,ZZZ,ZZ9.
           05 DL-KM-X REDEFINES DL-KM PIC X(9).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-GRAMS-PER-KM PIC ZZZ,ZZ9.
           05 DL-GRAMS-PER-KM-X REDEFINES DL-GRAMS-PER-KM PIC X(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-PRIOR-KG     PIC ZZZ,ZZZ,ZZ9.
           05 DL-PRIOR-KG-X REDEFINES DL-PRIOR-KG PIC X(11).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-CHANGE       PIC -ZZZZ9.9.
           05 DL-CHANGE-X REDEFINES DL-CHANGE PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-NOTE         PIC X(9).
       01 WS-PRIORITY-HEADING.
           05 FILLER          PIC X(50) VALUE
               "RANK  UNIT    TYPE   YEAR  FUEL             KM    ".
           05 FILLER          PIC X(50) VALUE
               "    KG CO2E     G/KM".
       01 WS-PRIORITY-LINE.
           05 PL-RANK         PIC Z9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 PL-UNIT-NUMBER  PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-CAR-TYPE     PIC X(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-CAR-YEAR     PIC 9(4).
           05 PL-CAR-YEAR-X REDEFINES PL-CAR-YEAR PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-FUEL-TYPE    PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-KM           PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-KG-CO2E      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-GRAMS-PER-KM PIC ZZZ,ZZ9.
       01 WS-NOTHING-LINE PIC X(100).
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "YEAR" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:4) TO WS-YEAR-INPUT
           ELSE
               DISPLAY "EMISSIONS FOR WHICH YEAR (YYYY)?"
               ACCEPT WS-YEAR-INPUT
           END-IF.
           IF WS-YEAR-INPUT NOT NUMERIC
               OR WS-YEAR-INPUT < "1901"
               DISPLAY "YEAR MUST BE NUMERIC YYYY - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-YEAR-INPUT TO WS-YEAR.
           COMPUTE WS-PRIOR-YEAR = WS-YEAR - 1.
           MOVE "TOP" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               IF WS-PARM-VALUE(1:2) NUMERIC
                   AND WS-PARM-VALUE(1:2) > "00"
                   MOVE WS-PARM-VALUE(1:2) TO WS-TOP-COUNT
               ELSE
                   DISPLAY "TOP " WS-PARM-VALUE
                       " IS NOT A COUNT - LISTING " WS-TOP-COUNT
               END-IF
           END-IF.
           PERFORM 100-LOAD-VEHICLE-TABLE.
           PERFORM 110-LOAD-FACTOR-TABLE.
           PERFORM 120-LOAD-ASSIGN-TABLE.
           PERFORM 130-LOAD-HISTORY-TABLE.
           INITIALIZE WS-MONTH-TABLE WS-FLEET-TOTALS.
           PERFORM 200-TAKE-FILLS.
           PERFORM 230-ROLL-UP-UNITS.
           OPEN OUTPUT EMISSIONS-REPORT-FILE.
           IF WS-ER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMISSIONS-REPORT-FILE - STATUS "
                   WS-ER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-YEAR TO H1-YEAR.
           MOVE WS-PRIOR-YEAR TO H1-PRIOR-YEAR.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-UNIT-NUMBER
               INPUT PROCEDURE 300-RELEASE-UNITS
               OUTPUT PROCEDURE 400-WRITE-UNIT-SECTION.
           PERFORM 450-WRITE-TYPE-SECTION.
           PERFORM 460-WRITE-MONTH-SECTION.
           PERFORM 470-WRITE-FLEET-TOTAL.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-GRAMS-PER-KM
               ON ASCENDING KEY SORT-UNIT-NUMBER
               INPUT PROCEDURE 500-RELEASE-PRIORITIES
               OUTPUT PROCEDURE 510-WRITE-PRIORITY-LIST.
           CLOSE EMISSIONS-REPORT-FILE.
           IF WS-HISTORY-OVERFLOWED
               DISPLAY "EMISSIONS HISTORY HAS MORE RECORDS THAN THIS "
                   "RUN CAN HOLD - HISTORY NOT UPDATED"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 700-REWRITE-HISTORY-FILE
           END-IF.
           DISPLAY "FILLS TAKEN:          " WS-FILLS-TAKEN.
           DISPLAY "UNITS REPORTED:       " WS-UNIT-COUNT.
           COMPUTE WS-CURRENT-KG ROUNDED = WS-FLEET-KG-CO2E.
           DISPLAY "FLEET KG CO2E:        " WS-CURRENT-KG.
           DISPLAY "PRIORITIES LISTED:    " WS-PRIORITIES-LISTED.
           IF WS-UNITS-NO-FACTOR > ZERO
               DISPLAY "UNITS WITHOUT FACTOR: " WS-UNITS-NO-FACTOR
               DISPLAY "  KEY THEIR FUEL TYPES IN EMISSION-FACTOR-ENTRY"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       100-LOAD-VEHICLE-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VEHICLE-MASTER-FILE.
           IF WS-VEH-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VEHICLE-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-VEHICLE-COUNT < 200
                           ADD 1 TO WS-VEHICLE-COUNT
                           MOVE VEH-UNIT-NUMBER
                               TO WS-VT-UNIT-NUMBER(WS-VEHICLE-COUNT)
                           MOVE VEH-CAR-TYPE
                               TO WS-VT-CAR-TYPE(WS-VEHICLE-COUNT)
                           MOVE VEH-CAR-YEAR
                               TO WS-VT-CAR-YEAR(WS-VEHICLE-COUNT)
                           MOVE VEH-STATUS
                               TO WS-VT-STATUS(WS-VEHICLE-COUNT)
                       ELSE
                           DISPLAY 'VEHICLE TABLE FULL - DROPPED: '
                               VEH-UNIT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VEH-FILE-STATUS = "00" OR "10"
               CLOSE VEHICLE-MASTER-FILE
           END-IF.
       110-LOAD-FACTOR-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT EMISSION-FACTOR-FILE.
           IF WS-EF-FILE-STATUS NOT = "00"
               DISPLAY "NO EMISSION FACTORS ON FILE - STATUS "
                   WS-EF-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMISSION-FACTOR-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FACTOR-COUNT < 30
                           AND EF-KG-PER-LITRE NUMERIC
                           ADD 1 TO WS-FACTOR-COUNT
                           MOVE EF-FUEL-TYPE
                               TO WS-FT-FUEL-TYPE(WS-FACTOR-COUNT)
                           MOVE EF-KG-PER-LITRE
                               TO WS-FT-KG-PER-LITRE(WS-FACTOR-COUNT)
                       ELSE
                           DISPLAY 'FACTOR NOT TAKEN: ' EF-FUEL-TYPE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EF-FILE-STATUS = "00" OR "10"
               CLOSE EMISSION-FACTOR-FILE
           END-IF.
       120-LOAD-ASSIGN-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT UNIT-FUEL-TYPE-FILE.
           IF WS-UF-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UNIT-FUEL-TYPE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ASSIGN-COUNT < 200
                           ADD 1 TO WS-ASSIGN-COUNT
                           MOVE UF-UNIT-NUMBER
                               TO WS-AT-UNIT-NUMBER(WS-ASSIGN-COUNT)
                           MOVE UF-FUEL-TYPE
                               TO WS-AT-FUEL-TYPE(WS-ASSIGN-COUNT)
                       ELSE
                           DISPLAY 'FUEL TYPE TABLE FULL - DROPPED: '
                               UF-UNIT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-UF-FILE-STATUS = "00" OR "10"
               CLOSE UNIT-FUEL-TYPE-FILE
           END-IF.
       130-LOAD-HISTORY-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT EMISSION-HISTORY-FILE.
           IF WS-EH-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMISSION-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HISTORY-COUNT < 3000
                           ADD 1 TO WS-HISTORY-COUNT
                           MOVE EMISSION-HISTORY-RECORD
                               TO WS-EH-RECORD(WS-HISTORY-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-HISTORY-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EH-FILE-STATUS = "00" OR "10"
               CLOSE EMISSION-HISTORY-FILE
           END-IF.
       200-TAKE-FILLS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FUEL-ECONOMY-FILE.
           IF WS-FE-FILE-STATUS NOT = "00"
               DISPLAY "NO FUEL ECONOMY FILE ON HAND - STATUS "
                   WS-FE-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO FUEL-ECONOMY-RECORD
               READ FUEL-ECONOMY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FE-DATE NUMERIC AND FE-LITRES NUMERIC
                           MOVE FE-DATE TO WS-FILL-DATE
                           IF WS-FILL-YEAR = WS-YEAR
                               AND WS-FILL-MONTH > ZERO
                               AND WS-FILL-MONTH < 13
                               PERFORM 210-TAKE-ONE-FILL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FE-FILE-STATUS = "00" OR "10"
               CLOSE FUEL-ECONOMY-FILE
           END-IF.
       210-TAKE-ONE-FILL.
           PERFORM 220-FIND-OR-ADD-UNIT.
           IF WS-UNIT-FOUND-SUB > ZERO
               MOVE ZERO TO WS-FILL-KG
               IF WS-UT-HAS-FACTOR(WS-UNIT-FOUND-SUB) = 'Y'
                   COMPUTE WS-FILL-KG ROUNDED = FE-LITRES
                       * WS-UT-KG-PER-LITRE(WS-UNIT-FOUND-SUB)
               END-IF
               ADD FE-LITRES TO WS-UT-LITRES(WS-UNIT-FOUND-SUB)
               ADD WS-FILL-KG TO WS-UT-KG-CO2E(WS-UNIT-FOUND-SUB)
               ADD FE-LITRES TO WS-MT-LITRES(WS-FILL-MONTH)
               ADD WS-FILL-KG TO WS-MT-KG-CO2E(WS-FILL-MONTH)
               ADD FE-LITRES TO WS-FLEET-LITRES
               ADD WS-FILL-KG TO WS-FLEET-KG-CO2E
               IF FE-ODOMETER NUMERIC AND FE-ODOMETER > ZERO
                   IF WS-UT-LOW-ODOMETER(WS-UNIT-FOUND-SUB) = ZERO
                       OR FE-ODOMETER
                           < WS-UT-LOW-ODOMETER(WS-UNIT-FOUND-SUB)
                       MOVE FE-ODOMETER
                           TO WS-UT-LOW-ODOMETER(WS-UNIT-FOUND-SUB)
                   END-IF
                   IF FE-ODOMETER
                           > WS-UT-HIGH-ODOMETER(WS-UNIT-FOUND-SUB)
                       MOVE FE-ODOMETER
                           TO WS-UT-HIGH-ODOMETER(WS-UNIT-FOUND-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-FILLS-TAKEN
           END-IF.
      * A unit is added on its first fill of the year, taking its
      * CAR-TYPE, model year and status from the vehicle master (the
      * fill's own CAR-TYPE when it is not on the master) and its
      * factor through unitfueltypes.txt.
       220-FIND-OR-ADD-UNIT.
           MOVE ZERO TO WS-UNIT-FOUND-SUB.
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               IF WS-UT-UNIT-NUMBER(WS-UNIT-SUB) = FE-UNIT-NUMBER
                   MOVE WS-UNIT-SUB TO WS-UNIT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-UNIT-FOUND-SUB = ZERO
               IF WS-UNIT-COUNT < 200
                   ADD 1 TO WS-UNIT-COUNT
                   MOVE WS-UNIT-COUNT TO WS-UNIT-FOUND-SUB
                   PERFORM 225-SET-UP-UNIT
               ELSE
                   DISPLAY 'UNIT TABLE FULL - FILL DROPPED: '
                       FE-UNIT-NUMBER
               END-IF
           END-IF.
       225-SET-UP-UNIT.
           INITIALIZE WS-UNIT-ENTRY(WS-UNIT-COUNT).
           MOVE FE-UNIT-NUMBER TO WS-UT-UNIT-NUMBER(WS-UNIT-COUNT).
           MOVE FE-CAR-TYPE TO WS-UT-CAR-TYPE(WS-UNIT-COUNT).
           MOVE SPACE TO WS-UT-STATUS(WS-UNIT-COUNT).
           PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
                   UNTIL WS-VEHICLE-SUB > WS-VEHICLE-COUNT
               IF WS-VT-UNIT-NUMBER(WS-VEHICLE-SUB) = FE-UNIT-NUMBER
                   MOVE WS-VT-CAR-TYPE(WS-VEHICLE-SUB)
                       TO WS-UT-CAR-TYPE(WS-UNIT-COUNT)
                   MOVE WS-VT-CAR-YEAR(WS-VEHICLE-SUB)
                       TO WS-UT-CAR-YEAR(WS-UNIT-COUNT)
                   MOVE WS-VT-STATUS(WS-VEHICLE-SUB)
                       TO WS-UT-STATUS(WS-UNIT-COUNT)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-UT-HAS-FACTOR(WS-UNIT-COUNT).
           PERFORM VARYING WS-ASSIGN-SUB FROM 1 BY 1
                   UNTIL WS-ASSIGN-SUB > WS-ASSIGN-COUNT
               IF WS-AT-UNIT-NUMBER(WS-ASSIGN-SUB) = FE-UNIT-NUMBER
                   MOVE WS-AT-FUEL-TYPE(WS-ASSIGN-SUB)
                       TO WS-UT-FUEL-TYPE(WS-UNIT-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-FACTOR-SUB FROM 1 BY 1
                   UNTIL WS-FACTOR-SUB > WS-FACTOR-COUNT
               IF WS-UT-FUEL-TYPE(WS-UNIT-COUNT) NOT = SPACES
                   AND WS-FT-FUEL-TYPE(WS-FACTOR-SUB)
                       = WS-UT-FUEL-TYPE(WS-UNIT-COUNT)
                   MOVE WS-FT-KG-PER-LITRE(WS-FACTOR-SUB)
                       TO WS-UT-KG-PER-LITRE(WS-UNIT-COUNT)
                   MOVE 'Y' TO WS-UT-HAS-FACTOR(WS-UNIT-COUNT)
               END-IF
           END-PERFORM.
           IF WS-UT-HAS-FACTOR(WS-UNIT-COUNT) = 'N'
               ADD 1 TO WS-UNITS-NO-FACTOR
           END-IF.
      * Kilometres are the spread of the odometer readings taken at
      * the year's fills, so a unit with a single reading shows none.
       230-ROLL-UP-UNITS.
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               COMPUTE WS-UT-KM(WS-UNIT-SUB) =
                   WS-UT-HIGH-ODOMETER(WS-UNIT-SUB)
                   - WS-UT-LOW-ODOMETER(WS-UNIT-SUB)
               MOVE ZERO TO WS-UT-GRAMS-PER-KM(WS-UNIT-SUB)
               IF WS-UT-KM(WS-UNIT-SUB) > ZERO
                   COMPUTE WS-UT-GRAMS-PER-KM(WS-UNIT-SUB) ROUNDED =
                       WS-UT-KG-CO2E(WS-UNIT-SUB) * 1000
                       / WS-UT-KM(WS-UNIT-SUB)
                       ON SIZE ERROR
                           MOVE 9999999.9
                               TO WS-UT-GRAMS-PER-KM(WS-UNIT-SUB)
                   END-COMPUTE
               END-IF
               ADD WS-UT-KM(WS-UNIT-SUB) TO WS-FLEET-KM
               PERFORM 240-ADD-TO-TYPE
           END-PERFORM.
       240-ADD-TO-TYPE.
           MOVE ZERO TO WS-TYPE-FOUND-SUB.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               IF WS-TT-CAR-TYPE(WS-TYPE-SUB)
                       = WS-UT-CAR-TYPE(WS-UNIT-SUB)
                   MOVE WS-TYPE-SUB TO WS-TYPE-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-TYPE-FOUND-SUB = ZERO
               IF WS-TYPE-COUNT < 30
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND-SUB
                   INITIALIZE WS-TYPE-ENTRY(WS-TYPE-COUNT)
                   MOVE WS-UT-CAR-TYPE(WS-UNIT-SUB)
                       TO WS-TT-CAR-TYPE(WS-TYPE-COUNT)
               ELSE
                   DISPLAY 'CAR TYPE TABLE FULL - DROPPED: '
                       WS-UT-CAR-TYPE(WS-UNIT-SUB)
               END-IF
           END-IF.
           IF WS-TYPE-FOUND-SUB > ZERO
               ADD 1 TO WS-TT-UNITS(WS-TYPE-FOUND-SUB)
               ADD WS-UT-LITRES(WS-UNIT-SUB)
                   TO WS-TT-LITRES(WS-TYPE-FOUND-SUB)
               ADD WS-UT-KG-CO2E(WS-UNIT-SUB)
                   TO WS-TT-KG-CO2E(WS-TYPE-FOUND-SUB)
               ADD WS-UT-KM(WS-UNIT-SUB)
                   TO WS-TT-KM(WS-TYPE-FOUND-SUB)
           END-IF.
      * Looks up the prior year's total for WS-LOOK-LEVEL/WS-LOOK-KEY
      * on the history file and sets the prior and change columns of
      * the detail line against WS-CURRENT-KG.
       250-SET-PRIOR-COLUMNS.
           MOVE 'N' TO WS-PRIOR-FOUND.
           MOVE ZERO TO WS-PRIOR-KG.
           PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                   UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
               MOVE WS-EH-RECORD(WS-HISTORY-SUB)
                   TO EMISSION-HISTORY-RECORD
               IF EH-YEAR = WS-PRIOR-YEAR
                   AND EH-LEVEL = WS-LOOK-LEVEL
                   AND EH-KEY = WS-LOOK-KEY
                   AND EH-KG-CO2E NUMERIC
                   MOVE 'Y' TO WS-PRIOR-FOUND
                   MOVE EH-KG-CO2E TO WS-PRIOR-KG
               END-IF
           END-PERFORM.
           IF WS-PRIOR-FOUND = 'N'
               MOVE "       NONE" TO DL-PRIOR-KG-X
               MOVE "     NEW" TO DL-CHANGE-X
           ELSE
               MOVE WS-PRIOR-KG TO DL-PRIOR-KG
               IF WS-PRIOR-KG = ZERO
                   MOVE "     N/A" TO DL-CHANGE-X
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-CURRENT-KG - WS-PRIOR-KG) * 100
                       / WS-PRIOR-KG
                       ON SIZE ERROR MOVE 99999.9 TO WS-CHANGE-PCT
                   END-COMPUTE
                   MOVE WS-CHANGE-PCT TO DL-CHANGE
               END-IF
           END-IF.
       300-RELEASE-UNITS.
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               MOVE WS-UT-GRAMS-PER-KM(WS-UNIT-SUB)
                   TO SORT-GRAMS-PER-KM
               MOVE WS-UT-UNIT-NUMBER(WS-UNIT-SUB) TO SORT-UNIT-NUMBER
               MOVE WS-UNIT-SUB TO SORT-UNIT-SUB
               RELEASE SORT-RECORD
           END-PERFORM.
       400-WRITE-UNIT-SECTION.
           MOVE "EMISSIONS BY UNIT" TO WS-SECTION-HEADING.
           MOVE "UNIT" TO CH-KEY.
           MOVE "TYPE" TO CH-TYPE.
           MOVE "FUEL" TO CH-FUEL.
           MOVE "       KM" TO CH-KM.
           MOVE "   G/KM" TO CH-GRAMS.
           MOVE "   PRIOR KG" TO CH-PRIOR.
           PERFORM 480-WRITE-SECTION-HEADING.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 410-WRITE-ONE-UNIT
               END-RETURN
           END-PERFORM.
           IF WS-UNIT-COUNT = ZERO
               MOVE "  NO FILLS ON FILE FOR THE YEAR"
                   TO WS-NOTHING-LINE
               MOVE WS-NOTHING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       410-WRITE-ONE-UNIT.
           MOVE SORT-UNIT-SUB TO WS-UNIT-SUB.
           MOVE SPACES TO DL-NOTE.
           MOVE WS-UT-UNIT-NUMBER(WS-UNIT-SUB) TO DL-KEY.
           MOVE WS-UT-CAR-TYPE(WS-UNIT-SUB) TO DL-TYPE.
           MOVE WS-UT-FUEL-TYPE(WS-UNIT-SUB) TO DL-FUEL.
           MOVE WS-UT-LITRES(WS-UNIT-SUB) TO DL-LITRES.
           COMPUTE WS-CURRENT-KG ROUNDED = WS-UT-KG-CO2E(WS-UNIT-SUB).
           MOVE WS-CURRENT-KG TO DL-KG-CO2E.
           MOVE WS-UT-KM(WS-UNIT-SUB) TO DL-KM.
           IF WS-UT-KM(WS-UNIT-SUB) > ZERO
               AND WS-UT-HAS-FACTOR(WS-UNIT-SUB) = 'Y'
               MOVE WS-UT-GRAMS-PER-KM(WS-UNIT-SUB) TO DL-GRAMS-PER-KM
           ELSE
               MOVE SPACES TO DL-GRAMS-PER-KM-X
           END-IF.
           MOVE 'U' TO WS-LOOK-LEVEL.
           MOVE WS-UT-UNIT-NUMBER(WS-UNIT-SUB) TO WS-LOOK-KEY.
           PERFORM 250-SET-PRIOR-COLUMNS.
           IF WS-UT-HAS-FACTOR(WS-UNIT-SUB) = 'N'
               MOVE SPACES TO DL-KG-CO2E-X
               MOVE "NO FACTOR" TO DL-NOTE
           ELSE
           IF WS-UT-STATUS(WS-UNIT-SUB) = 'R'
               MOVE "RETIRED" TO DL-NOTE
           END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       450-WRITE-TYPE-SECTION.
           MOVE "EMISSIONS BY CAR TYPE" TO WS-SECTION-HEADING.
           MOVE "TYPE" TO CH-KEY.
           MOVE SPACES TO CH-TYPE.
           MOVE "UNITS" TO CH-FUEL.
           MOVE "       KM" TO CH-KM.
           MOVE "   G/KM" TO CH-GRAMS.
           MOVE "   PRIOR KG" TO CH-PRIOR.
           PERFORM 480-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               MOVE SPACES TO DL-TYPE DL-FUEL DL-NOTE
               MOVE WS-TT-CAR-TYPE(WS-TYPE-SUB) TO DL-KEY
               MOVE WS-TT-UNITS(WS-TYPE-SUB) TO WS-UNITS-OUT
               MOVE WS-UNITS-OUT TO DL-FUEL(3:3)
               MOVE WS-TT-LITRES(WS-TYPE-SUB) TO DL-LITRES
               COMPUTE WS-CURRENT-KG ROUNDED =
                   WS-TT-KG-CO2E(WS-TYPE-SUB)
               MOVE WS-CURRENT-KG TO DL-KG-CO2E
               MOVE WS-TT-KM(WS-TYPE-SUB) TO DL-KM
               IF WS-TT-KM(WS-TYPE-SUB) > ZERO
                   COMPUTE WS-GRAMS-PER-KM ROUNDED =
                       WS-TT-KG-CO2E(WS-TYPE-SUB) * 1000
                       / WS-TT-KM(WS-TYPE-SUB)
                       ON SIZE ERROR MOVE 9999999.9 TO WS-GRAMS-PER-KM
                   END-COMPUTE
                   MOVE WS-GRAMS-PER-KM TO DL-GRAMS-PER-KM
               ELSE
                   MOVE SPACES TO DL-GRAMS-PER-KM-X
               END-IF
               MOVE 'T' TO WS-LOOK-LEVEL
               MOVE WS-TT-CAR-TYPE(WS-TYPE-SUB) TO WS-LOOK-KEY
               PERFORM 250-SET-PRIOR-COLUMNS
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
      * Kilometres are only known per unit, so the month lines carry
      * litres and emissions against the same month a year earlier.
       460-WRITE-MONTH-SECTION.
           MOVE "EMISSIONS BY MONTH" TO WS-SECTION-HEADING.
           MOVE "MONTH" TO CH-KEY.
           MOVE SPACES TO CH-TYPE CH-FUEL CH-KM CH-GRAMS.
           MOVE "   PRIOR KG" TO CH-PRIOR.
           PERFORM 480-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE SPACES TO DL-TYPE DL-FUEL DL-NOTE
               MOVE SPACES TO DL-KM-X DL-GRAMS-PER-KM-X
               MOVE WS-MONTH-NAME(WS-MONTH-SUB) TO DL-KEY
               MOVE WS-MT-LITRES(WS-MONTH-SUB) TO DL-LITRES
               COMPUTE WS-CURRENT-KG ROUNDED =
                   WS-MT-KG-CO2E(WS-MONTH-SUB)
               MOVE WS-CURRENT-KG TO DL-KG-CO2E
               MOVE 'M' TO WS-LOOK-LEVEL
               MOVE SPACES TO WS-LOOK-KEY
               MOVE WS-MONTH-SUB TO WS-LOOK-KEY(1:2)
               PERFORM 250-SET-PRIOR-COLUMNS
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
       470-WRITE-FLEET-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO DL-TYPE DL-FUEL DL-NOTE.
           MOVE "FLEET" TO DL-KEY.
           MOVE WS-FLEET-LITRES TO DL-LITRES.
           COMPUTE WS-CURRENT-KG ROUNDED = WS-FLEET-KG-CO2E.
           MOVE WS-CURRENT-KG TO DL-KG-CO2E.
           MOVE WS-FLEET-KM TO DL-KM.
           IF WS-FLEET-KM > ZERO
               COMPUTE WS-GRAMS-PER-KM ROUNDED =
                   WS-FLEET-KG-CO2E * 1000 / WS-FLEET-KM
                   ON SIZE ERROR MOVE 9999999.9 TO WS-GRAMS-PER-KM
               END-COMPUTE
               MOVE WS-GRAMS-PER-KM TO DL-GRAMS-PER-KM
           ELSE
               MOVE SPACES TO DL-GRAMS-PER-KM-X
           END-IF.
           MOVE 'F' TO WS-LOOK-LEVEL.
           MOVE SPACES TO WS-LOOK-KEY.
           PERFORM 250-SET-PRIOR-COLUMNS.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       480-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Replacement priorities are the units still in service with
      * kilometres and a factor on file, worst grams per km first.
       500-RELEASE-PRIORITIES.
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               IF WS-UT-STATUS(WS-UNIT-SUB) NOT = 'R'
                   AND WS-UT-KM(WS-UNIT-SUB) > ZERO
                   AND WS-UT-HAS-FACTOR(WS-UNIT-SUB) = 'Y'
                   MOVE WS-UT-GRAMS-PER-KM(WS-UNIT-SUB)
                       TO SORT-GRAMS-PER-KM
                   MOVE WS-UT-UNIT-NUMBER(WS-UNIT-SUB)
                       TO SORT-UNIT-NUMBER
                   MOVE WS-UNIT-SUB TO SORT-UNIT-SUB
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.
       510-WRITE-PRIORITY-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GREEN FLEET REPLACEMENT PRIORITIES - HIGHEST "
               TO WS-SECTION-HEADING.
           MOVE "EMISSIONS PER KM DRIVEN"
               TO WS-SECTION-HEADING(46:23).
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PRIORITY-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PRIORITIES-LISTED < WS-TOP-COUNT
                           PERFORM 520-WRITE-ONE-PRIORITY
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-PRIORITIES-LISTED = ZERO
               MOVE "  NO UNITS WITH KILOMETRES AND A FACTOR ON FILE"
                   TO WS-NOTHING-LINE
               MOVE WS-NOTHING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       520-WRITE-ONE-PRIORITY.
           MOVE SORT-UNIT-SUB TO WS-UNIT-SUB.
           ADD 1 TO WS-PRIORITIES-LISTED.
           MOVE WS-PRIORITIES-LISTED TO PL-RANK.
           MOVE WS-UT-UNIT-NUMBER(WS-UNIT-SUB) TO PL-UNIT-NUMBER.
           MOVE WS-UT-CAR-TYPE(WS-UNIT-SUB) TO PL-CAR-TYPE.
           IF WS-UT-CAR-YEAR(WS-UNIT-SUB) > ZERO
               MOVE WS-UT-CAR-YEAR(WS-UNIT-SUB) TO PL-CAR-YEAR
           ELSE
               MOVE SPACES TO PL-CAR-YEAR-X
           END-IF.
           MOVE WS-UT-FUEL-TYPE(WS-UNIT-SUB) TO PL-FUEL-TYPE.
           MOVE WS-UT-KM(WS-UNIT-SUB) TO PL-KM.
           COMPUTE WS-CURRENT-KG ROUNDED = WS-UT-KG-CO2E(WS-UNIT-SUB).
           MOVE WS-CURRENT-KG TO PL-KG-CO2E.
           MOVE WS-UT-GRAMS-PER-KM(WS-UNIT-SUB) TO PL-GRAMS-PER-KM.
           MOVE WS-PRIORITY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Earlier years are written back as they were and this year's
      * totals follow, so a rerun replaces the year rather than
      * adding to it.
       700-REWRITE-HISTORY-FILE.
           OPEN OUTPUT EMISSION-HISTORY-FILE.
           IF WS-EH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING EMISSION-HISTORY-FILE - STATUS "
                   WS-EH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                   UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
               MOVE WS-EH-RECORD(WS-HISTORY-SUB)
                   TO EMISSION-HISTORY-RECORD
               IF EH-YEAR NOT = WS-YEAR
                   WRITE EMISSION-HISTORY-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               MOVE SPACES TO EMISSION-HISTORY-RECORD
               MOVE 'U' TO EH-LEVEL
               MOVE WS-UT-UNIT-NUMBER(WS-UNIT-SUB) TO EH-KEY
               MOVE WS-UT-LITRES(WS-UNIT-SUB) TO EH-LITRES
               COMPUTE EH-KG-CO2E ROUNDED = WS-UT-KG-CO2E(WS-UNIT-SUB)
               MOVE WS-UT-KM(WS-UNIT-SUB) TO EH-KM
               PERFORM 710-WRITE-HISTORY-RECORD
           END-PERFORM.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               MOVE SPACES TO EMISSION-HISTORY-RECORD
               MOVE 'T' TO EH-LEVEL
               MOVE WS-TT-CAR-TYPE(WS-TYPE-SUB) TO EH-KEY
               MOVE WS-TT-LITRES(WS-TYPE-SUB) TO EH-LITRES
               COMPUTE EH-KG-CO2E ROUNDED = WS-TT-KG-CO2E(WS-TYPE-SUB)
               MOVE WS-TT-KM(WS-TYPE-SUB) TO EH-KM
               PERFORM 710-WRITE-HISTORY-RECORD
           END-PERFORM.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE SPACES TO EMISSION-HISTORY-RECORD
               MOVE 'M' TO EH-LEVEL
               MOVE WS-MONTH-SUB TO EH-KEY(1:2)
               MOVE WS-MT-LITRES(WS-MONTH-SUB) TO EH-LITRES
               COMPUTE EH-KG-CO2E ROUNDED = WS-MT-KG-CO2E(WS-MONTH-SUB)
               MOVE ZERO TO EH-KM
               PERFORM 710-WRITE-HISTORY-RECORD
           END-PERFORM.
           MOVE SPACES TO EMISSION-HISTORY-RECORD.
           MOVE 'F' TO EH-LEVEL.
           MOVE WS-FLEET-LITRES TO EH-LITRES.
           COMPUTE EH-KG-CO2E ROUNDED = WS-FLEET-KG-CO2E.
           MOVE WS-FLEET-KM TO EH-KM.
           PERFORM 710-WRITE-HISTORY-RECORD.
           CLOSE EMISSION-HISTORY-FILE.
       710-WRITE-HISTORY-RECORD.
           MOVE WS-YEAR TO EH-YEAR.
           MOVE WS-RUN-DATE TO EH-RUN-DATE.
           WRITE EMISSION-HISTORY-RECORD.

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

       END PROGRAM FLEET-EMISSIONS-REPORT.
