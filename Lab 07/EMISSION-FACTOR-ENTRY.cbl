      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Emission factor maintenance - keeps the table of
      *          kilograms of CO2-equivalent per litre by fuel type
      *          (emissionfactors.txt) and the fuel type each unit on
      *          vehiclemaster.txt burns (unitfueltypes.txt) that
      *          FLEET-EMISSIONS-REPORT works the inventory from.
      *          Keying a fuel type or a unit already on file
      *          replaces it; a unit can only be given a fuel type
      *          that has a factor. Same load-table/rewrite-at-end
      *          pattern as the other maintenance programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMISSION-FACTOR-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISSION-FACTOR-FILE
           ASSIGN "../emissionfactors.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EF-FILE-STATUS.
           SELECT UNIT-FUEL-TYPE-FILE
           ASSIGN "../unitfueltypes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UF-FILE-STATUS.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN "../vehiclemaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMISSION-FACTOR-FILE.
           COPY "EMISSION-FACTOR-RECORD.CPY".
       FD UNIT-FUEL-TYPE-FILE.
           COPY "UNIT-FUEL-TYPE-RECORD.CPY".
       FD VEHICLE-MASTER-FILE.
       01 VEHICLE-MASTER-RECORD.
           05 VEH-UNIT-NUMBER PIC X(6).
           05 VEH-CAR-TYPE PIC X(5).
           05 VEH-CAR-YEAR PIC 9(4).
           05 VEH-ENGINE-SIZE PIC 9(2)V9.
           05 VEH-IN-SERVICE-DATE PIC 9(8).
           05 VEH-STATUS PIC X.
       WORKING-STORAGE SECTION.
       01 WS-EF-FILE-STATUS PIC XX.
       01 WS-UF-FILE-STATUS PIC XX.
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-FACTOR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FACTOR-TABLE.
           05 WS-FACTOR-ENTRY OCCURS 1 TO 30 TIMES
               DEPENDING ON WS-FACTOR-COUNT.
               10 WS-EF-RECORD PIC X(46).
       01 WS-FACTOR-SUB PIC 9(2).
       01 WS-EF-FOUND-SUB PIC 9(2).
       01 WS-ASSIGN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-ASSIGN-COUNT.
               10 WS-UF-RECORD PIC X(15).
       01 WS-ASSIGN-SUB PIC 9(3).
       01 WS-UF-FOUND-SUB PIC 9(3).
       01 WS-VEHICLE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VEHICLE-TABLE.
           05 WS-VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-VEHICLE-COUNT.
               10 WS-VEH-UNIT-NUMBER PIC X(6).
       01 WS-VEHICLE-SUB PIC 9(3).
       01 WS-VEH-FOUND-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-ENTRY-MORE PIC X VALUE 'Y'.
       01 WS-MENU-CHOICE PIC X.
           88 WS-CHOICE-FACTOR VALUE '1'.
           88 WS-CHOICE-UNIT   VALUE '2'.
       01 WS-FUEL-INPUT PIC X(8).
       01 WS-FACTOR-INPUT PIC X(8).
       01 WS-DESCRIPTION-INPUT PIC X(30).
       01 WS-UNIT-INPUT PIC X(6).
       01 WS-FACTOR-OUT PIC Z9.9999.
       01 WS-FACTORS-CHANGED PIC X VALUE 'N'.
       01 WS-UNITS-CHANGED PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-LOAD-FACTOR-TABLE.
           PERFORM 110-LOAD-ASSIGN-TABLE.
           PERFORM 120-LOAD-VEHICLE-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "FACTOR OR FUEL TYPE FILE HAS MORE RECORDS"
               DISPLAY "THAN THIS SESSION CAN HOLD - NOTHING CHANGED"
               DISPLAY "AND THE FILES WERE NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-TAKE-ONE-REQUEST
               UNTIL WS-ENTRY-MORE = 'N' OR WS-ENTRY-MORE = 'n'.
           IF WS-FACTORS-CHANGED = 'Y'
               PERFORM 700-REWRITE-FACTOR-FILE
               DISPLAY "EMISSION FACTOR FILE REWRITTEN"
           END-IF.
           IF WS-UNITS-CHANGED = 'Y'
               PERFORM 710-REWRITE-ASSIGN-FILE
               DISPLAY "UNIT FUEL TYPE FILE REWRITTEN"
           END-IF.
           IF WS-FACTORS-CHANGED = 'N' AND WS-UNITS-CHANGED = 'N'
               DISPLAY "NO CHANGES MADE - FILES LEFT AS THEY WERE"
           END-IF.
           STOP RUN.
       100-LOAD-FACTOR-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT EMISSION-FACTOR-FILE.
           IF WS-EF-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMISSION-FACTOR-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FACTOR-COUNT < 30
                           ADD 1 TO WS-FACTOR-COUNT
                           MOVE EMISSION-FACTOR-RECORD
                               TO WS-EF-RECORD(WS-FACTOR-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EF-FILE-STATUS = "00" OR "10"
               CLOSE EMISSION-FACTOR-FILE
           END-IF.
       110-LOAD-ASSIGN-TABLE.
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
                           MOVE UNIT-FUEL-TYPE-RECORD
                               TO WS-UF-RECORD(WS-ASSIGN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-UF-FILE-STATUS = "00" OR "10"
               CLOSE UNIT-FUEL-TYPE-FILE
           END-IF.
       120-LOAD-VEHICLE-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VEHICLE-MASTER-FILE.
           IF WS-VEH-FILE-STATUS NOT = "00"
               DISPLAY "NO VEHICLE MASTER ON HAND - STATUS "
                   WS-VEH-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VEHICLE-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-VEHICLE-COUNT < 200
                           ADD 1 TO WS-VEHICLE-COUNT
                           MOVE VEH-UNIT-NUMBER
                               TO WS-VEH-UNIT-NUMBER(WS-VEHICLE-COUNT)
                       ELSE
                           DISPLAY 'VEHICLE TABLE FULL - DROPPED: '
                               VEH-UNIT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VEH-FILE-STATUS = "00" OR "10"
               CLOSE VEHICLE-MASTER-FILE
           END-IF.
       200-TAKE-ONE-REQUEST.
           DISPLAY "1 = SET THE EMISSION FACTOR FOR A FUEL TYPE".
           DISPLAY "2 = SET THE FUEL TYPE A UNIT BURNS".
           DISPLAY "SELECT AN OPTION [1-2]:".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-FACTOR PERFORM 300-SET-ONE-FACTOR
               WHEN WS-CHOICE-UNIT PERFORM 400-SET-ONE-UNIT
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-2"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-ENTRY-MORE.
       300-SET-ONE-FACTOR.
           DISPLAY "FUEL TYPE (e.g. GASOLINE, DIESEL)?".
           ACCEPT WS-FUEL-INPUT.
           PERFORM 500-FIND-FACTOR.
           IF WS-EF-FOUND-SUB > ZERO
               MOVE EF-KG-PER-LITRE TO WS-FACTOR-OUT
               DISPLAY "ON FILE: " WS-FACTOR-OUT " KG CO2E PER LITRE "
                   EF-DESCRIPTION
           END-IF.
           DISPLAY "KG CO2-EQUIVALENT PER LITRE (e.g. 2.3100)?".
           ACCEPT WS-FACTOR-INPUT.
           DISPLAY "DESCRIPTION?".
           ACCEPT WS-DESCRIPTION-INPUT.
           IF WS-FUEL-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-FACTOR-INPUT) NOT = ZERO
               DISPLAY "FUEL TYPE IS REQUIRED AND THE FACTOR MUST BE "
                   "A NUMBER - NOT SAVED"
           ELSE
           IF FUNCTION NUMVAL(WS-FACTOR-INPUT) NOT > ZERO
               OR FUNCTION NUMVAL(WS-FACTOR-INPUT) NOT < 100
               DISPLAY "FACTOR MUST BE ABOVE ZERO AND UNDER 100 - "
                   "NOT SAVED"
           ELSE
           IF WS-EF-FOUND-SUB = ZERO AND WS-FACTOR-COUNT NOT < 30
               DISPLAY "FACTOR TABLE FULL - NOT SAVED"
           ELSE
               MOVE SPACES TO EMISSION-FACTOR-RECORD
               MOVE WS-FUEL-INPUT TO EF-FUEL-TYPE
               COMPUTE EF-KG-PER-LITRE =
                   FUNCTION NUMVAL(WS-FACTOR-INPUT)
               MOVE WS-DESCRIPTION-INPUT TO EF-DESCRIPTION
               IF WS-EF-FOUND-SUB = ZERO
                   ADD 1 TO WS-FACTOR-COUNT
                   MOVE WS-FACTOR-COUNT TO WS-EF-FOUND-SUB
                   DISPLAY "FUEL TYPE " WS-FUEL-INPUT " ADDED"
               ELSE
                   DISPLAY "FUEL TYPE " WS-FUEL-INPUT " REPLACED"
               END-IF
               MOVE EMISSION-FACTOR-RECORD
                   TO WS-EF-RECORD(WS-EF-FOUND-SUB)
               MOVE 'Y' TO WS-FACTORS-CHANGED
           END-IF
           END-IF
           END-IF.
       400-SET-ONE-UNIT.
           DISPLAY "UNIT NUMBER (6 CHARACTERS)?".
           ACCEPT WS-UNIT-INPUT.
           MOVE ZERO TO WS-VEH-FOUND-SUB.
           PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
                   UNTIL WS-VEHICLE-SUB > WS-VEHICLE-COUNT
               IF WS-VEH-UNIT-NUMBER(WS-VEHICLE-SUB) = WS-UNIT-INPUT
                   MOVE WS-VEHICLE-SUB TO WS-VEH-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-VEH-FOUND-SUB = ZERO
               DISPLAY "NO UNIT ON FILE FOR " WS-UNIT-INPUT
           ELSE
               MOVE ZERO TO WS-UF-FOUND-SUB
               PERFORM VARYING WS-ASSIGN-SUB FROM 1 BY 1
                       UNTIL WS-ASSIGN-SUB > WS-ASSIGN-COUNT
                   MOVE WS-UF-RECORD(WS-ASSIGN-SUB)
                       TO UNIT-FUEL-TYPE-RECORD
                   IF UF-UNIT-NUMBER = WS-UNIT-INPUT
                       MOVE WS-ASSIGN-SUB TO WS-UF-FOUND-SUB
                       DISPLAY "ON FILE: " UF-FUEL-TYPE
                   END-IF
               END-PERFORM
               DISPLAY "FUEL TYPE IT BURNS?"
               ACCEPT WS-FUEL-INPUT
               PERFORM 500-FIND-FACTOR
               IF WS-EF-FOUND-SUB = ZERO
                   DISPLAY "NO EMISSION FACTOR ON FILE FOR "
                       WS-FUEL-INPUT " - SET THE FACTOR FIRST"
               ELSE
               IF WS-UF-FOUND-SUB = ZERO
                   AND WS-ASSIGN-COUNT NOT < 200
                   DISPLAY "UNIT FUEL TYPE TABLE FULL - NOT SAVED"
               ELSE
                   MOVE SPACES TO UNIT-FUEL-TYPE-RECORD
                   MOVE WS-UNIT-INPUT TO UF-UNIT-NUMBER
                   MOVE WS-FUEL-INPUT TO UF-FUEL-TYPE
                   IF WS-UF-FOUND-SUB = ZERO
                       ADD 1 TO WS-ASSIGN-COUNT
                       MOVE WS-ASSIGN-COUNT TO WS-UF-FOUND-SUB
                   END-IF
                   MOVE UNIT-FUEL-TYPE-RECORD
                       TO WS-UF-RECORD(WS-UF-FOUND-SUB)
                   MOVE 'Y' TO WS-UNITS-CHANGED
                   DISPLAY "UNIT " WS-UNIT-INPUT " BURNS "
                       WS-FUEL-INPUT
               END-IF
               END-IF
           END-IF.
       500-FIND-FACTOR.
           MOVE ZERO TO WS-EF-FOUND-SUB.
           PERFORM VARYING WS-FACTOR-SUB FROM 1 BY 1
                   UNTIL WS-FACTOR-SUB > WS-FACTOR-COUNT
               MOVE WS-EF-RECORD(WS-FACTOR-SUB)
                   TO EMISSION-FACTOR-RECORD
               IF EF-FUEL-TYPE = WS-FUEL-INPUT
                   MOVE WS-FACTOR-SUB TO WS-EF-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-EF-FOUND-SUB > ZERO
               MOVE WS-EF-RECORD(WS-EF-FOUND-SUB)
                   TO EMISSION-FACTOR-RECORD
           END-IF.
       700-REWRITE-FACTOR-FILE.
           OPEN OUTPUT EMISSION-FACTOR-FILE.
           IF WS-EF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING EMISSION-FACTOR-FILE - STATUS "
                   WS-EF-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-FACTOR-SUB FROM 1 BY 1
                   UNTIL WS-FACTOR-SUB > WS-FACTOR-COUNT
               MOVE WS-EF-RECORD(WS-FACTOR-SUB)
                   TO EMISSION-FACTOR-RECORD
               WRITE EMISSION-FACTOR-RECORD
           END-PERFORM.
           CLOSE EMISSION-FACTOR-FILE.
       710-REWRITE-ASSIGN-FILE.
           OPEN OUTPUT UNIT-FUEL-TYPE-FILE.
           IF WS-UF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING UNIT-FUEL-TYPE-FILE - STATUS "
                   WS-UF-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-ASSIGN-SUB FROM 1 BY 1
                   UNTIL WS-ASSIGN-SUB > WS-ASSIGN-COUNT
               MOVE WS-UF-RECORD(WS-ASSIGN-SUB)
                   TO UNIT-FUEL-TYPE-RECORD
               WRITE UNIT-FUEL-TYPE-RECORD
           END-PERFORM.
           CLOSE UNIT-FUEL-TYPE-FILE.

       END PROGRAM EMISSION-FACTOR-ENTRY.
