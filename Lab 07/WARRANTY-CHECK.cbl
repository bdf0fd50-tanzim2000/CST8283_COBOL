      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Common CALLable warranty check - every program that
      *          opens a work order passes the unit, the opening date
      *          and the opening odometer through here (WARRANTY-
      *          CHECK-AREA.CPY) and flags the order warranty-
      *          eligible when a coverage on vehiclewarranties.txt
      *          still runs: the date is on or before its expiry
      *          date and the reading is within its expiry km (no
      *          km limit when that is zero). The first coverage on
      *          file that qualifies is handed back with its dealer.
      *          With no warranty file on hand nothing is covered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRANTY-FILE
           ASSIGN "../vehiclewarranties.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WARRANTY-FILE.
           COPY "VEHICLE-WARRANTY-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-WY-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       LINKAGE SECTION.
           COPY "WARRANTY-CHECK-AREA.CPY".
       PROCEDURE DIVISION USING WARRANTY-CHECK-AREA.
       000-CHECK-ONE-UNIT.
           MOVE 'N' TO WT-RESULT.
           MOVE SPACES TO WT-COVERAGE.
           MOVE SPACES TO WT-DEALER.
           MOVE ZERO TO WT-EXPIRY-DATE.
           MOVE ZERO TO WT-EXPIRY-KM.
           IF WT-ODOMETER NOT NUMERIC
               MOVE ZERO TO WT-ODOMETER
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WARRANTY-FILE.
           IF WS-WY-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WARRANTY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 100-TEST-ONE-COVERAGE
               END-READ
           END-PERFORM.
           IF WS-WY-FILE-STATUS = "00" OR "10"
               CLOSE WARRANTY-FILE
           END-IF.
           GOBACK.
       100-TEST-ONE-COVERAGE.
           IF WY-UNIT-NUMBER = WT-UNIT-NUMBER
               AND WY-EXPIRY-DATE NUMERIC
               AND WY-EXPIRY-KM NUMERIC
               AND WT-DATE NOT > WY-EXPIRY-DATE
               IF WY-EXPIRY-KM = ZERO
                   OR WT-ODOMETER NOT > WY-EXPIRY-KM
                   MOVE 'Y' TO WT-RESULT
                   MOVE WY-COVERAGE TO WT-COVERAGE
                   MOVE WY-DEALER TO WT-DEALER
                   MOVE WY-EXPIRY-DATE TO WT-EXPIRY-DATE
                   MOVE WY-EXPIRY-KM TO WT-EXPIRY-KM
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-IF.
