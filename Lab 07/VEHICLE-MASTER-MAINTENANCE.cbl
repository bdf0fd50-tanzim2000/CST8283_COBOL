      *          dispatch alerts all carry the unit number validated
      *          against this file, so two 2019 SEDANs stop being
      *          indistinguishable.
      *          Disposing of a unit (sale, auction, trade-in or
      *          scrap) retires it and records the date, method,
      *          proceeds and buyer on vehicledisposals.txt; a unit
      *          is disposed of only once.
      *          Warranty terms are kept per unit and coverage type
      *          on vehiclewarranties.txt - the dealer that honours
      *          the coverage, its expiry date and expiry km (zero
      *          for no km limit); keying a coverage the unit already
      *          has replaces its terms. WARRANTY-CHECK reads them
      *          when a work order opens.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../vehiclemaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEH-FILE-STATUS.
           SELECT VEHICLE-DISPOSAL-FILE
           ASSIGN "../vehicledisposals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VD-FILE-STATUS.
           SELECT WARRANTY-FILE
           ASSIGN "../vehiclewarranties.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VEHICLE-MASTER-FILE.
           05 VEH-ENGINE-SIZE PIC 9(2)V9.
           05 VEH-IN-SERVICE-DATE PIC 9(8).
           05 VEH-STATUS PIC X.
       FD VEHICLE-DISPOSAL-FILE.
           COPY "VEHICLE-DISPOSAL-RECORD.CPY".
       FD WARRANTY-FILE.
           COPY "VEHICLE-WARRANTY-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-VD-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-VEHICLE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VEHICLE-TABLE.
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-ADD    VALUE '1'.
           88 WS-CHOICE-RETIRE VALUE '2'.
           88 WS-CHOICE-DISPOSE VALUE '3'.
           88 WS-CHOICE-WARRANTY VALUE '4'.
       01 WS-UNIT-INPUT PIC X(6).
       01 WS-DISPOSAL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DISPOSAL-TABLE.
           05 WS-DISPOSAL-ENTRY OCCURS 1 TO 400 TIMES
               DEPENDING ON WS-DISPOSAL-COUNT.
               10 WS-DP-RECORD PIC X(70).
               10 WS-DP-NEW    PIC X.
       01 WS-DISPOSAL-SUB PIC 9(3).
       01 WS-DISPOSED-ALREADY PIC X.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-METHOD-INPUT PIC X(5).
           88 WS-METHOD-VALID VALUE "SALE" "AUCTN" "TRADE" "SCRAP".
       01 WS-PROCEEDS-INPUT PIC X(12).
       01 WS-BUYER-INPUT PIC X(20).
       01 WS-TODAY PIC 9(8).
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-WY-FILE-STATUS PIC XX.
       01 WS-WARRANTY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-WARRANTY-TABLE.
           05 WS-WARRANTY-ENTRY OCCURS 1 TO 400 TIMES
               DEPENDING ON WS-WARRANTY-COUNT.
               10 WS-WY-RECORD PIC X(43).
       01 WS-WARRANTY-SUB PIC 9(3).
       01 WS-WY-FOUND-SUB PIC 9(3).
       01 WS-WARRANTY-OVERFLOW PIC X VALUE 'N'.
       01 WS-WARRANTY-CHANGED PIC X VALUE 'N'.
       01 WS-COVERAGE-INPUT PIC X(8).
       01 WS-DEALER-INPUT PIC X(10).
       01 WS-KM-INPUT PIC X(8).
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-LOAD-VEHICLE-TABLE.
           PERFORM 110-LOAD-DISPOSAL-TABLE.
           PERFORM 120-LOAD-WARRANTY-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "VEHICLE MASTER HAS MORE UNITS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NO MAINTENANCE DONE AND"
               UNTIL WS-MAINT-MORE = 'N' OR WS-MAINT-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 600-REWRITE-VEHICLE-FILE
               PERFORM 610-APPEND-DISPOSALS
               DISPLAY "VEHICLE MASTER FILE REWRITTEN"
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           IF WS-WARRANTY-CHANGED = 'Y'
               PERFORM 620-REWRITE-WARRANTY-FILE
               DISPLAY "WARRANTY FILE REWRITTEN"
           END-IF.
           STOP RUN.
       100-LOAD-VEHICLE-TABLE.
           MOVE 'N' TO WS-EOF.
           IF WS-VEH-FILE-STATUS = "00" OR "10"
               CLOSE VEHICLE-MASTER-FILE
           END-IF.
       110-LOAD-DISPOSAL-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VEHICLE-DISPOSAL-FILE.
           IF WS-VD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VEHICLE-DISPOSAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DISPOSAL-COUNT < 400
                           ADD 1 TO WS-DISPOSAL-COUNT
                           MOVE VEHICLE-DISPOSAL-RECORD
                               TO WS-DP-RECORD(WS-DISPOSAL-COUNT)
                           MOVE 'N' TO WS-DP-NEW(WS-DISPOSAL-COUNT)
                       ELSE
                           DISPLAY 'DISPOSAL TABLE FULL - DROPPED: '
                               VD-UNIT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VD-FILE-STATUS = "00" OR "10"
               CLOSE VEHICLE-DISPOSAL-FILE
           END-IF.
      * A warranty file too big to hold is left alone rather than
      * rewritten short - the terms option refuses to run.
       120-LOAD-WARRANTY-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WARRANTY-FILE.
           IF WS-WY-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WARRANTY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-WARRANTY-COUNT < 400
                           ADD 1 TO WS-WARRANTY-COUNT
                           MOVE VEHICLE-WARRANTY-RECORD
                               TO WS-WY-RECORD(WS-WARRANTY-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-WARRANTY-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WY-FILE-STATUS = "00" OR "10"
               CLOSE WARRANTY-FILE
           END-IF.
       200-MAINTAIN-ONE-UNIT.
           DISPLAY "1 = ADD A UNIT".
           DISPLAY "2 = RETIRE A UNIT".
           DISPLAY "3 = DISPOSE OF A UNIT".
           DISPLAY "4 = WARRANTY TERMS FOR A UNIT".
           DISPLAY "SELECT AN OPTION [1-4]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-ADD    PERFORM 300-ADD-UNIT
               WHEN WS-CHOICE-RETIRE PERFORM 400-RETIRE-UNIT
               WHEN WS-CHOICE-DISPOSE PERFORM 450-DISPOSE-UNIT
               WHEN WS-CHOICE-WARRANTY PERFORM 470-WARRANTY-TERMS
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-4"
           END-EVALUATE.
           DISPLAY "MAINTAIN ANOTHER UNIT? [Y/N]".
           ACCEPT WS-MAINT-MORE.
               MOVE 'Y' TO WS-CHANGES-MADE
               DISPLAY "UNIT " WS-UNIT-INPUT " RETIRED"
           END-IF.
      * A retired unit can still be disposed of later - retire it
      * when it comes off the road, dispose of it when it is sold.
       450-DISPOSE-UNIT.
           DISPLAY "WHICH UNIT NUMBER IS BEING DISPOSED OF?".
           ACCEPT WS-UNIT-INPUT.
           PERFORM 500-FIND-UNIT-BY-NUMBER.
           MOVE 'N' TO WS-DISPOSED-ALREADY.
           PERFORM VARYING WS-DISPOSAL-SUB FROM 1 BY 1
                   UNTIL WS-DISPOSAL-SUB > WS-DISPOSAL-COUNT
               MOVE WS-DP-RECORD(WS-DISPOSAL-SUB)
                   TO VEHICLE-DISPOSAL-RECORD
               IF VD-UNIT-NUMBER = WS-UNIT-INPUT
                   MOVE 'Y' TO WS-DISPOSED-ALREADY
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO UNIT ON FILE FOR " WS-UNIT-INPUT
           ELSE
           IF WS-DISPOSED-ALREADY = 'Y'
               DISPLAY "UNIT " WS-UNIT-INPUT " WAS ALREADY DISPOSED "
                   "OF - NOTHING DONE"
           ELSE
               PERFORM 460-TAKE-DISPOSAL-DETAILS
           END-IF
           END-IF.
       460-TAKE-DISPOSAL-DETAILS.
           DISPLAY "DISPOSAL DATE (YYYYMMDD)?".
           ACCEPT WS-DATE-INPUT.
           DISPLAY "METHOD (SALE, AUCTN, TRADE OR SCRAP)?".
           ACCEPT WS-METHOD-INPUT.
           DISPLAY "PROCEEDS (DOLLARS, e.g. 4500.00 - 0 IF NONE)?".
           ACCEPT WS-PROCEEDS-INPUT.
           DISPLAY "BUYER OR DEALER?".
           ACCEPT WS-BUYER-INPUT.
           IF WS-DATE-INPUT NOT NUMERIC
               OR NOT WS-METHOD-VALID
               OR FUNCTION TEST-NUMVAL(WS-PROCEEDS-INPUT) NOT = ZERO
               DISPLAY "DATE MUST BE NUMERIC, METHOD ONE OF THE FOUR "
                   "AND PROCEEDS A DOLLAR AMOUNT - NOT DISPOSED"
           ELSE
           IF WS-DISPOSAL-COUNT NOT < 400
               DISPLAY "DISPOSAL TABLE FULL - NOT DISPOSED"
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE SPACES TO VEHICLE-DISPOSAL-RECORD
               MOVE WS-UNIT-INPUT TO VD-UNIT-NUMBER
               MOVE WS-DATE-INPUT TO VD-DISPOSAL-DATE
               MOVE WS-METHOD-INPUT TO VD-METHOD
               COMPUTE VD-PROCEEDS =
                   FUNCTION NUMVAL(WS-PROCEEDS-INPUT)
               MOVE WS-BUYER-INPUT TO VD-BUYER
               MOVE WS-TODAY TO VD-RECORDED-DATE
               ADD 1 TO WS-DISPOSAL-COUNT
               MOVE VEHICLE-DISPOSAL-RECORD
                   TO WS-DP-RECORD(WS-DISPOSAL-COUNT)
               MOVE 'Y' TO WS-DP-NEW(WS-DISPOSAL-COUNT)
               MOVE 'R' TO WS-VEH-STATUS(WS-FOUND-SUB)
               MOVE 'Y' TO WS-CHANGES-MADE
               DISPLAY "UNIT " WS-UNIT-INPUT " DISPOSED OF ("
                   WS-METHOD-INPUT ") AND RETIRED"
           END-IF
           END-IF.
       470-WARRANTY-TERMS.
           DISPLAY "WHICH UNIT NUMBER ARE THE WARRANTY TERMS FOR?".
           ACCEPT WS-UNIT-INPUT.
           PERFORM 500-FIND-UNIT-BY-NUMBER.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO UNIT ON FILE FOR " WS-UNIT-INPUT
           ELSE
           IF WS-WARRANTY-OVERFLOW = 'Y'
               DISPLAY "WARRANTY FILE HAS MORE ENTRIES THAN THIS "
                   "SESSION CAN HOLD - TERMS NOT MAINTAINED"
           ELSE
               PERFORM VARYING WS-WARRANTY-SUB FROM 1 BY 1
                       UNTIL WS-WARRANTY-SUB > WS-WARRANTY-COUNT
                   MOVE WS-WY-RECORD(WS-WARRANTY-SUB)
                       TO VEHICLE-WARRANTY-RECORD
                   IF WY-UNIT-NUMBER = WS-UNIT-INPUT
                       DISPLAY "ON FILE: " WY-COVERAGE " DEALER "
                           WY-DEALER " TO " WY-EXPIRY-DATE " / "
                           WY-EXPIRY-KM " KM"
                   END-IF
               END-PERFORM
               PERFORM 480-TAKE-WARRANTY-DETAILS
           END-IF
           END-IF.
       480-TAKE-WARRANTY-DETAILS.
           DISPLAY "COVERAGE TYPE (e.g. BASIC, POWERTRN)?".
           ACCEPT WS-COVERAGE-INPUT.
           DISPLAY "DEALER THAT HONOURS IT?".
           ACCEPT WS-DEALER-INPUT.
           DISPLAY "EXPIRY DATE (YYYYMMDD)?".
           ACCEPT WS-DATE-INPUT.
           DISPLAY "EXPIRY KM (0 IF NO KM LIMIT)?".
           ACCEPT WS-KM-INPUT.
           IF WS-COVERAGE-INPUT = SPACES
               OR WS-DEALER-INPUT = SPACES
               OR WS-DATE-INPUT NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-KM-INPUT) NOT = ZERO
               DISPLAY "COVERAGE AND DEALER ARE REQUIRED, THE DATE "
                   "MUST BE NUMERIC AND THE KM A NUMBER - NOT SAVED"
           ELSE
               MOVE ZERO TO WS-WY-FOUND-SUB
               PERFORM VARYING WS-WARRANTY-SUB FROM 1 BY 1
                       UNTIL WS-WARRANTY-SUB > WS-WARRANTY-COUNT
                   MOVE WS-WY-RECORD(WS-WARRANTY-SUB)
                       TO VEHICLE-WARRANTY-RECORD
                   IF WY-UNIT-NUMBER = WS-UNIT-INPUT
                       AND WY-COVERAGE = WS-COVERAGE-INPUT
                       MOVE WS-WARRANTY-SUB TO WS-WY-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-WY-FOUND-SUB = ZERO
                   AND WS-WARRANTY-COUNT NOT < 400
                   DISPLAY "WARRANTY TABLE FULL - NOT SAVED"
               ELSE
                   MOVE SPACES TO VEHICLE-WARRANTY-RECORD
                   MOVE WS-UNIT-INPUT TO WY-UNIT-NUMBER
                   MOVE WS-COVERAGE-INPUT TO WY-COVERAGE
                   MOVE WS-DEALER-INPUT TO WY-DEALER
                   MOVE WS-DATE-INPUT TO WY-EXPIRY-DATE
                   COMPUTE WY-EXPIRY-KM =
                       FUNCTION NUMVAL(WS-KM-INPUT)
                   IF WS-WY-FOUND-SUB = ZERO
                       ADD 1 TO WS-WARRANTY-COUNT
                       MOVE WS-WARRANTY-COUNT TO WS-WY-FOUND-SUB
                       DISPLAY "WARRANTY " WS-COVERAGE-INPUT
                           " ADDED FOR UNIT " WS-UNIT-INPUT
                   ELSE
                       DISPLAY "WARRANTY " WS-COVERAGE-INPUT
                           " REPLACED FOR UNIT " WS-UNIT-INPUT
                   END-IF
                   MOVE VEHICLE-WARRANTY-RECORD
                       TO WS-WY-RECORD(WS-WY-FOUND-SUB)
                   MOVE 'Y' TO WS-WARRANTY-CHANGED
               END-IF
           END-IF.
       500-FIND-UNIT-BY-NUMBER.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
               WRITE VEHICLE-MASTER-RECORD
           END-PERFORM.
           CLOSE VEHICLE-MASTER-FILE.
       610-APPEND-DISPOSALS.
           OPEN EXTEND VEHICLE-DISPOSAL-FILE.
           IF WS-VD-FILE-STATUS = "35"
               OPEN OUTPUT VEHICLE-DISPOSAL-FILE
           END-IF.
           IF WS-VD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VEHICLE-DISPOSAL-FILE - STATUS "
                   WS-VD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-DISPOSAL-SUB FROM 1 BY 1
                   UNTIL WS-DISPOSAL-SUB > WS-DISPOSAL-COUNT
               IF WS-DP-NEW(WS-DISPOSAL-SUB) = 'Y'
                   MOVE WS-DP-RECORD(WS-DISPOSAL-SUB)
                       TO VEHICLE-DISPOSAL-RECORD
                   WRITE VEHICLE-DISPOSAL-RECORD
               END-IF
           END-PERFORM.
           CLOSE VEHICLE-DISPOSAL-FILE.
       620-REWRITE-WARRANTY-FILE.
           OPEN OUTPUT WARRANTY-FILE.
           IF WS-WY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING WARRANTY-FILE - STATUS "
                   WS-WY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-WARRANTY-SUB FROM 1 BY 1
                   UNTIL WS-WARRANTY-SUB > WS-WARRANTY-COUNT
               MOVE WS-WY-RECORD(WS-WARRANTY-SUB)
                   TO VEHICLE-WARRANTY-RECORD
               WRITE VEHICLE-WARRANTY-RECORD
           END-PERFORM.
           CLOSE WARRANTY-FILE.

       END PROGRAM VEHICLE-MASTER-MAINTENANCE.
