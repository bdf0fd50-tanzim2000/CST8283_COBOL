      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Daily pre-trip inspection capture - the driver's
      *          walk-around checklist, on file. Keyed to a unit on
      *          vehiclemaster.txt and an active driver on
      *          drivermaster.txt, each checklist item is marked
      *          passed, minor defect or safety-critical defect and
      *          written to inspections.txt. Any defect opens a work
      *          order on workorders.txt numbered off wonextnumber.txt
      *          the same as PM-WORKORDER-BATCH (service type DEFECT,
      *          or SAFETY when critical) unless one is already open
      *          for that unit and item. A safety-critical defect also
      *          sets the unit to VEH-STATUS O (out of service), which
      *          VEHICLE-BOOKING refuses, until WORK-ORDER-CLOSE
      *          closes the SAFETY order and puts it back in service.
      *          Defect orders are run past WARRANTY-CHECK when they
      *          open and flagged warranty-eligible when the unit is
      *          still under a coverage on vehiclewarranties.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPECTION-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE
           ASSIGN "../vehiclemaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VEH-FILE-STATUS.
           SELECT DRIVER-MASTER-FILE
           ASSIGN "../drivermaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FILE-STATUS.
           SELECT ODOMETER-FILE
           ASSIGN "../odometerreadings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OD-FILE-STATUS.
           SELECT INSPECTION-FILE
           ASSIGN "../inspections.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IP-FILE-STATUS.
           SELECT WORK-ORDER-FILE
           ASSIGN "../workorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT WO-CONTROL-FILE
           ASSIGN "../wonextnumber.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WC-FILE-STATUS.
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
       FD DRIVER-MASTER-FILE.
       01 DRIVER-MASTER-RECORD.
           05 DR-DRIVER-ID PIC X(6).
           05 FILLER       PIC X.
           05 DR-NAME      PIC X(20).
           05 FILLER       PIC X.
           05 DR-LICENCE   PIC X(15).
           05 FILLER       PIC X.
           05 DR-STATUS    PIC X.
       FD ODOMETER-FILE.
       01 ODOMETER-RECORD.
           05 OD-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 OD-UNIT-NUMBER PIC X(6).
           05 FILLER         PIC X.
           05 OD-ODOMETER    PIC 9(7).
       FD INSPECTION-FILE.
           COPY "INSPECTION-RECORD.CPY".
       FD WORK-ORDER-FILE.
           COPY "WORK-ORDER-RECORD.CPY".
       FD WO-CONTROL-FILE.
       01 WO-CONTROL-RECORD.
           05 WC-NEXT-NUMBER PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-DR-FILE-STATUS PIC XX.
       01 WS-OD-FILE-STATUS PIC XX.
       01 WS-IP-FILE-STATUS PIC XX.
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-WC-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-TIME-SPLIT REDEFINES WS-RUN-TIME.
           05 WS-RUN-HHMM PIC 9(4).
           05 FILLER      PIC 9(4).
       01 WS-CHECKLIST-VALUES.
           05 FILLER PIC X(8) VALUE "BRAKES".
           05 FILLER PIC X(8) VALUE "LIGHTS".
           05 FILLER PIC X(8) VALUE "TIRES".
           05 FILLER PIC X(8) VALUE "STEERING".
           05 FILLER PIC X(8) VALUE "HORN".
           05 FILLER PIC X(8) VALUE "WIPERS".
           05 FILLER PIC X(8) VALUE "MIRRORS".
           05 FILLER PIC X(8) VALUE "FLUIDS".
           05 FILLER PIC X(8) VALUE "SEATBELT".
           05 FILLER PIC X(8) VALUE "BODY".
       01 WS-CHECKLIST REDEFINES WS-CHECKLIST-VALUES.
           05 WS-CHECK-ITEM PIC X(8) OCCURS 10 TIMES.
       01 WS-ITEM-COUNT PIC 9(2) VALUE 10.
       01 WS-ITEM-SUB PIC 9(2).
       01 WS-VEHICLE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VEHICLE-TABLE.
           05 WS-VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-VEHICLE-COUNT.
               10 WS-VT-RECORD       PIC X(27).
               10 WS-VEH-UNIT-NUMBER PIC X(6).
               10 WS-VEH-STATUS      PIC X.
               10 WS-VEH-LAST-ODO    PIC 9(7).
       01 WS-VEHICLE-SUB PIC 9(3).
       01 WS-VEH-FOUND-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-DRIVER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DRIVER-TABLE.
           05 WS-DRIVER-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-DRIVER-COUNT.
               10 WS-DR-ID     PIC X(6).
               10 WS-DR-STATUS PIC X.
       01 WS-DRIVER-SUB PIC 9(3).
       01 WS-DR-FOUND-SUB PIC 9(3).
       01 WS-ORDER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORDER-COUNT.
               10 WS-WO-NUMBER PIC 9(6).
               10 WS-WO-TYPE   PIC X(8).
               10 WS-WO-STATUS PIC X.
       01 WS-ORDER-SUB PIC 9(3).
       01 WS-DEFECT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEFECT-TABLE.
           05 WS-DEFECT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-DEFECT-COUNT.
               10 WS-DF-UNIT      PIC X(6).
               10 WS-DF-ITEM      PIC X(8).
               10 WS-DF-WO-NUMBER PIC 9(6).
       01 WS-DEFECT-SUB PIC 9(3).
       01 WS-NEXT-NUMBER PIC 9(6) VALUE 1.
       01 WS-CONTROL-EOF PIC X.
       01 WS-INSPECT-MORE PIC X VALUE 'Y'.
       01 WS-UNIT-INPUT PIC X(6).
       01 WS-DRIVER-INPUT PIC X(6).
       01 WS-RESULT-INPUT PIC X.
           88 WS-RESULT-VALID VALUE 'P' 'M' 'C'.
           88 WS-RESULT-DEFECT VALUE 'M' 'C'.
       01 WS-NOTE-INPUT PIC X(30).
       01 WS-DEFECT-TYPE PIC X(8).
       01 WS-OPEN-WO-NUMBER PIC 9(6).
       01 WS-UNIT-DEFECTS PIC 9(2).
       01 WS-MASTER-CHANGED PIC X VALUE 'N'.
       01 WS-INSPECTIONS-TAKEN PIC 9(3) VALUE ZERO.
       01 WS-DEFECTS-FOUND PIC 9(4) VALUE ZERO.
       01 WS-ORDERS-OPENED PIC 9(4) VALUE ZERO.
       01 WS-UNITS-GROUNDED PIC 9(3) VALUE ZERO.
       01 WS-WARRANTY-OPENED PIC 9(4) VALUE ZERO.
           COPY "WARRANTY-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-VEHICLE-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "VEHICLE MASTER HAS MORE ENTRIES THAN THIS"
               DISPLAY "SESSION CAN HOLD - NO INSPECTIONS TAKEN AND"
               DISPLAY "THE FILE WAS NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LOAD-DRIVER-TABLE.
           PERFORM 120-TAKE-UP-LATEST-ODOMETERS.
           PERFORM 130-LOAD-WORK-ORDER-TABLE.
           PERFORM 140-LOAD-OPEN-DEFECTS.
           PERFORM 150-READ-NEXT-WO-NUMBER.
           OPEN EXTEND INSPECTION-FILE.
           IF WS-IP-FILE-STATUS = "35"
               OPEN OUTPUT INSPECTION-FILE
           END-IF.
           IF WS-IP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INSPECTION-FILE - STATUS "
                   WS-IP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND WORK-ORDER-FILE.
           IF WS-WO-FILE-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
           END-IF.
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WORK-ORDER-FILE - STATUS "
                   WS-WO-FILE-STATUS
               CLOSE INSPECTION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-TAKE-ONE-INSPECTION
               UNTIL WS-INSPECT-MORE = 'N' OR WS-INSPECT-MORE = 'n'.
           CLOSE INSPECTION-FILE.
           CLOSE WORK-ORDER-FILE.
           IF WS-ORDERS-OPENED > ZERO
               PERFORM 600-WRITE-NEXT-WO-NUMBER
           END-IF.
           IF WS-MASTER-CHANGED = 'Y'
               PERFORM 610-REWRITE-VEHICLE-FILE
               DISPLAY "VEHICLE MASTER FILE REWRITTEN"
           END-IF.
           DISPLAY "INSPECTIONS TAKEN:    " WS-INSPECTIONS-TAKEN.
           DISPLAY "DEFECTS FOUND:        " WS-DEFECTS-FOUND.
           DISPLAY "WORK ORDERS OPENED:   " WS-ORDERS-OPENED.
           DISPLAY "UNDER WARRANTY:       " WS-WARRANTY-OPENED.
           DISPLAY "UNITS OUT OF SERVICE: " WS-UNITS-GROUNDED.
           STOP RUN.
       100-LOAD-VEHICLE-TABLE.
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
                           MOVE VEHICLE-MASTER-RECORD TO
                               WS-VT-RECORD(WS-VEHICLE-COUNT)
                           MOVE VEH-UNIT-NUMBER TO
                               WS-VEH-UNIT-NUMBER(WS-VEHICLE-COUNT)
                           MOVE VEH-STATUS TO
                               WS-VEH-STATUS(WS-VEHICLE-COUNT)
                           MOVE ZERO TO
                               WS-VEH-LAST-ODO(WS-VEHICLE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VEHICLE-MASTER-FILE.
       110-LOAD-DRIVER-TABLE.
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
                           MOVE DR-STATUS
                               TO WS-DR-STATUS(WS-DRIVER-COUNT)
                       ELSE
                           DISPLAY 'DRIVER TABLE FULL - DROPPED: '
                               DR-DRIVER-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DR-FILE-STATUS = "00" OR "10"
               CLOSE DRIVER-MASTER-FILE
           END-IF.
       120-TAKE-UP-LATEST-ODOMETERS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ODOMETER-FILE.
           IF WS-OD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ODOMETER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
                               UNTIL WS-VEHICLE-SUB
                                   > WS-VEHICLE-COUNT
                           IF WS-VEH-UNIT-NUMBER(WS-VEHICLE-SUB)
                                   = OD-UNIT-NUMBER
                               AND OD-ODOMETER NUMERIC
                               AND OD-ODOMETER >
                                   WS-VEH-LAST-ODO(WS-VEHICLE-SUB)
                               MOVE OD-ODOMETER TO
                                   WS-VEH-LAST-ODO(WS-VEHICLE-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           IF WS-OD-FILE-STATUS = "00" OR "10"
               CLOSE ODOMETER-FILE
           END-IF.
       130-LOAD-WORK-ORDER-TABLE.
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
                               TO WS-WO-NUMBER(WS-ORDER-COUNT)
                           MOVE WO-SERVICE-TYPE
                               TO WS-WO-TYPE(WS-ORDER-COUNT)
                           MOVE WO-STATUS
                               TO WS-WO-STATUS(WS-ORDER-COUNT)
                       ELSE
                           DISPLAY 'ORDER TABLE FULL - DROPPED: '
                               WO-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00" OR "10"
               CLOSE WORK-ORDER-FILE
           END-IF.
      * Earlier defects whose work order is still open, so the same
      * fault reported again tomorrow joins the order already raised
      * instead of opening another.
       140-LOAD-OPEN-DEFECTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INSPECTION-FILE.
           IF WS-IP-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INSPECTION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (IP-RESULT = 'M' OR IP-RESULT = 'C')
                           AND IP-WO-NUMBER NUMERIC
                           AND IP-WO-NUMBER > ZERO
                           PERFORM 145-KEEP-IF-ORDER-OPEN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-IP-FILE-STATUS = "00" OR "10"
               CLOSE INSPECTION-FILE
           END-IF.
       145-KEEP-IF-ORDER-OPEN.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               IF WS-WO-NUMBER(WS-ORDER-SUB) = IP-WO-NUMBER
                   AND WS-WO-STATUS(WS-ORDER-SUB) = 'O'
                   AND WS-DEFECT-COUNT < 500
                   ADD 1 TO WS-DEFECT-COUNT
                   MOVE IP-UNIT-NUMBER TO WS-DF-UNIT(WS-DEFECT-COUNT)
                   MOVE IP-ITEM TO WS-DF-ITEM(WS-DEFECT-COUNT)
                   MOVE IP-WO-NUMBER
                       TO WS-DF-WO-NUMBER(WS-DEFECT-COUNT)
               END-IF
           END-PERFORM.
       150-READ-NEXT-WO-NUMBER.
           MOVE 'N' TO WS-CONTROL-EOF.
           OPEN INPUT WO-CONTROL-FILE.
           IF WS-WC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-CONTROL-EOF
           END-IF.
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
               READ WO-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF WC-NEXT-NUMBER NUMERIC
                           MOVE WC-NEXT-NUMBER TO WS-NEXT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WC-FILE-STATUS = "00" OR "10"
               CLOSE WO-CONTROL-FILE
           END-IF.
       200-TAKE-ONE-INSPECTION.
           DISPLAY "UNIT NUMBER (6 CHARACTERS)?".
           ACCEPT WS-UNIT-INPUT.
           PERFORM 210-FIND-UNIT.
           DISPLAY "DRIVER ID (6 CHARACTERS)?".
           ACCEPT WS-DRIVER-INPUT.
           PERFORM 220-FIND-DRIVER.
           EVALUATE TRUE
               WHEN WS-VEH-FOUND-SUB = ZERO
                   DISPLAY "NO UNIT ON FILE FOR " WS-UNIT-INPUT
                       " - NO INSPECTION TAKEN"
               WHEN WS-VEH-STATUS(WS-VEH-FOUND-SUB) = 'R'
                   DISPLAY "UNIT " WS-UNIT-INPUT " IS RETIRED - "
                       "NO INSPECTION TAKEN"
               WHEN WS-DR-FOUND-SUB = ZERO
                   DISPLAY "NO DRIVER ON FILE FOR " WS-DRIVER-INPUT
                       " - NO INSPECTION TAKEN"
               WHEN WS-DR-STATUS(WS-DR-FOUND-SUB) NOT = 'A'
                   DISPLAY "DRIVER " WS-DRIVER-INPUT " IS NOT "
                       "ACTIVE - NO INSPECTION TAKEN"
               WHEN OTHER
                   PERFORM 300-WALK-AROUND
           END-EVALUATE.
           DISPLAY "ANOTHER INSPECTION? [Y/N]".
           ACCEPT WS-INSPECT-MORE.
       210-FIND-UNIT.
           MOVE ZERO TO WS-VEH-FOUND-SUB.
           PERFORM VARYING WS-VEHICLE-SUB FROM 1 BY 1
                   UNTIL WS-VEHICLE-SUB > WS-VEHICLE-COUNT
               IF WS-VEH-UNIT-NUMBER(WS-VEHICLE-SUB) = WS-UNIT-INPUT
                   MOVE WS-VEHICLE-SUB TO WS-VEH-FOUND-SUB
               END-IF
           END-PERFORM.
       220-FIND-DRIVER.
           MOVE ZERO TO WS-DR-FOUND-SUB.
           PERFORM VARYING WS-DRIVER-SUB FROM 1 BY 1
                   UNTIL WS-DRIVER-SUB > WS-DRIVER-COUNT
               IF WS-DR-ID(WS-DRIVER-SUB) = WS-DRIVER-INPUT
                   MOVE WS-DRIVER-SUB TO WS-DR-FOUND-SUB
               END-IF
           END-PERFORM.
       300-WALK-AROUND.
           ACCEPT WS-RUN-TIME FROM TIME.
           IF WS-VEH-STATUS(WS-VEH-FOUND-SUB) = 'O'
               DISPLAY "NOTE - UNIT " WS-UNIT-INPUT " IS ALREADY OUT "
                   "OF SERVICE FOR A SAFETY REPAIR"
           END-IF.
           MOVE ZERO TO WS-UNIT-DEFECTS.
           PERFORM 310-CHECK-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           ADD 1 TO WS-INSPECTIONS-TAKEN.
           DISPLAY "INSPECTION RECORDED FOR UNIT " WS-UNIT-INPUT
               " - DEFECTS: " WS-UNIT-DEFECTS.
           IF WS-VEH-STATUS(WS-VEH-FOUND-SUB) = 'O'
               DISPLAY "*** UNIT " WS-UNIT-INPUT " IS OUT OF SERVICE "
                   "- DO NOT DISPATCH ***"
           END-IF.
       310-CHECK-ONE-ITEM.
           MOVE SPACE TO WS-RESULT-INPUT.
           PERFORM 320-ASK-ITEM-RESULT UNTIL WS-RESULT-VALID.
           MOVE SPACES TO INSPECTION-RECORD.
           MOVE WS-RUN-DATE TO IP-DATE.
           MOVE WS-RUN-HHMM TO IP-TIME.
           MOVE WS-UNIT-INPUT TO IP-UNIT-NUMBER.
           MOVE WS-DRIVER-INPUT TO IP-DRIVER-ID.
           MOVE WS-CHECK-ITEM(WS-ITEM-SUB) TO IP-ITEM.
           MOVE WS-RESULT-INPUT TO IP-RESULT.
           MOVE ZERO TO IP-WO-NUMBER.
           IF WS-RESULT-DEFECT
               DISPLAY "DESCRIBE THE DEFECT?"
               ACCEPT WS-NOTE-INPUT
               MOVE WS-NOTE-INPUT TO IP-NOTE
               ADD 1 TO WS-UNIT-DEFECTS
               ADD 1 TO WS-DEFECTS-FOUND
               PERFORM 400-FIND-OR-OPEN-ORDER
               MOVE WS-OPEN-WO-NUMBER TO IP-WO-NUMBER
               IF WS-RESULT-INPUT = 'C'
                   AND WS-VEH-STATUS(WS-VEH-FOUND-SUB) NOT = 'O'
                   MOVE 'O' TO WS-VEH-STATUS(WS-VEH-FOUND-SUB)
                   MOVE 'Y' TO WS-MASTER-CHANGED
                   ADD 1 TO WS-UNITS-GROUNDED
               END-IF
           END-IF.
           WRITE INSPECTION-RECORD.
       320-ASK-ITEM-RESULT.
           DISPLAY WS-CHECK-ITEM(WS-ITEM-SUB)
               " - P = PASS, M = MINOR DEFECT, C = SAFETY-CRITICAL?".
           ACCEPT WS-RESULT-INPUT.
           IF NOT WS-RESULT-VALID
               DISPLAY "PLEASE ANSWER P, M OR C"
           END-IF.
      * A defect joins an open order of the same kind already raised
      * for this unit and item; otherwise a new one is opened.
       400-FIND-OR-OPEN-ORDER.
           IF WS-RESULT-INPUT = 'C'
               MOVE "SAFETY" TO WS-DEFECT-TYPE
           ELSE
               MOVE "DEFECT" TO WS-DEFECT-TYPE
           END-IF.
           MOVE ZERO TO WS-OPEN-WO-NUMBER.
           PERFORM VARYING WS-DEFECT-SUB FROM 1 BY 1
                   UNTIL WS-DEFECT-SUB > WS-DEFECT-COUNT
               IF WS-DF-UNIT(WS-DEFECT-SUB) = WS-UNIT-INPUT
                   AND WS-DF-ITEM(WS-DEFECT-SUB)
                       = WS-CHECK-ITEM(WS-ITEM-SUB)
                   PERFORM 410-CHECK-ORDER-KIND
               END-IF
           END-PERFORM.
           IF WS-OPEN-WO-NUMBER > ZERO
               DISPLAY "ALREADY ON OPEN WORK ORDER " WS-OPEN-WO-NUMBER
           ELSE
               PERFORM 420-OPEN-ONE-WORK-ORDER
           END-IF.
       410-CHECK-ORDER-KIND.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               IF WS-WO-NUMBER(WS-ORDER-SUB)
                       = WS-DF-WO-NUMBER(WS-DEFECT-SUB)
                   AND WS-WO-TYPE(WS-ORDER-SUB) = WS-DEFECT-TYPE
                   AND WS-WO-STATUS(WS-ORDER-SUB) = 'O'
                   MOVE WS-DF-WO-NUMBER(WS-DEFECT-SUB)
                       TO WS-OPEN-WO-NUMBER
               END-IF
           END-PERFORM.
       420-OPEN-ONE-WORK-ORDER.
           MOVE SPACES TO WORK-ORDER-RECORD.
           MOVE WS-NEXT-NUMBER TO WO-NUMBER.
           ADD 1 TO WS-NEXT-NUMBER.
           MOVE WS-UNIT-INPUT TO WO-UNIT-NUMBER.
           MOVE WS-DEFECT-TYPE TO WO-SERVICE-TYPE.
           MOVE WS-RUN-DATE TO WO-OPENED-DATE.
           MOVE WS-VEH-LAST-ODO(WS-VEH-FOUND-SUB)
               TO WO-OPENED-ODOMETER.
           MOVE 'O' TO WO-STATUS.
           MOVE ZERO TO WO-CLOSED-DATE.
           MOVE ZERO TO WO-CLOSED-ODOMETER.
           MOVE ZERO TO WO-COST.
           MOVE ZERO TO WO-LABOUR-HOURS.
           MOVE ZERO TO WO-PARTS-COST.
           MOVE WO-UNIT-NUMBER TO WT-UNIT-NUMBER.
           MOVE WO-OPENED-DATE TO WT-DATE.
           MOVE WO-OPENED-ODOMETER TO WT-ODOMETER.
           CALL "WARRANTY-CHECK" USING WARRANTY-CHECK-AREA.
           MOVE WT-RESULT TO WO-WARRANTY-FLAG.
           WRITE WORK-ORDER-RECORD.
           ADD 1 TO WS-ORDERS-OPENED.
           MOVE WO-NUMBER TO WS-OPEN-WO-NUMBER.
           IF WS-ORDER-COUNT < 500
               ADD 1 TO WS-ORDER-COUNT
               MOVE WO-NUMBER TO WS-WO-NUMBER(WS-ORDER-COUNT)
               MOVE WO-SERVICE-TYPE TO WS-WO-TYPE(WS-ORDER-COUNT)
               MOVE 'O' TO WS-WO-STATUS(WS-ORDER-COUNT)
           END-IF.
           IF WS-DEFECT-COUNT < 500
               ADD 1 TO WS-DEFECT-COUNT
               MOVE WS-UNIT-INPUT TO WS-DF-UNIT(WS-DEFECT-COUNT)
               MOVE WS-CHECK-ITEM(WS-ITEM-SUB)
                   TO WS-DF-ITEM(WS-DEFECT-COUNT)
               MOVE WO-NUMBER TO WS-DF-WO-NUMBER(WS-DEFECT-COUNT)
           END-IF.
           DISPLAY "WORK ORDER " WO-NUMBER " OPENED: UNIT "
               WO-UNIT-NUMBER " " WO-SERVICE-TYPE.
           IF WT-COVERED
               ADD 1 TO WS-WARRANTY-OPENED
               DISPLAY "  UNDER WARRANTY: " WT-COVERAGE " - DEALER "
                   WT-DEALER
           END-IF.
       600-WRITE-NEXT-WO-NUMBER.
           OPEN OUTPUT WO-CONTROL-FILE.
           IF WS-WC-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE WO-CONTROL-FILE - STATUS "
                   WS-WC-FILE-STATUS
           ELSE
               MOVE WS-NEXT-NUMBER TO WC-NEXT-NUMBER
               WRITE WO-CONTROL-RECORD
               CLOSE WO-CONTROL-FILE
           END-IF.
       610-REWRITE-VEHICLE-FILE.
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
               MOVE WS-VEH-STATUS(WS-VEHICLE-SUB) TO VEH-STATUS
               WRITE VEHICLE-MASTER-RECORD
           END-PERFORM.
           CLOSE VEHICLE-MASTER-FILE.

       END PROGRAM INSPECTION-ENTRY.
