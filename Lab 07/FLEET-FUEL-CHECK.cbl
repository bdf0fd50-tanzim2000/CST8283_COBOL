      *          gallons and miles from the imperial-logging drivers
      *          converted through UNIT-CONVERT-SERVICE so they do
      *          not corrupt the figures.
      *          Readings for a unit retired or disposed of on
      *          vehiclemaster.txt are skipped and counted - a
      *          retired unit takes no fuel and raises no alert.
      *          Each low-fuel alert written to dispatchalert.log is
      *          also sent to the DISPATCH desk by email or SMS
      *          through NOTIFICATION-QUEUE (template LOWFUEL), so
      *          the alert no longer waits for someone to read the
      *          log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 VEH-IN-SERVICE-DATE PIC 9(8).
           05 VEH-STATUS PIC X.
       WORKING-STORAGE SECTION.
           COPY "NOTIFICATION-AREA.CPY".
       01 WS-FILE-STATUS PIC XX.
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-FH-FILE-STATUS PIC XX.
               10 WS-VEH-STATUS PIC X.
       01 WS-UNIT-FOUND PIC X.
           88 WS-UNIT-ON-MASTER VALUE 'Y'.
       01 WS-UNIT-RETIRED PIC X.
       01 WS-BAD-UNIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RETIRED-UNIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOG-PROGRAM PIC X(30) VALUE "FLEET-FUEL-CHECK".
       01 WS-LOG-EVENT PIC X(6).
       01 WS-LOG-DETAIL PIC X(40).
       01 WS-VEHICLES-READ PIC 9(5) VALUE ZERO.
       01 WS-VEHICLES-NEEDING-FUEL PIC 9(5) VALUE ZERO.
       01 WS-ALERTS-QUEUED PIC 9(5) VALUE ZERO.
       01 WS-FE-FILE-STATUS PIC XX.
       01 WS-FILLS-RECORDED PIC 9(5) VALUE ZERO.
       01 WS-CONVERSION-TYPE PIC 9.
           DISPLAY "FILL-UPS RECORDED: " WS-FILLS-RECORDED.
           DISPLAY "VEHICLES CHECKED: " WS-VEHICLES-READ.
           DISPLAY "VEHICLES NEEDING FUEL: " WS-VEHICLES-NEEDING-FUEL.
           DISPLAY "LOW-FUEL ALERTS QUEUED: " WS-ALERTS-QUEUED.
           DISPLAY "READINGS WITH A BAD UNIT: " WS-BAD-UNIT-COUNT.
           DISPLAY "READINGS ON RETIRED UNITS: " WS-RETIRED-UNIT-COUNT.
           MOVE "END" TO WS-LOG-EVENT.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "CHECKED " DELIMITED BY SIZE
               DISPLAY "READING FOR UNKNOWN UNIT " FF-UNIT-NUMBER
                   " - SKIPPED"
               ADD 1 TO WS-BAD-UNIT-COUNT
           ELSE
           IF WS-UNIT-RETIRED = 'Y'
               DISPLAY "READING FOR RETIRED UNIT " FF-UNIT-NUMBER
                   " - SKIPPED"
               ADD 1 TO WS-RETIRED-UNIT-COUNT
           ELSE
               PERFORM 220-WRITE-FUEL-HISTORY
               IF FF-LITRES NUMERIC AND FF-LITRES > ZERO
                   ADD 1 TO WS-VEHICLES-NEEDING-FUEL
                   PERFORM 210-WRITE-DISPATCH-ALERT
               END-IF
           END-IF
           END-IF.
       210-WRITE-DISPATCH-ALERT.
           MOVE SPACES TO DISPATCH-ALERT-RECORD.
           MOVE FF-GAS-READING TO DA-GAS-READING.
           MOVE FF-UNIT-NUMBER TO DA-UNIT-NUMBER.
           WRITE DISPATCH-ALERT-RECORD.
           PERFORM 240-QUEUE-LOW-FUEL-NOTICE.
       220-WRITE-FUEL-HISTORY.
           MOVE SPACES TO FUEL-HISTORY-RECORD.
           ACCEPT FH-DATE FROM DATE YYYYMMDD.
           END-IF.
           WRITE FUEL-ECONOMY-RECORD.
           ADD 1 TO WS-FILLS-RECORDED.
      * Keyed on the unit, reading and date - the same reading fed
      * through twice in one day alerts the desk only once.
       240-QUEUE-LOW-FUEL-NOTICE.
           MOVE SPACES TO NOTIFICATION-AREA.
           MOVE 'O' TO NT-RECIPIENT-TYPE.
           MOVE "DISPATCH" TO NT-RECIPIENT-ID.
           MOVE "LOWFUEL" TO NT-TEMPLATE.
           MOVE FF-UNIT-NUMBER TO NT-VARIABLE(1).
           MOVE FF-CAR-TYPE TO NT-VARIABLE(2).
           MOVE FF-GAS-READING TO NT-VARIABLE(3).
           MOVE DA-DATE TO NT-VARIABLE(4).
           MOVE "FLEET-FUEL-CHECK" TO NT-PROGRAM.
           CALL "NOTIFICATION-QUEUE" USING NOTIFICATION-AREA.
           IF NT-QUEUED
               ADD 1 TO WS-ALERTS-QUEUED
           END-IF.
       300-LOAD-VEHICLE-MASTER-TABLE.
           MOVE 'N' TO WS-VEHICLE-EOF.
           MOVE ZERO TO WS-VEHICLE-COUNT.
           CLOSE VEHICLE-MASTER-FILE.
       310-CHECK-UNIT-ON-MASTER.
           MOVE 'N' TO WS-UNIT-FOUND.
           MOVE 'N' TO WS-UNIT-RETIRED.
           IF WS-VEHICLE-COUNT > ZERO
               SET WS-VEHICLE-IDX TO 1
               SEARCH WS-VEHICLE-ENTRY
                   WHEN WS-VEH-UNIT-NUMBER(WS-VEHICLE-IDX)
                           = FF-UNIT-NUMBER
                       MOVE 'Y' TO WS-UNIT-FOUND
                       IF WS-VEH-STATUS(WS-VEHICLE-IDX) = 'R'
                           MOVE 'Y' TO WS-UNIT-RETIRED
                       END-IF
               END-SEARCH
           END-IF.

