      *          report (overdueservice.txt) of every open order so
      *          dispatch stops sending out units past inspection.
      *          Retired units fall off the schedule automatically.
      *          Each new order is run past WARRANTY-CHECK and
      *          flagged warranty-eligible when the unit is still
      *          under a coverage on vehiclewarranties.txt at the
      *          opening date and odometer; the overdue report marks
      *          those orders WARRANTY so the shop sends them to the
      *          dealer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-MONTHS-SINCE PIC S9(5).
       01 WS-ORDERS-OPENED PIC 9(4) VALUE ZERO.
       01 WS-OPEN-ON-REPORT PIC 9(4) VALUE ZERO.
       01 WS-WARRANTY-OPENED PIC 9(4) VALUE ZERO.
           COPY "WARRANTY-CHECK-AREA.CPY".
       01 WS-HEADING-1 PIC X(80) VALUE
           "OVERDUE SERVICE REPORT - OPEN WORK ORDERS".
       01 WS-DETAIL-LINE.
           05 DL-SERVICE-TYPE PIC X(8).
           05 FILLER          PIC X(9) VALUE "  OPENED ".
           05 DL-OPENED-DATE  PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-WARRANTY     PIC X(8).
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 600-WRITE-NEXT-WO-NUMBER.
           PERFORM 700-PRINT-OVERDUE-REPORT.
           DISPLAY "WORK ORDERS OPENED:   " WS-ORDERS-OPENED.
           DISPLAY "UNDER WARRANTY:       " WS-WARRANTY-OPENED.
           DISPLAY "OPEN ORDERS REPORTED: " WS-OPEN-ON-REPORT.
           GOBACK.
       100-LOAD-ACTIVE-VEHICLES.
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
           IF WS-ORDER-COUNT < 500
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
                           MOVE WO-UNIT-NUMBER TO DL-UNIT-NUMBER
                           MOVE WO-SERVICE-TYPE TO DL-SERVICE-TYPE
                           MOVE WO-OPENED-DATE TO DL-OPENED-DATE
                           IF WO-WARRANTY-FLAG = 'Y'
                               MOVE "WARRANTY" TO DL-WARRANTY
                           ELSE
                               MOVE SPACES TO DL-WARRANTY
                           END-IF
                           MOVE WS-DETAIL-LINE TO REPORT-LINE
                           WRITE REPORT-LINE
                           ADD 1 TO WS-OPEN-ON-REPORT
