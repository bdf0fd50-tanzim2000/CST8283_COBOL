      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Nightly yard fuel tank reconciliation - runs after
      *          FLEET-FUEL-CHECK on the same day's fleetfuel.txt.
      *          Book inventory is the tank's opening stock
      *          (fueltank.txt, as left by the last reconciliation)
      *          plus the supplier drops on fueldeliveries.txt since
      *          then, less the FF-LITRES dispensed at the yard pump
      *          on fleetfuel.txt (gallons from the imperial-logging
      *          drivers converted through UNIT-CONVERT-SERVICE, as
      *          FLEET-FUEL-CHECK does). Book is compared with the
      *          day's last dip on fueldips.txt; a shortage beyond
      *          the tank's tolerance is flagged as a possible leak
      *          or theft and a gain beyond it for a ticket or meter
      *          check, and either (or a missing dip) ends the run
      *          with return code 4. The drops are costed into a
      *          weighted average cost per litre, which prices the
      *          day's yard fills for costing. The dip, or book when
      *          there was none, becomes tomorrow's opening stock;
      *          the day is added to fueltankhistory.txt and
      *          reported on fueltankrecon.txt. A day already
      *          reconciled is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUEL-TANK-RECONCILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUEL-TANK-FILE
           ASSIGN "../fueltank.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TK-FILE-STATUS.
           SELECT FUEL-DELIVERY-FILE
           ASSIGN "../fueldeliveries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TD-FILE-STATUS.
           SELECT FUEL-DIP-FILE
           ASSIGN "../fueldips.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DP-FILE-STATUS.
           SELECT FLEET-FUEL-FILE
           ASSIGN "../fleetfuel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FF-FILE-STATUS.
           SELECT TANK-HISTORY-FILE
           ASSIGN "../fueltankhistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TH-FILE-STATUS.
           SELECT REPORT-FILE
           ASSIGN "../fueltankrecon.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FUEL-TANK-FILE.
           COPY "FUEL-TANK-RECORD.CPY".
       FD FUEL-DELIVERY-FILE.
           COPY "FUEL-DELIVERY-RECORD.CPY".
       FD FUEL-DIP-FILE.
           COPY "FUEL-DIP-RECORD.CPY".
       FD FLEET-FUEL-FILE.
       01 FLEET-FUEL-RECORD.
           05 FF-CAR-TYPE    PIC X(5).
           05 FF-CAR-YEAR    PIC 9(4).
           05 FF-GAS-READING PIC 9(2).
           05 FF-UNIT-NUMBER PIC X(6).
           05 FF-LITRES      PIC 9(3)V9.
           05 FF-ODOMETER    PIC 9(7).
           05 FF-UNIT-SYSTEM PIC X.
      * One line per reconciled day. TH-FLAG: blank = within
      * tolerance, S = shortage over, G = gain over, N = no dip.
       FD TANK-HISTORY-FILE.
       01 TANK-HISTORY-RECORD.
           05 TH-DATE            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 TH-TANK-ID         PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 TH-OPENING         PIC 9(6)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 TH-DELIVERED       PIC 9(6)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 TH-DISPENSED       PIC 9(6)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 TH-BOOK            PIC S9(6)V9
                                 SIGN IS LEADING SEPARATE.
           05 FILLER             PIC X VALUE SPACE.
           05 TH-DIP             PIC 9(6)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 TH-VARIANCE        PIC S9(6)V9
                                 SIGN IS LEADING SEPARATE.
           05 FILLER             PIC X VALUE SPACE.
           05 TH-AVERAGE-COST    PIC 9V9999.
           05 FILLER             PIC X VALUE SPACE.
           05 TH-FLAG            PIC X.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-TK-FILE-STATUS PIC XX.
       01 WS-TD-FILE-STATUS PIC XX.
       01 WS-DP-FILE-STATUS PIC XX.
       01 WS-FF-FILE-STATUS PIC XX.
       01 WS-TH-FILE-STATUS PIC XX.
       01 WS-RP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TANK-FOUND PIC X VALUE 'N'.
           COPY "FUEL-TANK-RECORD.CPY"
               REPLACING ==FUEL-TANK-RECORD== BY ==WS-TANK-RECORD==
                         LEADING ==TK-== BY ==WT-==.
       01 WS-OPENING PIC 9(6)V9.
       01 WS-OPENING-COST PIC 9V9999.
       01 WS-DELIVERED PIC 9(6)V9 VALUE ZERO.
       01 WS-DELIVERED-VALUE PIC 9(7)V99 VALUE ZERO.
       01 WS-DELIVERY-VALUE PIC 9(7)V99.
       01 WS-DELIVERY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DISPENSED PIC 9(6)V9 VALUE ZERO.
       01 WS-FILL-LITRES PIC 9(4)V9.
       01 WS-FILL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BOOK PIC S9(6)V9.
       01 WS-DIP-FOUND PIC X VALUE 'N'.
       01 WS-DIP-STAMP PIC 9(12) VALUE ZERO.
       01 WS-CHECK-STAMP PIC 9(12).
       01 WS-DIP-LITRES PIC 9(6)V9 VALUE ZERO.
       01 WS-DIP-TIME PIC 9(4) VALUE ZERO.
       01 WS-DIP-TAKEN-BY PIC X(10) VALUE SPACES.
       01 WS-VARIANCE PIC S9(6)V9 VALUE ZERO.
       01 WS-VARIANCE-SIZE PIC 9(6)V9.
       01 WS-CLOSING PIC 9(6)V9.
       01 WS-AVERAGE-COST PIC 9V9999.
       01 WS-FILL-COST PIC 9(7)V99.
       01 WS-VARIANCE-VALUE PIC S9(7)V99.
       01 WS-STOCK-VALUE PIC 9(7)V99.
       01 WS-FLAG PIC X VALUE SPACE.
           88 WS-WITHIN-TOLERANCE VALUE SPACE.
           88 WS-SHORTAGE VALUE 'S'.
           88 WS-GAIN VALUE 'G'.
           88 WS-NO-DIP VALUE 'N'.
       01 WS-CONVERSION-TYPE PIC 9.
       01 WS-DIRECTION PIC X.
       01 WS-FROM-VALUE PIC S9(6)V9(4).
       01 WS-TO-VALUE PIC S9(6)V9(4).
       01 WS-FROM-UNIT PIC X(12).
       01 WS-TO-UNIT PIC X(12).
       01 WS-HEADING-1.
           05 FILLER          PIC X(31) VALUE
               "YARD FUEL TANK RECONCILIATION -".
           05 FILLER          PIC X VALUE SPACE.
           05 H1-DATE         PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER          PIC X(6) VALUE "TANK: ".
           05 H2-TANK-ID      PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 H2-DESCRIPTION  PIC X(20).
           05 FILLER          PIC X(18) VALUE
               "  LAST RECONCILED ".
           05 H2-LAST-DATE    PIC 9(8).
       01 WS-DELIVERY-HEADING.
           05 FILLER          PIC X(52) VALUE
               "  DATE          TICKET       SUPPLIER               ".
           05 FILLER          PIC X(28) VALUE
               "  LITRES PRICE/L       VALUE".
       01 WS-DELIVERY-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DV-DATE         PIC 9(8).
           05 FILLER          PIC X(6) VALUE SPACES.
           05 DV-TICKET       PIC X(12).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DV-SUPPLIER     PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DV-LITRES       PIC ZZZ,ZZ9.9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DV-PRICE        PIC 9.9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DV-VALUE        PIC ZZZ,ZZ9.99.
       01 WS-LITRES-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-LABEL        PIC X(36).
           05 LL-LITRES       PIC ZZZ,ZZ9.9-.
           05 FILLER          PIC X(3) VALUE " L ".
           05 LL-NOTE         PIC X(29).
       01 WS-MONEY-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 ML-LABEL        PIC X(33).
           05 ML-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
       01 WS-COST-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CL-LABEL        PIC X(36).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 CL-COST         PIC 9.9999.
       01 WS-TOLERANCE-OUT PIC Z,ZZ9.9.
       01 WS-FLAG-LINE PIC X(80).
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-TANK.
           PERFORM 200-TAKE-DISPENSED.
           PERFORM 210-FIND-LAST-DIP.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REPORT-FILE - STATUS "
                   WS-RP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 400-WRITE-HEADINGS.
           PERFORM 410-REPORT-DELIVERIES.
           PERFORM 300-WORK-OUT-BOOK.
           PERFORM 420-REPORT-RECONCILIATION.
           CLOSE REPORT-FILE.
           PERFORM 600-WRITE-HISTORY.
           PERFORM 700-REWRITE-TANK-FILE.
           DISPLAY "==== YARD TANK " WT-TANK-ID " " WS-RUN-DATE
               " ====".
           DISPLAY "DELIVERIES TAKEN:  " WS-DELIVERY-COUNT.
           DISPLAY "YARD FILLS TAKEN:  " WS-FILL-COUNT.
           DISPLAY WS-FLAG-LINE.
           IF NOT WS-WITHIN-TOLERANCE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       100-LOAD-TANK.
           OPEN INPUT FUEL-TANK-FILE.
           IF WS-TK-FILE-STATUS = "00"
               READ FUEL-TANK-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-TANK-FOUND
                       MOVE FUEL-TANK-RECORD TO WS-TANK-RECORD
               END-READ
               CLOSE FUEL-TANK-FILE
           END-IF.
           IF WS-TANK-FOUND = 'N'
               DISPLAY "NO TANK ON fueltank.txt - SET IT UP IN "
                   "FUEL-TANK-ENTRY - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WT-BOOK-LITRES NOT NUMERIC
               OR WT-AVERAGE-COST NOT NUMERIC
               OR WT-TOLERANCE NOT NUMERIC
               OR WT-LAST-RECON-DATE NOT NUMERIC
               DISPLAY "TANK RECORD IS DAMAGED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WT-LAST-RECON-DATE NOT < WS-RUN-DATE
               DISPLAY "TANK ALREADY RECONCILED FOR "
                   WT-LAST-RECON-DATE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WT-BOOK-LITRES TO WS-OPENING.
           MOVE WT-AVERAGE-COST TO WS-OPENING-COST.
      * Every pump reading that carries litres was fuel out of the
      * tank, whatever became of the reading afterwards.
       200-TAKE-DISPENSED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FLEET-FUEL-FILE.
           IF WS-FF-FILE-STATUS NOT = "00"
               DISPLAY "NO fleetfuel.txt ON HAND - NOTHING DISPENSED "
                   "TAKEN"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO FLEET-FUEL-RECORD
               READ FLEET-FUEL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FF-LITRES NUMERIC AND FF-LITRES > ZERO
                           PERFORM 205-TAKE-ONE-FILL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FF-FILE-STATUS = "00" OR "10"
               CLOSE FLEET-FUEL-FILE
           END-IF.
       205-TAKE-ONE-FILL.
           IF FF-UNIT-SYSTEM = 'I'
               MOVE 4 TO WS-CONVERSION-TYPE
               MOVE 'R' TO WS-DIRECTION
               MOVE FF-LITRES TO WS-FROM-VALUE
               CALL "UNIT-CONVERT-SERVICE" USING WS-CONVERSION-TYPE
                   WS-DIRECTION WS-FROM-VALUE WS-TO-VALUE
                   WS-FROM-UNIT WS-TO-UNIT
               MOVE WS-TO-VALUE TO WS-FILL-LITRES
           ELSE
               MOVE FF-LITRES TO WS-FILL-LITRES
           END-IF.
           ADD WS-FILL-LITRES TO WS-DISPENSED.
           ADD 1 TO WS-FILL-COUNT.
      * The day's last dip stands; earlier ones were taken before
      * the pump closed.
       210-FIND-LAST-DIP.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FUEL-DIP-FILE.
           IF WS-DP-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO FUEL-DIP-RECORD
               READ FUEL-DIP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DP-DATE = WS-RUN-DATE
                           AND DP-TIME NUMERIC
                           AND DP-LITRES NUMERIC
                           COMPUTE WS-CHECK-STAMP =
                               DP-DATE * 10000 + DP-TIME
                           IF WS-CHECK-STAMP NOT < WS-DIP-STAMP
                               MOVE WS-CHECK-STAMP TO WS-DIP-STAMP
                               MOVE DP-TIME TO WS-DIP-TIME
                               MOVE DP-LITRES TO WS-DIP-LITRES
                               MOVE DP-TAKEN-BY TO WS-DIP-TAKEN-BY
                               MOVE 'Y' TO WS-DIP-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DP-FILE-STATUS = "00" OR "10"
               CLOSE FUEL-DIP-FILE
           END-IF.
      * Book and the weighted average cost, once the report has
      * listed and totalled the deliveries. Only the size of the
      * variance is held against the tolerance.
       300-WORK-OUT-BOOK.
           COMPUTE WS-BOOK = WS-OPENING + WS-DELIVERED - WS-DISPENSED.
           IF WS-OPENING + WS-DELIVERED > ZERO
               COMPUTE WS-AVERAGE-COST ROUNDED =
                   (WS-OPENING * WS-OPENING-COST + WS-DELIVERED-VALUE)
                   / (WS-OPENING + WS-DELIVERED)
           ELSE
               MOVE WS-OPENING-COST TO WS-AVERAGE-COST
           END-IF.
           IF WS-DIP-FOUND = 'Y'
               COMPUTE WS-VARIANCE = WS-DIP-LITRES - WS-BOOK
               MOVE WS-VARIANCE TO WS-VARIANCE-SIZE
               MOVE WS-DIP-LITRES TO WS-CLOSING
               EVALUATE TRUE
                   WHEN WS-VARIANCE-SIZE NOT > WT-TOLERANCE
                       MOVE SPACE TO WS-FLAG
                   WHEN WS-VARIANCE < ZERO
                       MOVE 'S' TO WS-FLAG
                   WHEN OTHER
                       MOVE 'G' TO WS-FLAG
               END-EVALUATE
           ELSE
               MOVE ZERO TO WS-VARIANCE
               MOVE 'N' TO WS-FLAG
               IF WS-BOOK < ZERO
                   MOVE ZERO TO WS-CLOSING
               ELSE
                   MOVE WS-BOOK TO WS-CLOSING
               END-IF
           END-IF.
           COMPUTE WS-FILL-COST ROUNDED =
               WS-DISPENSED * WS-AVERAGE-COST.
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE * WS-AVERAGE-COST.
           COMPUTE WS-STOCK-VALUE ROUNDED =
               WS-CLOSING * WS-AVERAGE-COST.
           MOVE SPACES TO WS-FLAG-LINE.
           EVALUATE TRUE
               WHEN WS-SHORTAGE
                   STRING "*** SHORTAGE OVER TOLERANCE - POSSIBLE "
                       DELIMITED BY SIZE
                       "LEAK OR THEFT - INVESTIGATE ***"
                       DELIMITED BY SIZE
                       INTO WS-FLAG-LINE
               WHEN WS-GAIN
                   STRING "*** GAIN OVER TOLERANCE - CHECK DELIVERY "
                       DELIMITED BY SIZE
                       "TICKETS AND PUMP METER ***"
                       DELIMITED BY SIZE
                       INTO WS-FLAG-LINE
               WHEN WS-NO-DIP
                   STRING "*** NO DIP READING TODAY - BOOK CARRIED "
                       DELIMITED BY SIZE
                       "FORWARD UNCHECKED ***"
                       DELIMITED BY SIZE
                       INTO WS-FLAG-LINE
               WHEN OTHER
                   MOVE "DIP AGREES WITH BOOK WITHIN TOLERANCE"
                       TO WS-FLAG-LINE
           END-EVALUATE.
       400-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO H1-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WT-TANK-ID TO H2-TANK-ID.
           MOVE WT-DESCRIPTION TO H2-DESCRIPTION.
           MOVE WT-LAST-RECON-DATE TO H2-LAST-DATE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Drops dated after the last reconciliation, up to today, are
      * this run's; later-dated ones wait for their own day.
       410-REPORT-DELIVERIES.
           MOVE WS-DELIVERY-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FUEL-DELIVERY-FILE.
           IF WS-TD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO FUEL-DELIVERY-RECORD
               READ FUEL-DELIVERY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-DATE NUMERIC
                           AND TD-DATE > WT-LAST-RECON-DATE
                           AND TD-DATE NOT > WS-RUN-DATE
                           AND TD-LITRES NUMERIC
                           AND TD-PRICE NUMERIC
                           PERFORM 415-TAKE-ONE-DELIVERY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TD-FILE-STATUS = "00" OR "10"
               CLOSE FUEL-DELIVERY-FILE
           END-IF.
           IF WS-DELIVERY-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       415-TAKE-ONE-DELIVERY.
           COMPUTE WS-DELIVERY-VALUE ROUNDED = TD-LITRES * TD-PRICE.
           ADD TD-LITRES TO WS-DELIVERED.
           ADD WS-DELIVERY-VALUE TO WS-DELIVERED-VALUE.
           ADD 1 TO WS-DELIVERY-COUNT.
           MOVE TD-DATE TO DV-DATE.
           MOVE TD-TICKET TO DV-TICKET.
           MOVE TD-SUPPLIER TO DV-SUPPLIER.
           MOVE TD-LITRES TO DV-LITRES.
           MOVE TD-PRICE TO DV-PRICE.
           MOVE WS-DELIVERY-VALUE TO DV-VALUE.
           MOVE WS-DELIVERY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       420-REPORT-RECONCILIATION.
           MOVE SPACES TO LL-NOTE.
           MOVE "OPENING STOCK" TO LL-LABEL.
           MOVE WS-OPENING TO LL-LITRES.
           PERFORM 450-WRITE-LITRES-LINE.
           MOVE "PLUS DELIVERIES" TO LL-LABEL.
           MOVE WS-DELIVERED TO LL-LITRES.
           PERFORM 450-WRITE-LITRES-LINE.
           MOVE "LESS DISPENSED AT THE YARD PUMP" TO LL-LABEL.
           MOVE WS-DISPENSED TO LL-LITRES.
           PERFORM 450-WRITE-LITRES-LINE.
           MOVE "BOOK INVENTORY" TO LL-LABEL.
           MOVE WS-BOOK TO LL-LITRES.
           PERFORM 450-WRITE-LITRES-LINE.
           IF WS-DIP-FOUND = 'Y'
               MOVE "DIP READING" TO LL-LABEL
               MOVE WS-DIP-LITRES TO LL-LITRES
               STRING "AT " DELIMITED BY SIZE
                   WS-DIP-TIME DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-DIP-TAKEN-BY DELIMITED BY SIZE
                   INTO LL-NOTE
               PERFORM 450-WRITE-LITRES-LINE
               MOVE SPACES TO LL-NOTE
               MOVE "VARIANCE (DIP LESS BOOK)" TO LL-LABEL
               MOVE WS-VARIANCE TO LL-LITRES
               MOVE WT-TOLERANCE TO WS-TOLERANCE-OUT
               STRING "TOLERANCE " DELIMITED BY SIZE
                   WS-TOLERANCE-OUT DELIMITED BY SIZE
                   " L" DELIMITED BY SIZE
                   INTO LL-NOTE
               PERFORM 450-WRITE-LITRES-LINE
               MOVE SPACES TO LL-NOTE
           END-IF.
           MOVE "CLOSING STOCK CARRIED FORWARD" TO LL-LABEL.
           MOVE WS-CLOSING TO LL-LITRES.
           PERFORM 450-WRITE-LITRES-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPENING COST PER LITRE" TO CL-LABEL.
           MOVE WS-OPENING-COST TO CL-COST.
           MOVE WS-COST-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WEIGHTED AVERAGE COST PER LITRE" TO CL-LABEL.
           MOVE WS-AVERAGE-COST TO CL-COST.
           MOVE WS-COST-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COST OF YARD FILLS" TO ML-LABEL.
           MOVE WS-FILL-COST TO ML-AMOUNT.
           PERFORM 460-WRITE-MONEY-LINE.
           MOVE "VALUE OF VARIANCE" TO ML-LABEL.
           MOVE WS-VARIANCE-VALUE TO ML-AMOUNT.
           PERFORM 460-WRITE-MONEY-LINE.
           MOVE "VALUE OF CLOSING STOCK" TO ML-LABEL.
           MOVE WS-STOCK-VALUE TO ML-AMOUNT.
           PERFORM 460-WRITE-MONEY-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FLAG-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       450-WRITE-LITRES-LINE.
           MOVE WS-LITRES-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       460-WRITE-MONEY-LINE.
           MOVE WS-MONEY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       600-WRITE-HISTORY.
           OPEN EXTEND TANK-HISTORY-FILE.
           IF WS-TH-FILE-STATUS = "35"
               OPEN OUTPUT TANK-HISTORY-FILE
           END-IF.
           IF WS-TH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TANK-HISTORY-FILE - STATUS "
                   WS-TH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO TANK-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO TH-DATE.
           MOVE WT-TANK-ID TO TH-TANK-ID.
           MOVE WS-OPENING TO TH-OPENING.
           MOVE WS-DELIVERED TO TH-DELIVERED.
           MOVE WS-DISPENSED TO TH-DISPENSED.
           MOVE WS-BOOK TO TH-BOOK.
           MOVE WS-DIP-LITRES TO TH-DIP.
           MOVE WS-VARIANCE TO TH-VARIANCE.
           MOVE WS-AVERAGE-COST TO TH-AVERAGE-COST.
           MOVE WS-FLAG TO TH-FLAG.
           WRITE TANK-HISTORY-RECORD.
           CLOSE TANK-HISTORY-FILE.
       700-REWRITE-TANK-FILE.
           MOVE WS-CLOSING TO WT-BOOK-LITRES.
           MOVE WS-AVERAGE-COST TO WT-AVERAGE-COST.
           MOVE WS-RUN-DATE TO WT-LAST-RECON-DATE.
           OPEN OUTPUT FUEL-TANK-FILE.
           IF WS-TK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING FUEL-TANK-FILE - STATUS "
                   WS-TK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE FUEL-TANK-RECORD FROM WS-TANK-RECORD.
           CLOSE FUEL-TANK-FILE.

       END PROGRAM FUEL-TANK-RECONCILE.
