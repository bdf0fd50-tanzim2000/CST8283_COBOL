      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Quarterly vendor performance scorecard - for the
      *          quarter asked for (YYYYQ) every vendor code with
      *          receiving or ordering activity is scored from the
      *          poreceipts.txt history PO-RECEIVING keeps and the
      *          lines on purchaseorders.txt: average lead time from
      *          PO-ORDER-DATE to receipt, the share of receipts in
      *          by the promised date, fill rate (received against
      *          ordered on the lines raised in the quarter), the
      *          receipts that left a balance back-ordered, and how
      *          often and how far the price paid moved off the
      *          item's UNIT-COST-INDEXED. The score is the average
      *          of the on-time and fill-rate percentages less any
      *          net price increase, and vendors are ranked worst
      *          first on vendorscorecard.txt and on the comma
      *          delimited vendorscorecard.csv purchasing loads into
      *          a spreadsheet when it renegotiates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-SCORECARD-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE
           ASSIGN "../vendormaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VM-FILE-STATUS.
           SELECT PO-RECEIPT-FILE
           ASSIGN "../poreceipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT PURCHASE-ORDER-FILE
           ASSIGN "../purchaseorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT SCORECARD-REPORT-FILE
           ASSIGN "../vendorscorecard.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SR-FILE-STATUS.
           SELECT SCORECARD-EXTRACT-FILE
           ASSIGN "../vendorscorecard.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SX-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../vendorscore.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VM-VENDOR-CODE PIC X(6).
           05 VM-VENDOR-NAME PIC X(20).
           05 VM-ADDRESS     PIC X(30).
           05 VM-CONTACT     PIC X(20).
           05 VM-PHONE       PIC X(12).
           05 VM-LEAD-DAYS   PIC 9(3).
       FD PO-RECEIPT-FILE.
           COPY "PO-RECEIPT-RECORD.CPY".
       FD PURCHASE-ORDER-FILE.
           COPY "PURCHASE-ORDER-RECORD.CPY".
       FD SCORECARD-REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       FD SCORECARD-EXTRACT-FILE.
       01 SCORECARD-EXTRACT-LINE PIC X(150).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-SCORE       PIC S9(4)V9.
           05 SORT-BACK-ORDERS PIC 9(5).
           05 SORT-VENDOR-CODE PIC X(6).
           05 SORT-VENDOR-SUB  PIC 9(3).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-SPOOL-REPORT PIC X(30).
       01 WS-SPOOL-PROGRAM PIC X(30) VALUE "VENDOR-SCORECARD-REPORT".
       01 WS-VM-FILE-STATUS PIC XX.
       01 WS-PR-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-SR-FILE-STATUS PIC XX.
       01 WS-SX-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-QUARTER-INPUT PIC X(5).
       01 WS-QUARTER-FIELDS REDEFINES WS-QUARTER-INPUT.
           05 WS-QI-YEAR    PIC 9(4).
           05 WS-QI-QUARTER PIC 9.
       01 WS-QUARTER-START PIC 9(8).
       01 WS-QUARTER-END PIC 9(8).
      * Every vendor on the master is loaded first so the names are
      * there; a code that turns up only on a receipt or a PO line
      * is added as it is met.
       01 WS-VENDOR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-VENDOR-COUNT.
               10 WS-VC-CODE          PIC X(6).
               10 WS-VC-NAME          PIC X(20).
               10 WS-VC-RECEIPTS      PIC 9(5).
               10 WS-VC-LEAD-TOTAL    PIC 9(7).
               10 WS-VC-LEAD-COUNT    PIC 9(5).
               10 WS-VC-PROMISED      PIC 9(5).
               10 WS-VC-ON-TIME       PIC 9(5).
               10 WS-VC-LINES-ORDERED PIC 9(5).
               10 WS-VC-QTY-ORDERED   PIC 9(9).
               10 WS-VC-QTY-FILLED    PIC 9(9).
               10 WS-VC-BACK-ORDERS   PIC 9(5).
               10 WS-VC-PRICE-CHANGES PIC 9(5).
               10 WS-VC-BOOK-VALUE    PIC 9(11)V99.
               10 WS-VC-PAID-VALUE    PIC 9(11)V99.
               10 WS-VC-SCORE         PIC S9(4)V9.
       01 WS-VENDOR-SUB PIC 9(3).
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-KEY-CODE PIC X(6).
       01 WS-VENDOR-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-LEAD-DAYS PIC S9(5).
       01 WS-QTY-FILLED PIC 9(5).
       01 WS-AVG-LEAD PIC 9(4)V9.
       01 WS-ON-TIME-PCT PIC 9(3)V9.
       01 WS-FILL-PCT PIC 9(3)V9.
       01 WS-PRICE-PCT PIC S9(4)V9.
       01 WS-MEASURES PIC 9.
       01 WS-MEASURE-TOTAL PIC 9(3)V9.
       01 WS-RANK PIC 9(3) VALUE ZERO.
       01 WS-RECEIPTS-IN-QUARTER PIC 9(5) VALUE ZERO.
       01 WS-LINES-IN-QUARTER PIC 9(5) VALUE ZERO.
       01 WS-CSV-POINTER PIC 9(3).
       01 WS-CSV-FIELD PIC X(20).
       01 WS-CSV-LEADING PIC 9(2).
       01 WS-CSV-NAME PIC X(20).
       01 WS-CSV-NAME-LENGTH PIC 9(2).
       01 WS-CSV-NUMBER PIC -(6)9.9.
       01 WS-CSV-COUNT PIC Z(8)9.
       01 WS-HEADING-1.
           05 FILLER          PIC X(30) VALUE
               "VENDOR PERFORMANCE SCORECARD ".
           05 FILLER          PIC X(8) VALUE "QUARTER ".
           05 H1-YEAR         PIC 9(4).
           05 FILLER          PIC X(2) VALUE " Q".
           05 H1-QUARTER      PIC 9.
           05 FILLER          PIC X(9) VALUE "  RUN ON ".
           05 H1-RUN-DATE     PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER          PIC X(48) VALUE
               "SCORE = AVERAGE OF ON-TIME PCT AND FILL RATE PCT".
           05 FILLER          PIC X(46) VALUE
               " LESS ANY NET PRICE INCREASE PCT - WORST FIRST".
       01 WS-HEADING-3.
           05 FILLER          PIC X(46) VALUE
               "RANK VENDOR NAME                 RCPTS   LEAD ".
           05 FILLER          PIC X(46) VALUE
               "ON-TIME   FILL  B/O PRICE CHG   PRICE%   SCORE".
       01 WS-DETAIL-LINE.
           05 DL-RANK          PIC ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-VENDOR-CODE   PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-VENDOR-NAME   PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-RECEIPTS      PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-AVG-LEAD      PIC ZZZ9.9.
           05 DL-AVG-LEAD-X REDEFINES DL-AVG-LEAD PIC X(6).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DL-ON-TIME       PIC ZZ9.9.
           05 DL-ON-TIME-X REDEFINES DL-ON-TIME PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-FILL          PIC ZZ9.9.
           05 DL-FILL-X REDEFINES DL-FILL PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-BACK-ORDERS   PIC ZZZ9.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 DL-PRICE-CHANGES PIC ZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-PRICE-PCT     PIC ----9.9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-SCORE         PIC ----9.9.
       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(16) VALUE "VENDORS SCORED: ".
           05 TL-VENDORS      PIC ZZ9.
           05 FILLER          PIC X(24) VALUE
               "   RECEIPTS IN QUARTER: ".
           05 TL-RECEIPTS     PIC ZZZZ9.
           05 FILLER          PIC X(21) VALUE
               "   LINES ORDERED IN: ".
           05 TL-LINES        PIC ZZZZ9.
       01 WS-NOTHING-LINE PIC X(100).
       01 WS-CSV-HEADING.
           05 FILLER          PIC X(38) VALUE
               "RANK,VENDOR,NAME,QUARTER,RECEIPTS,AVG_".
           05 FILLER          PIC X(45) VALUE
               "LEAD_DAYS,ON_TIME_PCT,FILL_RATE_PCT,BACK_ORDE".
           05 FILLER          PIC X(39) VALUE
               "RS,PRICE_CHANGES,PRICE_CHANGE_PCT,SCORE".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "QUARTER" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:5) TO WS-QUARTER-INPUT
           ELSE
               DISPLAY "SCORECARD FOR WHICH QUARTER (YYYYQ, e.g. "
                   "20263)?"
               ACCEPT WS-QUARTER-INPUT
           END-IF.
           IF WS-QUARTER-INPUT NOT NUMERIC
               OR WS-QI-YEAR < 1901
               OR WS-QI-QUARTER < 1 OR WS-QI-QUARTER > 4
               DISPLAY "QUARTER MUST BE NUMERIC YYYYQ WITH Q 1-4 - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-QUARTER-START = WS-QI-YEAR * 10000
               + ((WS-QI-QUARTER - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-QUARTER-END = WS-QI-YEAR * 10000
               + (WS-QI-QUARTER * 3) * 100 + 31.
           PERFORM 100-LOAD-VENDOR-TABLE.
           PERFORM 110-TALLY-RECEIPTS.
           PERFORM 120-TALLY-ORDER-LINES.
           IF WS-VENDOR-DROPPED > ZERO
               DISPLAY "VENDOR TABLE FULL - " WS-VENDOR-DROPPED
                   " RECORDS NOT SCORED"
           END-IF.
           PERFORM 300-SCORE-VENDORS.
           OPEN OUTPUT SCORECARD-REPORT-FILE.
           IF WS-SR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SCORECARD-REPORT-FILE - STATUS "
                   WS-SR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SCORECARD-EXTRACT-FILE.
           IF WS-SX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SCORECARD-EXTRACT-FILE - "
                   "STATUS " WS-SX-FILE-STATUS
               CLOSE SCORECARD-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-QI-YEAR TO H1-YEAR.
           MOVE WS-QI-QUARTER TO H1-QUARTER.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CSV-HEADING TO SCORECARD-EXTRACT-LINE.
           WRITE SCORECARD-EXTRACT-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SCORE
               ON DESCENDING KEY SORT-BACK-ORDERS
               ON ASCENDING KEY SORT-VENDOR-CODE
               INPUT PROCEDURE 400-RELEASE-VENDORS
               OUTPUT PROCEDURE 500-WRITE-RANKED-VENDORS.
           IF WS-RANK = ZERO
               MOVE "  NO RECEIVING OR ORDERING IN THE QUARTER"
                   TO WS-NOTHING-LINE
               MOVE WS-NOTHING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RANK TO TL-VENDORS.
           MOVE WS-RECEIPTS-IN-QUARTER TO TL-RECEIPTS.
           MOVE WS-LINES-IN-QUARTER TO TL-LINES.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE SCORECARD-REPORT-FILE.
           CLOSE SCORECARD-EXTRACT-FILE.
           MOVE "vendorscorecard.txt" TO WS-SPOOL-REPORT.
           CALL "REPORT-SPOOL-CAPTURE" USING WS-SPOOL-REPORT
               WS-SPOOL-PROGRAM.
           DISPLAY "VENDORS SCORED:      " WS-RANK.
           DISPLAY "RECEIPTS IN QUARTER: " WS-RECEIPTS-IN-QUARTER.
           DISPLAY "LINES ORDERED IN:    " WS-LINES-IN-QUARTER.
           GOBACK.
       100-LOAD-VENDOR-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VENDOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE VM-VENDOR-CODE TO WS-KEY-CODE
                       PERFORM 200-FIND-VENDOR-ENTRY
                       IF WS-FOUND-SUB > ZERO
                           MOVE VM-VENDOR-NAME
                               TO WS-VC-NAME(WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VM-FILE-STATUS = "00" OR "10"
               CLOSE VENDOR-MASTER-FILE
           END-IF.
      * Lead time counts every receipt with a usable order date;
      * on-time counts only the receipts whose line carried a
      * promise. A price change is a receipt keyed at a cost other
      * than the book cost it found, and the net price movement is
      * weighted by the quantity received.
       110-TALLY-RECEIPTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PO-RECEIPT-FILE.
           IF WS-PR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PO-RECEIPT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PR-RECEIPT-DATE NUMERIC
                           AND PR-RECEIPT-DATE NOT < WS-QUARTER-START
                           AND PR-RECEIPT-DATE NOT > WS-QUARTER-END
                           MOVE PR-VENDOR-CODE TO WS-KEY-CODE
                           PERFORM 200-FIND-VENDOR-ENTRY
                           IF WS-FOUND-SUB > ZERO
                               PERFORM 210-TALLY-ONE-RECEIPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PR-FILE-STATUS = "00" OR "10"
               CLOSE PO-RECEIPT-FILE
           END-IF.
      * Fill rate looks at the lines raised in the quarter, as they
      * stand now - a line the buyer closed short counts short, and
      * goods received over the order do not make up for another
      * line's shortfall.
       120-TALLY-ORDER-LINES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WS-PO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PURCHASE-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PO-ORDER-DATE NUMERIC
                           AND PO-ORDER-DATE NOT < WS-QUARTER-START
                           AND PO-ORDER-DATE NOT > WS-QUARTER-END
                           AND PO-QTY-ORDERED NUMERIC
                           AND PO-QTY-RECEIVED NUMERIC
                           MOVE PO-VENDOR-CODE TO WS-KEY-CODE
                           PERFORM 200-FIND-VENDOR-ENTRY
                           IF WS-FOUND-SUB > ZERO
                               PERFORM 220-TALLY-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PO-FILE-STATUS = "00" OR "10"
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
       200-FIND-VENDOR-ENTRY.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               IF WS-VC-CODE(WS-VENDOR-SUB) = WS-KEY-CODE
                   MOVE WS-VENDOR-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = ZERO
               IF WS-VENDOR-COUNT < 200
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE WS-VENDOR-COUNT TO WS-FOUND-SUB
                   INITIALIZE WS-VENDOR-ENTRY(WS-FOUND-SUB)
                   MOVE WS-KEY-CODE TO WS-VC-CODE(WS-FOUND-SUB)
                   MOVE "NOT ON VENDOR MASTER"
                       TO WS-VC-NAME(WS-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-VENDOR-DROPPED
               END-IF
           END-IF.
       210-TALLY-ONE-RECEIPT.
           ADD 1 TO WS-RECEIPTS-IN-QUARTER.
           ADD 1 TO WS-VC-RECEIPTS(WS-FOUND-SUB).
           IF PR-ORDER-DATE NUMERIC
               AND PR-ORDER-DATE > ZERO
               AND PR-ORDER-DATE NOT > PR-RECEIPT-DATE
               COMPUTE WS-LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE(PR-RECEIPT-DATE)
                   - FUNCTION INTEGER-OF-DATE(PR-ORDER-DATE)
               ADD WS-LEAD-DAYS TO WS-VC-LEAD-TOTAL(WS-FOUND-SUB)
               ADD 1 TO WS-VC-LEAD-COUNT(WS-FOUND-SUB)
           END-IF.
           IF PR-PROMISED-DATE NUMERIC
               AND PR-PROMISED-DATE > ZERO
               ADD 1 TO WS-VC-PROMISED(WS-FOUND-SUB)
               IF PR-RECEIPT-DATE NOT > PR-PROMISED-DATE
                   ADD 1 TO WS-VC-ON-TIME(WS-FOUND-SUB)
               END-IF
           END-IF.
           IF PR-LINE-BACK-ORDER
               ADD 1 TO WS-VC-BACK-ORDERS(WS-FOUND-SUB)
           END-IF.
           IF PR-UNIT-COST NUMERIC AND PR-UNIT-COST > ZERO
               AND PR-BOOK-COST NUMERIC AND PR-BOOK-COST > ZERO
               AND PR-QTY-RECEIVED NUMERIC
               IF PR-UNIT-COST NOT = PR-BOOK-COST
                   ADD 1 TO WS-VC-PRICE-CHANGES(WS-FOUND-SUB)
               END-IF
               COMPUTE WS-VC-BOOK-VALUE(WS-FOUND-SUB) =
                   WS-VC-BOOK-VALUE(WS-FOUND-SUB)
                   + PR-QTY-RECEIVED * PR-BOOK-COST
               COMPUTE WS-VC-PAID-VALUE(WS-FOUND-SUB) =
                   WS-VC-PAID-VALUE(WS-FOUND-SUB)
                   + PR-QTY-RECEIVED * PR-UNIT-COST
           END-IF.
       220-TALLY-ONE-LINE.
           ADD 1 TO WS-LINES-IN-QUARTER.
           ADD 1 TO WS-VC-LINES-ORDERED(WS-FOUND-SUB).
           ADD PO-QTY-ORDERED TO WS-VC-QTY-ORDERED(WS-FOUND-SUB).
           IF PO-QTY-RECEIVED > PO-QTY-ORDERED
               MOVE PO-QTY-ORDERED TO WS-QTY-FILLED
           ELSE
               MOVE PO-QTY-RECEIVED TO WS-QTY-FILLED
           END-IF.
           ADD WS-QTY-FILLED TO WS-VC-QTY-FILLED(WS-FOUND-SUB).
       300-SCORE-VENDORS.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               PERFORM 310-WORK-OUT-MEASURES
               MOVE ZERO TO WS-MEASURES
               MOVE ZERO TO WS-MEASURE-TOTAL
               IF WS-VC-PROMISED(WS-VENDOR-SUB) > ZERO
                   ADD 1 TO WS-MEASURES
                   ADD WS-ON-TIME-PCT TO WS-MEASURE-TOTAL
               END-IF
               IF WS-VC-QTY-ORDERED(WS-VENDOR-SUB) > ZERO
                   ADD 1 TO WS-MEASURES
                   ADD WS-FILL-PCT TO WS-MEASURE-TOTAL
               END-IF
      * A vendor with nothing promised and nothing ordered in the
      * quarter starts from a clean 100 and loses only on price.
               IF WS-MEASURES = ZERO
                   MOVE 100 TO WS-VC-SCORE(WS-VENDOR-SUB)
               ELSE
                   COMPUTE WS-VC-SCORE(WS-VENDOR-SUB) ROUNDED =
                       WS-MEASURE-TOTAL / WS-MEASURES
               END-IF
               IF WS-PRICE-PCT > ZERO
                   SUBTRACT WS-PRICE-PCT
                       FROM WS-VC-SCORE(WS-VENDOR-SUB)
               END-IF
           END-PERFORM.
       310-WORK-OUT-MEASURES.
           MOVE ZERO TO WS-AVG-LEAD.
           MOVE ZERO TO WS-ON-TIME-PCT.
           MOVE ZERO TO WS-FILL-PCT.
           MOVE ZERO TO WS-PRICE-PCT.
           IF WS-VC-LEAD-COUNT(WS-VENDOR-SUB) > ZERO
               COMPUTE WS-AVG-LEAD ROUNDED =
                   WS-VC-LEAD-TOTAL(WS-VENDOR-SUB)
                   / WS-VC-LEAD-COUNT(WS-VENDOR-SUB)
           END-IF.
           IF WS-VC-PROMISED(WS-VENDOR-SUB) > ZERO
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-VC-ON-TIME(WS-VENDOR-SUB) * 100
                   / WS-VC-PROMISED(WS-VENDOR-SUB)
           END-IF.
           IF WS-VC-QTY-ORDERED(WS-VENDOR-SUB) > ZERO
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-VC-QTY-FILLED(WS-VENDOR-SUB) * 100
                   / WS-VC-QTY-ORDERED(WS-VENDOR-SUB)
           END-IF.
           IF WS-VC-BOOK-VALUE(WS-VENDOR-SUB) > ZERO
               COMPUTE WS-PRICE-PCT ROUNDED =
                   (WS-VC-PAID-VALUE(WS-VENDOR-SUB)
                    - WS-VC-BOOK-VALUE(WS-VENDOR-SUB)) * 100
                   / WS-VC-BOOK-VALUE(WS-VENDOR-SUB)
           END-IF.
       400-RELEASE-VENDORS.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               IF WS-VC-RECEIPTS(WS-VENDOR-SUB) > ZERO
                   OR WS-VC-LINES-ORDERED(WS-VENDOR-SUB) > ZERO
                   MOVE WS-VC-SCORE(WS-VENDOR-SUB) TO SORT-SCORE
                   MOVE WS-VC-BACK-ORDERS(WS-VENDOR-SUB)
                       TO SORT-BACK-ORDERS
                   MOVE WS-VC-CODE(WS-VENDOR-SUB) TO SORT-VENDOR-CODE
                   MOVE WS-VENDOR-SUB TO SORT-VENDOR-SUB
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.
       500-WRITE-RANKED-VENDORS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 510-WRITE-ONE-VENDOR
               END-RETURN
           END-PERFORM.
       510-WRITE-ONE-VENDOR.
           MOVE SORT-VENDOR-SUB TO WS-VENDOR-SUB.
           ADD 1 TO WS-RANK.
           PERFORM 310-WORK-OUT-MEASURES.
           MOVE WS-RANK TO DL-RANK.
           MOVE WS-VC-CODE(WS-VENDOR-SUB) TO DL-VENDOR-CODE.
           MOVE WS-VC-NAME(WS-VENDOR-SUB) TO DL-VENDOR-NAME.
           MOVE WS-VC-RECEIPTS(WS-VENDOR-SUB) TO DL-RECEIPTS.
           IF WS-VC-LEAD-COUNT(WS-VENDOR-SUB) > ZERO
               MOVE WS-AVG-LEAD TO DL-AVG-LEAD
           ELSE
               MOVE "   N/A" TO DL-AVG-LEAD-X
           END-IF.
           IF WS-VC-PROMISED(WS-VENDOR-SUB) > ZERO
               MOVE WS-ON-TIME-PCT TO DL-ON-TIME
           ELSE
               MOVE "  N/A" TO DL-ON-TIME-X
           END-IF.
           IF WS-VC-QTY-ORDERED(WS-VENDOR-SUB) > ZERO
               MOVE WS-FILL-PCT TO DL-FILL
           ELSE
               MOVE "  N/A" TO DL-FILL-X
           END-IF.
           MOVE WS-VC-BACK-ORDERS(WS-VENDOR-SUB) TO DL-BACK-ORDERS.
           MOVE WS-VC-PRICE-CHANGES(WS-VENDOR-SUB) TO DL-PRICE-CHANGES.
           MOVE WS-PRICE-PCT TO DL-PRICE-PCT.
           MOVE WS-VC-SCORE(WS-VENDOR-SUB) TO DL-SCORE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 600-WRITE-EXTRACT-LINE.
      * One comma-delimited row per ranked vendor, numbers written
      * without their leading blanks, the name in quotes (vendor
      * names carry commas) and a measure that does not apply left
      * empty, so a spreadsheet reads the file as is.
       600-WRITE-EXTRACT-LINE.
           MOVE SPACES TO SCORECARD-EXTRACT-LINE.
           MOVE 1 TO WS-CSV-POINTER.
           MOVE WS-RANK TO WS-CSV-COUNT.
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD.
           PERFORM 610-APPEND-CSV-FIELD.
           MOVE WS-VC-CODE(WS-VENDOR-SUB) TO WS-CSV-FIELD.
           PERFORM 610-APPEND-CSV-FIELD.
           MOVE WS-VC-NAME(WS-VENDOR-SUB) TO WS-CSV-NAME.
           INSPECT WS-CSV-NAME REPLACING ALL '"' BY "'".
           MOVE 20 TO WS-CSV-NAME-LENGTH.
           PERFORM UNTIL WS-CSV-NAME-LENGTH = 1
                   OR WS-CSV-NAME(WS-CSV-NAME-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CSV-NAME-LENGTH
           END-PERFORM.
           STRING '"' DELIMITED BY SIZE
               WS-CSV-NAME(1:WS-CSV-NAME-LENGTH) DELIMITED BY SIZE
               '",' DELIMITED BY SIZE
               INTO SCORECARD-EXTRACT-LINE
               WITH POINTER WS-CSV-POINTER.
           MOVE WS-QUARTER-INPUT TO WS-CSV-FIELD.
           PERFORM 610-APPEND-CSV-FIELD.
           MOVE WS-VC-RECEIPTS(WS-VENDOR-SUB) TO WS-CSV-COUNT.
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD.
           PERFORM 610-APPEND-CSV-FIELD.
           MOVE SPACES TO WS-CSV-FIELD.
           IF WS-VC-LEAD-COUNT(WS-VENDOR-SUB) > ZERO
               MOVE WS-AVG-LEAD TO WS-CSV-NUMBER
               MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
           END-IF.
           PERFORM 610-APPEND-CSV-FIELD.
           MOVE SPACES TO WS-CSV-FIELD.
           IF WS-VC-PROMISED(WS-VENDOR-SUB) > ZERO
               MOVE WS-ON-TIME-PCT TO WS-CSV-NUMBER
               MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
           END-IF.
           PERFORM 610-APPEND-CSV-FIELD.
           MOVE SPACES TO WS-CSV-FIELD.
           IF WS-VC-QTY-ORDERED(WS-VENDOR-SUB) > ZERO
               MOVE WS-FILL-PCT TO WS-CSV-NUMBER
               MOVE WS-CSV-NUMBER TO WS-CSV-FIELD
           END-IF.
           PERFORM 610-APPEND-CSV-FIELD.
           MOVE WS-VC-BACK-ORDERS(WS-VENDOR-SUB) TO WS-CSV-COUNT.
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD.
           PERFORM 610-APPEND-CSV-FIELD.
           MOVE WS-VC-PRICE-CHANGES(WS-VENDOR-SUB) TO WS-CSV-COUNT.
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD.
           PERFORM 610-APPEND-CSV-FIELD.
           MOVE WS-PRICE-PCT TO WS-CSV-NUMBER.
           MOVE WS-CSV-NUMBER TO WS-CSV-FIELD.
           PERFORM 610-APPEND-CSV-FIELD.
           MOVE WS-VC-SCORE(WS-VENDOR-SUB) TO WS-CSV-NUMBER.
           MOVE WS-CSV-NUMBER TO WS-CSV-FIELD.
           MOVE ZERO TO WS-CSV-LEADING.
           INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEADING
               FOR LEADING SPACES.
           STRING WS-CSV-FIELD(WS-CSV-LEADING + 1:)
               DELIMITED BY SPACE
               INTO SCORECARD-EXTRACT-LINE
               WITH POINTER WS-CSV-POINTER.
           WRITE SCORECARD-EXTRACT-LINE.
       610-APPEND-CSV-FIELD.
           IF WS-CSV-FIELD NOT = SPACES
               MOVE ZERO TO WS-CSV-LEADING
               INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEADING
                   FOR LEADING SPACES
               STRING WS-CSV-FIELD(WS-CSV-LEADING + 1:)
                   DELIMITED BY SPACE
                   INTO SCORECARD-EXTRACT-LINE
                   WITH POINTER WS-CSV-POINTER
           END-IF.
           STRING "," DELIMITED BY SIZE
               INTO SCORECARD-EXTRACT-LINE
               WITH POINTER WS-CSV-POINTER.

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

       END PROGRAM VENDOR-SCORECARD-REPORT.
