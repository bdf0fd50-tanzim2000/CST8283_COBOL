      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Vendor invoice three-way match - every line on
      *          vendorinvoices.txt (keyed by VENDOR-INVOICE-ENTRY)
      *          not yet released is matched against its
      *          purchaseorders.txt line (PO-QTY-ORDERED and the
      *          PO-QTY-RECEIVED that PO-RECEIVING has checked in,
      *          less what earlier invoices already billed against
      *          the line) and against the item's UNIT-COST-INDEXED
      *          on FILE2.TXT. Lines inside the quantity and price
      *          tolerances are released on apextract.txt for
      *          accounts payable ("01" lines and a "99" trailer
      *          with the count and total, the same record-type
      *          style as STUDENT-REFUND-EXTRACT); the rest are held
      *          on invoicedisputes.txt with the reason and matched
      *          again next run. An invoice line that turns up on
      *          the file twice is never released a second time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE
           ASSIGN "../vendorinvoices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VI-FILE-STATUS.
           SELECT PURCHASE-ORDER-FILE
           ASSIGN "../purchaseorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '../FILE2.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INVENTORY-ID-INDEXED
           ALTERNATE KEY IS VENDOR-NAME-INDEXED
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.
           SELECT AP-EXTRACT-FILE
           ASSIGN "../apextract.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-FILE-STATUS.
           SELECT DISPUTE-REPORT-FILE
           ASSIGN "../invoicedisputes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-INVOICE-FILE.
           COPY "VENDOR-INVOICE-RECORD.CPY".
       FD PURCHASE-ORDER-FILE.
           COPY "PURCHASE-ORDER-RECORD.CPY".
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       FD AP-EXTRACT-FILE.
       01 AP-EXTRACT-RECORD.
           05 AP-RECORD-TYPE     PIC X(2).
           05 AP-VENDOR-CODE     PIC X(6).
           05 AP-INVOICE-NUMBER  PIC X(12).
           05 AP-LINE-NUMBER     PIC 9(3).
           05 AP-INVOICE-DATE    PIC 9(8).
           05 AP-PO-NUMBER       PIC 9(6).
           05 AP-PO-LINE         PIC 9(3).
           05 AP-QUANTITY        PIC 9(5).
           05 AP-UNIT-PRICE      PIC 9(5)V99.
           05 AP-AMOUNT          PIC 9(9)V99.
           05 AP-RUN-DATE        PIC 9(8).
       01 AP-TRAILER-RECORD REDEFINES AP-EXTRACT-RECORD.
           05 AT-RECORD-TYPE     PIC X(2).
           05 AT-RECORD-COUNT    PIC 9(7).
           05 AT-TOTAL-AMOUNT    PIC 9(11)V99.
           05 FILLER             PIC X(41).
           05 AT-RUN-DATE        PIC 9(8).
       FD DISPUTE-REPORT-FILE.
       01 REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-SPOOL-REPORT PIC X(30).
       01 WS-SPOOL-PROGRAM PIC X(30) VALUE "INVOICE-MATCH-RUN".
       01 STATUS-FIELD PIC XX.
       01 WS-VI-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-AP-FILE-STATUS PIC XX.
       01 WS-DR-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TOLERANCE-INPUT PIC X(5).
       01 WS-PRICE-TOLERANCE PIC 9(2).
       01 WS-QTY-TOLERANCE PIC 9(5).
       01 WS-INVOICE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-INVOICE-TABLE.
           05 WS-INVOICE-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-INVOICE-COUNT.
               10 WS-IT-RECORD PIC X(70).
       01 WS-INVOICE-SUB PIC 9(4).
       01 WS-EARLIER-SUB PIC 9(4).
       01 WS-ORDER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORDER-COUNT.
               10 WS-OT-RECORD PIC X(69).
       01 WS-ORDER-SUB PIC 9(3).
       01 WS-ORDER-FOUND-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
      * The line under match, kept apart from the FD record so the
      * earlier-line scans can use VENDOR-INVOICE-RECORD freely.
       01 WS-THIS-LINE.
           05 WS-TL-VENDOR-CODE    PIC X(6).
           05 WS-TL-INVOICE-NUMBER PIC X(12).
           05 WS-TL-LINE-NUMBER    PIC 9(3).
           05 WS-TL-PO-NUMBER      PIC 9(6).
           05 WS-TL-PO-LINE        PIC 9(3).
       01 WS-HOLD-REASON PIC X.
           88 WS-LINE-MATCHED VALUE SPACE.
       01 WS-BOOK-COST PIC 9(5)V99.
       01 WS-QTY-RECEIVED PIC 9(5).
       01 WS-ALREADY-BILLED PIC 9(7).
       01 WS-BILLED-TO-DATE PIC 9(7).
       01 WS-PRICE-VARIANCE PIC 9(5)V99.
       01 WS-PRICE-ALLOWED PIC 9(5)V9(4).
       01 WS-LINE-AMOUNT PIC 9(9)V99.
       01 WS-REASON-TEXT PIC X(23).
       01 WS-LINES-MATCHED PIC 9(4) VALUE ZERO.
       01 WS-LINES-RELEASED PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-LINES-HELD PIC 9(4) VALUE ZERO.
       01 WS-HELD-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-HEADING-1.
           05 FILLER          PIC X(40) VALUE
               "VENDOR INVOICE DISPUTES - HELD FROM A/P".
           05 FILLER          PIC X(8) VALUE " RUN ON ".
           05 H1-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(17) VALUE
               "   PRICE TOL PCT ".
           05 H1-PRICE-TOL    PIC Z9.
           05 FILLER          PIC X(16) VALUE
               "   QTY TOL UNITS".
           05 H1-QTY-TOL      PIC ZZZZ9.
       01 WS-HEADING-2.
           05 FILLER          PIC X(47) VALUE
               "VENDOR INVOICE      LINE PO     LINE ITEM      ".
           05 FILLER          PIC X(26) VALUE
               "BILLED  RECVD      PRICE  ".
           05 FILLER          PIC X(46) VALUE
               "BOOK COST       AMOUNT  REASON".
       01 WS-DETAIL-LINE.
           05 DL-VENDOR-CODE   PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-INVOICE       PIC X(12).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-LINE-NUMBER   PIC 9(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-PO-NUMBER     PIC 9(6).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-PO-LINE       PIC 9(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-ITEM          PIC X(9).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-QTY-BILLED    PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-QTY-RECEIVED  PIC ZZZZ9.
           05 DL-QTY-RECEIVED-X REDEFINES DL-QTY-RECEIVED PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-PRICE         PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-BOOK-COST     PIC ZZ,ZZ9.99.
           05 DL-BOOK-COST-X REDEFINES DL-BOOK-COST PIC X(9).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-REASON        PIC X(23).
       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(12) VALUE "LINES HELD: ".
           05 TL-LINES-HELD   PIC ZZZ9.
           05 FILLER          PIC X(63) VALUE SPACES.
           05 TL-HELD-TOTAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NOTHING-LINE PIC X(120).
       01 WS-AMOUNT-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "PRICETOL" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:5) TO WS-TOLERANCE-INPUT
           ELSE
               DISPLAY "PRICE TOLERANCE IN WHOLE PERCENT (e.g. 2)?"
               ACCEPT WS-TOLERANCE-INPUT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-TOLERANCE-INPUT) NOT = ZERO
               OR FUNCTION NUMVAL(WS-TOLERANCE-INPUT) > 99
               DISPLAY "PRICE TOLERANCE MUST BE 0-99 - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-PRICE-TOLERANCE =
               FUNCTION NUMVAL(WS-TOLERANCE-INPUT).
           MOVE "QTYTOL" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:5) TO WS-TOLERANCE-INPUT
           ELSE
               DISPLAY "QUANTITY TOLERANCE IN UNITS (e.g. 0)?"
               ACCEPT WS-TOLERANCE-INPUT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-TOLERANCE-INPUT) NOT = ZERO
               OR FUNCTION NUMVAL(WS-TOLERANCE-INPUT) > 99999
               DISPLAY "QUANTITY TOLERANCE MUST BE 0-99999 - RUN "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-QTY-TOLERANCE =
               FUNCTION NUMVAL(WS-TOLERANCE-INPUT).
           PERFORM 100-LOAD-INVOICE-TABLE.
           PERFORM 110-LOAD-ORDER-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "INVOICE OR PO FILE HAS MORE RECORDS THAN THIS"
               DISPLAY "RUN CAN HOLD - NOTHING MATCHED AND THE FILES"
               DISPLAY "WERE NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT INDEXED-INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "ERROR OPENING INDEXED-INVENT-FILE - STATUS "
                   STATUS-FIELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AP-EXTRACT-FILE.
           IF WS-AP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AP-EXTRACT-FILE - STATUS "
                   WS-AP-FILE-STATUS
               CLOSE INDEXED-INVENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DISPUTE-REPORT-FILE.
           IF WS-DR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DISPUTE-REPORT-FILE - STATUS "
                   WS-DR-FILE-STATUS
               CLOSE INDEXED-INVENT-FILE
               CLOSE AP-EXTRACT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-PRICE-TOLERANCE TO H1-PRICE-TOL.
           MOVE WS-QTY-TOLERANCE TO H1-QTY-TOL.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT
               MOVE WS-IT-RECORD(WS-INVOICE-SUB)
                   TO VENDOR-INVOICE-RECORD
               IF VI-ENTERED OR VI-HELD
                   PERFORM 200-MATCH-ONE-LINE
               END-IF
           END-PERFORM.
           PERFORM 500-WRITE-AP-TRAILER.
           IF WS-LINES-HELD = ZERO
               MOVE "  NO LINES HELD" TO WS-NOTHING-LINE
               MOVE WS-NOTHING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LINES-HELD TO TL-LINES-HELD.
           MOVE WS-HELD-TOTAL TO TL-HELD-TOTAL.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE INDEXED-INVENT-FILE.
           CLOSE AP-EXTRACT-FILE.
           CLOSE DISPUTE-REPORT-FILE.
           MOVE "invoicedisputes.txt" TO WS-SPOOL-REPORT.
           CALL "REPORT-SPOOL-CAPTURE" USING WS-SPOOL-REPORT
               WS-SPOOL-PROGRAM.
           IF WS-LINES-MATCHED > ZERO
               PERFORM 700-REWRITE-INVOICE-FILE
           END-IF.
           DISPLAY "LINES MATCHED:  " WS-LINES-MATCHED.
           DISPLAY "LINES RELEASED: " WS-LINES-RELEASED.
           MOVE WS-RELEASED-TOTAL TO WS-AMOUNT-OUT.
           DISPLAY "RELEASED TOTAL: " WS-AMOUNT-OUT.
           DISPLAY "LINES HELD:     " WS-LINES-HELD.
           MOVE WS-HELD-TOTAL TO WS-AMOUNT-OUT.
           DISPLAY "HELD TOTAL:     " WS-AMOUNT-OUT.
           IF WS-LINES-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       100-LOAD-INVOICE-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDOR-INVOICE-FILE.
           IF WS-VI-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VENDOR-INVOICE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-INVOICE-COUNT < 3000
                           ADD 1 TO WS-INVOICE-COUNT
                           MOVE VENDOR-INVOICE-RECORD
                               TO WS-IT-RECORD(WS-INVOICE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VI-FILE-STATUS = "00" OR "10"
               CLOSE VENDOR-INVOICE-FILE
           END-IF.
       110-LOAD-ORDER-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WS-PO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PURCHASE-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ORDER-COUNT < 500
                           ADD 1 TO WS-ORDER-COUNT
                           MOVE PURCHASE-ORDER-RECORD
                               TO WS-OT-RECORD(WS-ORDER-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PO-FILE-STATUS = "00" OR "10"
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
      * The checks run in order and the first one failed is the
      * reason the line is held: the PO line, its vendor, the same
      * invoice line earlier on the file, quantity, then price.
       200-MATCH-ONE-LINE.
           ADD 1 TO WS-LINES-MATCHED.
           MOVE VI-VENDOR-CODE TO WS-TL-VENDOR-CODE.
           MOVE VI-INVOICE-NUMBER TO WS-TL-INVOICE-NUMBER.
           MOVE VI-LINE-NUMBER TO WS-TL-LINE-NUMBER.
           MOVE VI-PO-NUMBER TO WS-TL-PO-NUMBER.
           MOVE VI-PO-LINE TO WS-TL-PO-LINE.
           MOVE SPACE TO WS-HOLD-REASON.
           MOVE ZERO TO WS-BOOK-COST WS-QTY-RECEIVED.
           PERFORM 210-FIND-PO-LINE.
           IF WS-ORDER-FOUND-SUB = ZERO
               MOVE SPACES TO PO-INVENTORY-ID
               MOVE 'N' TO WS-HOLD-REASON
           ELSE
               MOVE PO-QTY-RECEIVED TO WS-QTY-RECEIVED
               IF PO-VENDOR-CODE NOT = WS-TL-VENDOR-CODE
                   MOVE 'V' TO WS-HOLD-REASON
               ELSE
                   PERFORM 220-CHECK-EARLIER-LINES
               END-IF
           END-IF.
           IF WS-LINE-MATCHED
               PERFORM 230-CHECK-QUANTITY
           END-IF.
           IF WS-LINE-MATCHED OR WS-HOLD-REASON = 'Q'
               OR WS-HOLD-REASON = 'O'
               PERFORM 240-CHECK-PRICE
           END-IF.
           MOVE WS-IT-RECORD(WS-INVOICE-SUB) TO VENDOR-INVOICE-RECORD.
           COMPUTE WS-LINE-AMOUNT = VI-QTY-BILLED * VI-UNIT-PRICE.
           MOVE WS-RUN-DATE TO VI-MATCH-DATE.
           IF WS-LINE-MATCHED
               MOVE 'R' TO VI-STATUS
               MOVE SPACE TO VI-HOLD-REASON
               PERFORM 300-WRITE-AP-LINE
           ELSE
               MOVE 'H' TO VI-STATUS
               MOVE WS-HOLD-REASON TO VI-HOLD-REASON
               PERFORM 400-WRITE-DISPUTE-LINE
           END-IF.
           MOVE VENDOR-INVOICE-RECORD TO WS-IT-RECORD(WS-INVOICE-SUB).
       210-FIND-PO-LINE.
           MOVE ZERO TO WS-ORDER-FOUND-SUB.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               MOVE WS-OT-RECORD(WS-ORDER-SUB)
                   TO PURCHASE-ORDER-RECORD
               IF PO-NUMBER = WS-TL-PO-NUMBER
                   AND PO-LINE-NUMBER = WS-TL-PO-LINE
                   MOVE WS-ORDER-SUB TO WS-ORDER-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-ORDER-FOUND-SUB > ZERO
               MOVE WS-OT-RECORD(WS-ORDER-FOUND-SUB)
                   TO PURCHASE-ORDER-RECORD
           END-IF.
      * Adds up what released lines have already billed against the
      * PO line, and holds the line when the same vendor invoice
      * line sits earlier on the file.
       220-CHECK-EARLIER-LINES.
           MOVE ZERO TO WS-ALREADY-BILLED.
           PERFORM VARYING WS-EARLIER-SUB FROM 1 BY 1
                   UNTIL WS-EARLIER-SUB > WS-INVOICE-COUNT
               MOVE WS-IT-RECORD(WS-EARLIER-SUB)
                   TO VENDOR-INVOICE-RECORD
               IF WS-EARLIER-SUB NOT = WS-INVOICE-SUB
                   IF VI-RELEASED
                       AND VI-PO-NUMBER = WS-TL-PO-NUMBER
                       AND VI-PO-LINE = WS-TL-PO-LINE
                       ADD VI-QTY-BILLED TO WS-ALREADY-BILLED
                   END-IF
                   IF WS-EARLIER-SUB < WS-INVOICE-SUB
                       AND VI-VENDOR-CODE = WS-TL-VENDOR-CODE
                       AND VI-INVOICE-NUMBER = WS-TL-INVOICE-NUMBER
                       AND VI-LINE-NUMBER = WS-TL-LINE-NUMBER
                       MOVE 'D' TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-PERFORM.
       230-CHECK-QUANTITY.
           MOVE WS-IT-RECORD(WS-INVOICE-SUB) TO VENDOR-INVOICE-RECORD.
           COMPUTE WS-BILLED-TO-DATE =
               WS-ALREADY-BILLED + VI-QTY-BILLED.
           IF WS-BILLED-TO-DATE > PO-QTY-ORDERED + WS-QTY-TOLERANCE
               MOVE 'O' TO WS-HOLD-REASON
           ELSE
               IF WS-BILLED-TO-DATE
                       > PO-QTY-RECEIVED + WS-QTY-TOLERANCE
                   MOVE 'Q' TO WS-HOLD-REASON
               END-IF
           END-IF.
      * The book cost is still looked up for a line already held on
      * quantity, so the disputes report shows both sides.
       240-CHECK-PRICE.
           MOVE PO-INVENTORY-ID TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BOOK-COST
               NOT INVALID KEY
                   MOVE UNIT-COST-INDEXED TO WS-BOOK-COST
           END-READ.
           IF WS-LINE-MATCHED
               MOVE WS-IT-RECORD(WS-INVOICE-SUB)
                   TO VENDOR-INVOICE-RECORD
               IF WS-BOOK-COST = ZERO
                   MOVE 'C' TO WS-HOLD-REASON
               ELSE
                   IF VI-UNIT-PRICE > WS-BOOK-COST
                       COMPUTE WS-PRICE-VARIANCE =
                           VI-UNIT-PRICE - WS-BOOK-COST
                   ELSE
                       COMPUTE WS-PRICE-VARIANCE =
                           WS-BOOK-COST - VI-UNIT-PRICE
                   END-IF
                   COMPUTE WS-PRICE-ALLOWED =
                       WS-BOOK-COST * WS-PRICE-TOLERANCE / 100
                   IF WS-PRICE-VARIANCE > WS-PRICE-ALLOWED
                       MOVE 'P' TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.
       300-WRITE-AP-LINE.
           MOVE SPACES TO AP-EXTRACT-RECORD.
           MOVE "01" TO AP-RECORD-TYPE.
           MOVE VI-VENDOR-CODE TO AP-VENDOR-CODE.
           MOVE VI-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
           MOVE VI-LINE-NUMBER TO AP-LINE-NUMBER.
           MOVE VI-INVOICE-DATE TO AP-INVOICE-DATE.
           MOVE VI-PO-NUMBER TO AP-PO-NUMBER.
           MOVE VI-PO-LINE TO AP-PO-LINE.
           MOVE VI-QTY-BILLED TO AP-QUANTITY.
           MOVE VI-UNIT-PRICE TO AP-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT TO AP-AMOUNT.
           MOVE WS-RUN-DATE TO AP-RUN-DATE.
           WRITE AP-EXTRACT-RECORD.
           ADD 1 TO WS-LINES-RELEASED.
           ADD WS-LINE-AMOUNT TO WS-RELEASED-TOTAL.
       400-WRITE-DISPUTE-LINE.
           MOVE VI-VENDOR-CODE TO DL-VENDOR-CODE.
           MOVE VI-INVOICE-NUMBER TO DL-INVOICE.
           MOVE VI-LINE-NUMBER TO DL-LINE-NUMBER.
           MOVE VI-PO-NUMBER TO DL-PO-NUMBER.
           MOVE VI-PO-LINE TO DL-PO-LINE.
           MOVE PO-INVENTORY-ID TO DL-ITEM.
           MOVE VI-QTY-BILLED TO DL-QTY-BILLED.
           IF WS-ORDER-FOUND-SUB = ZERO
               MOVE SPACES TO DL-QTY-RECEIVED-X
           ELSE
               MOVE WS-QTY-RECEIVED TO DL-QTY-RECEIVED
           END-IF.
           MOVE VI-UNIT-PRICE TO DL-PRICE.
           IF WS-BOOK-COST = ZERO
               MOVE SPACES TO DL-BOOK-COST-X
           ELSE
               MOVE WS-BOOK-COST TO DL-BOOK-COST
           END-IF.
           MOVE WS-LINE-AMOUNT TO DL-AMOUNT.
           EVALUATE WS-HOLD-REASON
               WHEN 'N' MOVE "NO SUCH PO LINE" TO WS-REASON-TEXT
               WHEN 'V' MOVE "PO IS ANOTHER VENDOR'S" TO WS-REASON-TEXT
               WHEN 'D' MOVE "DUPLICATE INVOICE LINE" TO WS-REASON-TEXT
               WHEN 'O' MOVE "BILLED OVER ORDERED" TO WS-REASON-TEXT
               WHEN 'Q' MOVE "BILLED OVER RECEIVED" TO WS-REASON-TEXT
               WHEN 'C' MOVE "NO BOOK COST TO CHECK" TO WS-REASON-TEXT
               WHEN 'P' MOVE "PRICE OUTSIDE TOLERANCE"
                   TO WS-REASON-TEXT
           END-EVALUATE.
           MOVE WS-REASON-TEXT TO DL-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINES-HELD.
           ADD WS-LINE-AMOUNT TO WS-HELD-TOTAL.
       500-WRITE-AP-TRAILER.
           MOVE SPACES TO AP-TRAILER-RECORD.
           MOVE "99" TO AT-RECORD-TYPE.
           MOVE WS-LINES-RELEASED TO AT-RECORD-COUNT.
           MOVE WS-RELEASED-TOTAL TO AT-TOTAL-AMOUNT.
           MOVE WS-RUN-DATE TO AT-RUN-DATE.
           WRITE AP-TRAILER-RECORD.
       700-REWRITE-INVOICE-FILE.
           OPEN OUTPUT VENDOR-INVOICE-FILE.
           IF WS-VI-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING VENDOR-INVOICE-FILE - STATUS "
                   WS-VI-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT
               MOVE WS-IT-RECORD(WS-INVOICE-SUB)
                   TO VENDOR-INVOICE-RECORD
               WRITE VENDOR-INVOICE-RECORD
           END-PERFORM.
           CLOSE VENDOR-INVOICE-FILE.

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

       END PROGRAM INVOICE-MATCH-RUN.
