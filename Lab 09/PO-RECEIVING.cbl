      *          A receipt that covers the ordered balance closes
      *          the line; a partial receipt or short-shipment
      *          leaves it open for the rest. The PO file rewrites
      *          once at session end. Every receipt is also logged
      *          to poreceipts.txt with the date it came in, the
      *          line's order and promised dates and the item's
      *          UNIT-COST-INDEXED before the receipt, as the
      *          receiving history VENDOR-SCORECARD-REPORT scores
      *          the suppliers from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../stockmovements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SM-FILE-STATUS.
           SELECT PO-RECEIPT-FILE
           ASSIGN "../poreceipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '../FILE2.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INVENTORY-ID-INDEXED
           ALTERNATE KEY IS VENDOR-NAME-INDEXED
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.
       DATA DIVISION.
       FILE SECTION.
       FD PURCHASE-ORDER-FILE.
           COPY "PURCHASE-ORDER-RECORD.CPY".
       FD STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT-RECORD.CPY".
       FD PO-RECEIPT-FILE.
           COPY "PO-RECEIPT-RECORD.CPY".
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-SM-FILE-STATUS PIC XX.
       01 WS-PR-FILE-STATUS PIC XX.
       01 WS-RECEIPT-DATE PIC 9(8).
       01 WS-EOF PIC X.
       01 WS-ORDER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORDER-COUNT.
               10 WS-OT-RECORD PIC X(69).
       01 WS-ORDER-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-QTY-RECEIVED PIC 9(5).
       01 WS-COST-INPUT PIC X(8).
       01 WS-UNIT-COST PIC 9(5)V99.
       01 WS-BOOK-COST PIC 9(5)V99.
       01 WS-BALANCE-DUE PIC S9(6).
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-RECEIPTS-TAKEN PIC 9(3) VALUE ZERO.
       01 WS-LINES-CLOSED PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RECEIPT-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-ORDER-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "PO FILE HAS MORE LINES THAN THIS SESSION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PO-RECEIPT-FILE.
           IF WS-PR-FILE-STATUS = "35"
               OPEN OUTPUT PO-RECEIPT-FILE
           END-IF.
           IF WS-PR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PO-RECEIPT-FILE - STATUS "
                   WS-PR-FILE-STATUS
               CLOSE STOCK-MOVEMENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "ERROR OPENING INDEXED-INVENT-FILE - STATUS "
                   STATUS-FIELD
               CLOSE STOCK-MOVEMENT-FILE
               CLOSE PO-RECEIPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-RECEIVE-ONE-LINE
               UNTIL WS-RECEIVE-MORE = 'N' OR WS-RECEIVE-MORE = 'n'.
           CLOSE STOCK-MOVEMENT-FILE.
           CLOSE PO-RECEIPT-FILE.
           CLOSE INDEXED-INVENT-FILE.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-ORDER-FILE
               DISPLAY "PURCHASE ORDER FILE REWRITTEN"
                   DISPLAY "UNIT COST (DOLLARS.CENTS, ZERO IF "
                       "UNKNOWN)?"
                   ACCEPT WS-COST-INPUT
                   IF FUNCTION TEST-NUMVAL(WS-COST-INPUT) = ZERO
                       COMPUTE WS-UNIT-COST =
                           FUNCTION NUMVAL(WS-COST-INPUT)
                   ELSE
                       MOVE ZERO TO WS-UNIT-COST
                   END-IF
               DISPLAY "PARTIAL RECEIPT - LINE STAYS OPEN FOR "
                   "THE BALANCE"
           END-IF.
           PERFORM 600-LOG-THE-RECEIPT.
           MOVE PURCHASE-ORDER-RECORD
               TO WS-OT-RECORD(WS-FOUND-SUB).
           MOVE 'Y' TO WS-CHANGES-MADE.
           ADD 1 TO WS-RECEIPTS-TAKEN.
      * The book cost is read before STOCK-MOVEMENT-BATCH folds this
      * receipt into the average, so the history shows the price the
      * vendor charged against the price the item stood at.
       600-LOG-THE-RECEIPT.
           MOVE PO-INVENTORY-ID TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BOOK-COST
               NOT INVALID KEY
                   IF UNIT-COST-INDEXED NUMERIC
                       MOVE UNIT-COST-INDEXED TO WS-BOOK-COST
                   ELSE
                       MOVE ZERO TO WS-BOOK-COST
                   END-IF
           END-READ.
           MOVE SPACES TO PO-RECEIPT-RECORD.
           MOVE PO-NUMBER TO PR-PO-NUMBER.
           MOVE PO-LINE-NUMBER TO PR-PO-LINE.
           MOVE PO-VENDOR-CODE TO PR-VENDOR-CODE.
           MOVE PO-INVENTORY-ID TO PR-INVENTORY-ID.
           MOVE PO-ORDER-DATE TO PR-ORDER-DATE.
           IF PO-PROMISED-DATE NUMERIC
               MOVE PO-PROMISED-DATE TO PR-PROMISED-DATE
           ELSE
               MOVE ZERO TO PR-PROMISED-DATE
           END-IF.
           MOVE WS-RECEIPT-DATE TO PR-RECEIPT-DATE.
           MOVE PO-QTY-ORDERED TO PR-QTY-ORDERED.
           MOVE WS-QTY-RECEIVED TO PR-QTY-RECEIVED.
           MOVE WS-UNIT-COST TO PR-UNIT-COST.
           MOVE WS-BOOK-COST TO PR-BOOK-COST.
           IF PO-STATUS = 'C'
               MOVE 'C' TO PR-LINE-STATUS
           ELSE
               MOVE 'B' TO PR-LINE-STATUS
           END-IF.
           WRITE PO-RECEIPT-RECORD.
       700-REWRITE-ORDER-FILE.
           OPEN OUTPUT PURCHASE-ORDER-FILE.
           IF WS-PO-FILE-STATUS NOT = "00"
