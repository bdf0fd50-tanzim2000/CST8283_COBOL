      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Vendor invoice entry - keys a supplier's invoice
      *          (vendor code from vendormaster.txt, invoice number
      *          and date) and its lines, each naming the
      *          purchaseorders.txt PO and line it bills with the
      *          quantity and unit price billed, onto
      *          vendorinvoices.txt for INVOICE-MATCH-RUN to match
      *          against the order, the receipts and the book cost.
      *          An invoice number already on file for the vendor is
      *          refused, so the same invoice can never be paid
      *          twice. The invoice is written only once all its
      *          lines are keyed and the clerk confirms it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-INVOICE-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE
           ASSIGN "../vendormaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VM-FILE-STATUS.
           SELECT PURCHASE-ORDER-FILE
           ASSIGN "../purchaseorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT VENDOR-INVOICE-FILE
           ASSIGN "../vendorinvoices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VI-FILE-STATUS.
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
       FD PURCHASE-ORDER-FILE.
           COPY "PURCHASE-ORDER-RECORD.CPY".
       FD VENDOR-INVOICE-FILE.
           COPY "VENDOR-INVOICE-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-VM-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-VI-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-VENDOR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-VENDOR-COUNT.
               10 WS-VM-CODE PIC X(6).
               10 WS-VM-NAME PIC X(20).
       01 WS-VENDOR-SUB PIC 9(3).
       01 WS-VENDOR-FOUND-SUB PIC 9(3).
       01 WS-ORDER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORDER-COUNT.
               10 WS-OT-RECORD PIC X(69).
       01 WS-ORDER-SUB PIC 9(3).
       01 WS-ORDER-FOUND-SUB PIC 9(3).
      * Invoices already on file, one entry per vendor and invoice
      * number, for the duplicate check.
       01 WS-ON-FILE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ON-FILE-TABLE.
           05 WS-ON-FILE-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-ON-FILE-COUNT.
               10 WS-OF-VENDOR-CODE    PIC X(6).
               10 WS-OF-INVOICE-NUMBER PIC X(12).
               10 WS-OF-INVOICE-DATE   PIC 9(8).
       01 WS-ON-FILE-SUB PIC 9(4).
       01 WS-ON-FILE-FOUND-SUB PIC 9(4).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
      * Lines of the invoice being keyed, written out together.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-LINE-COUNT.
               10 WS-LT-RECORD PIC X(70).
       01 WS-LINE-SUB PIC 9(3).
       01 WS-ENTRY-MORE PIC X VALUE 'Y'.
       01 WS-LINE-MORE PIC X.
       01 WS-SAVE-ANSWER PIC X.
       01 WS-VENDOR-INPUT PIC X(6).
       01 WS-INVOICE-INPUT PIC X(12).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-INVOICE-DATE PIC 9(8).
       01 WS-NUMBER-INPUT PIC X(6).
       01 WS-PO-LINE-INPUT PIC X(3).
       01 WS-QTY-INPUT PIC X(5).
       01 WS-PRICE-INPUT PIC X(9).
       01 WS-LINE-AMOUNT PIC 9(9)V99.
       01 WS-INVOICE-TOTAL PIC 9(9)V99.
       01 WS-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-INVOICES-SAVED PIC 9(3) VALUE ZERO.
       01 WS-LINES-SAVED PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-VENDOR-TABLE.
           PERFORM 110-LOAD-ORDER-TABLE.
           PERFORM 120-LOAD-INVOICES-ON-FILE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "PO OR INVOICE FILE HAS MORE RECORDS THAN"
               DISPLAY "THIS SESSION CAN HOLD - NOTHING ENTERED AND"
               DISPLAY "THE FILES WERE NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-VENDOR-COUNT = ZERO OR WS-ORDER-COUNT = ZERO
               DISPLAY "NO VENDORS OR PURCHASE ORDERS ON FILE"
               STOP RUN
           END-IF.
           PERFORM 200-ENTER-ONE-INVOICE
               UNTIL WS-ENTRY-MORE = 'N' OR WS-ENTRY-MORE = 'n'.
           DISPLAY "INVOICES SAVED: " WS-INVOICES-SAVED.
           DISPLAY "LINES SAVED:    " WS-LINES-SAVED.
           IF WS-INVOICES-SAVED > ZERO
               DISPLAY "RUN INVOICE-MATCH-RUN TO MATCH AND RELEASE "
                   "THEM"
           END-IF.
           STOP RUN.
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
                       IF WS-VENDOR-COUNT < 100
                           ADD 1 TO WS-VENDOR-COUNT
                           MOVE VM-VENDOR-CODE
                               TO WS-VM-CODE(WS-VENDOR-COUNT)
                           MOVE VM-VENDOR-NAME
                               TO WS-VM-NAME(WS-VENDOR-COUNT)
                       ELSE
                           DISPLAY 'VENDOR TABLE FULL - DROPPED: '
                               VM-VENDOR-CODE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VM-FILE-STATUS = "00" OR "10"
               CLOSE VENDOR-MASTER-FILE
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
       120-LOAD-INVOICES-ON-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VENDOR-INVOICE-FILE.
           IF WS-VI-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VENDOR-INVOICE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 125-NOTE-ONE-INVOICE
               END-READ
           END-PERFORM.
           IF WS-VI-FILE-STATUS = "00" OR "10"
               CLOSE VENDOR-INVOICE-FILE
           END-IF.
       125-NOTE-ONE-INVOICE.
           MOVE VI-VENDOR-CODE TO WS-VENDOR-INPUT.
           MOVE VI-INVOICE-NUMBER TO WS-INVOICE-INPUT.
           PERFORM 510-FIND-INVOICE-ON-FILE.
           IF WS-ON-FILE-FOUND-SUB = ZERO
               IF WS-ON-FILE-COUNT < 3000
                   ADD 1 TO WS-ON-FILE-COUNT
                   MOVE VI-VENDOR-CODE
                       TO WS-OF-VENDOR-CODE(WS-ON-FILE-COUNT)
                   MOVE VI-INVOICE-NUMBER
                       TO WS-OF-INVOICE-NUMBER(WS-ON-FILE-COUNT)
                   MOVE VI-INVOICE-DATE
                       TO WS-OF-INVOICE-DATE(WS-ON-FILE-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.
       200-ENTER-ONE-INVOICE.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-INVOICE-TOTAL.
           DISPLAY "VENDOR CODE (6 CHARACTERS)?".
           ACCEPT WS-VENDOR-INPUT.
           PERFORM 500-FIND-VENDOR.
           IF WS-VENDOR-FOUND-SUB = ZERO
               DISPLAY "NO VENDOR ON FILE FOR CODE " WS-VENDOR-INPUT
           ELSE
               DISPLAY "VENDOR: " WS-VM-NAME(WS-VENDOR-FOUND-SUB)
               DISPLAY "VENDOR INVOICE NUMBER?"
               ACCEPT WS-INVOICE-INPUT
               PERFORM 510-FIND-INVOICE-ON-FILE
               IF WS-INVOICE-INPUT = SPACES
                   DISPLAY "INVOICE NUMBER IS REQUIRED"
               ELSE
               IF WS-ON-FILE-FOUND-SUB > ZERO
                   DISPLAY "INVOICE " WS-INVOICE-INPUT
                       " IS ALREADY ON FILE FOR THIS VENDOR, DATED "
                       WS-OF-INVOICE-DATE(WS-ON-FILE-FOUND-SUB)
                   DISPLAY "NOT ENTERED - A VENDOR INVOICE IS ONLY "
                       "EVER PAID ONCE"
               ELSE
                   PERFORM 300-TAKE-INVOICE-DATE
                   IF WS-INVOICE-DATE > ZERO
                       MOVE 'Y' TO WS-LINE-MORE
                       PERFORM 400-TAKE-ONE-LINE
                           UNTIL WS-LINE-MORE = 'N'
                              OR WS-LINE-MORE = 'n'
                       PERFORM 600-SAVE-THE-INVOICE
                   END-IF
               END-IF
               END-IF
           END-IF.
           DISPLAY "ENTER ANOTHER INVOICE? [Y/N]".
           ACCEPT WS-ENTRY-MORE.
      * Blank takes today; an invoice cannot be dated ahead of the
      * day it is keyed. WS-INVOICE-DATE comes back zero when the
      * date is refused.
       300-TAKE-INVOICE-DATE.
           MOVE ZERO TO WS-INVOICE-DATE.
           DISPLAY "INVOICE DATE (YYYYMMDD, BLANK = TODAY)?".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-RUN-DATE TO WS-INVOICE-DATE
           ELSE
               IF WS-DATE-INPUT NOT NUMERIC
                   OR WS-DATE-INPUT(5:2) < "01"
                   OR WS-DATE-INPUT(5:2) > "12"
                   OR WS-DATE-INPUT(7:2) < "01"
                   OR WS-DATE-INPUT(7:2) > "31"
                   DISPLAY "DATE MUST BE NUMERIC YYYYMMDD - "
                       "NOT ENTERED"
               ELSE
                   IF WS-DATE-INPUT > WS-RUN-DATE
                       DISPLAY "INVOICE DATE IS IN THE FUTURE - "
                           "NOT ENTERED"
                   ELSE
                       MOVE WS-DATE-INPUT TO WS-INVOICE-DATE
                   END-IF
               END-IF
           END-IF.
       400-TAKE-ONE-LINE.
           DISPLAY "PO NUMBER (6 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           DISPLAY "PO LINE NUMBER (3 DIGITS)?".
           ACCEPT WS-PO-LINE-INPUT.
           PERFORM 520-FIND-PO-LINE.
           IF WS-ORDER-FOUND-SUB = ZERO
               DISPLAY "NO LINE " WS-PO-LINE-INPUT " ON PO "
                   WS-NUMBER-INPUT " - LINE NOT TAKEN"
           ELSE
           IF PO-VENDOR-CODE NOT = WS-VENDOR-INPUT
               DISPLAY "PO " WS-NUMBER-INPUT " WAS RAISED WITH VENDOR "
                   PO-VENDOR-CODE " - LINE NOT TAKEN"
           ELSE
           IF WS-LINE-COUNT NOT < 99
               DISPLAY "99 LINES IS THE MOST ONE INVOICE CAN CARRY"
           ELSE
               DISPLAY "ITEM " PO-INVENTORY-ID " - ORDERED "
                   PO-QTY-ORDERED " RECEIVED " PO-QTY-RECEIVED
               DISPLAY "QUANTITY BILLED?"
               ACCEPT WS-QTY-INPUT
               DISPLAY "UNIT PRICE BILLED (e.g. 12.50)?"
               ACCEPT WS-PRICE-INPUT
               IF WS-QTY-INPUT NOT NUMERIC
                   OR WS-QTY-INPUT = ZERO
                   DISPLAY "QUANTITY MUST BE NUMERIC AND ABOVE ZERO "
                       "- LINE NOT TAKEN"
               ELSE
               IF FUNCTION TEST-NUMVAL(WS-PRICE-INPUT) NOT = ZERO
                   DISPLAY "UNIT PRICE MUST BE A NUMBER - LINE NOT "
                       "TAKEN"
               ELSE
               IF FUNCTION NUMVAL(WS-PRICE-INPUT) NOT > ZERO
                   OR FUNCTION NUMVAL(WS-PRICE-INPUT) > 99999.99
                   DISPLAY "UNIT PRICE MUST BE ABOVE ZERO AND UNDER "
                       "100,000 - LINE NOT TAKEN"
               ELSE
                   PERFORM 410-ADD-THE-LINE
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY "ANOTHER LINE ON THIS INVOICE? [Y/N]".
           ACCEPT WS-LINE-MORE.
       410-ADD-THE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO VENDOR-INVOICE-RECORD.
           MOVE WS-VENDOR-INPUT TO VI-VENDOR-CODE.
           MOVE WS-INVOICE-INPUT TO VI-INVOICE-NUMBER.
           MOVE WS-LINE-COUNT TO VI-LINE-NUMBER.
           MOVE WS-INVOICE-DATE TO VI-INVOICE-DATE.
           MOVE PO-NUMBER TO VI-PO-NUMBER.
           MOVE PO-LINE-NUMBER TO VI-PO-LINE.
           MOVE WS-QTY-INPUT TO VI-QTY-BILLED.
           COMPUTE VI-UNIT-PRICE = FUNCTION NUMVAL(WS-PRICE-INPUT).
           MOVE 'E' TO VI-STATUS.
           MOVE SPACE TO VI-HOLD-REASON.
           MOVE ZERO TO VI-MATCH-DATE.
           MOVE VENDOR-INVOICE-RECORD TO WS-LT-RECORD(WS-LINE-COUNT).
           COMPUTE WS-LINE-AMOUNT = VI-QTY-BILLED * VI-UNIT-PRICE.
           ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-OUT.
           DISPLAY "LINE " VI-LINE-NUMBER " TAKEN - " WS-AMOUNT-OUT.
       500-FIND-VENDOR.
           MOVE ZERO TO WS-VENDOR-FOUND-SUB.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               IF WS-VM-CODE(WS-VENDOR-SUB) = WS-VENDOR-INPUT
                   MOVE WS-VENDOR-SUB TO WS-VENDOR-FOUND-SUB
               END-IF
           END-PERFORM.
       510-FIND-INVOICE-ON-FILE.
           MOVE ZERO TO WS-ON-FILE-FOUND-SUB.
           PERFORM VARYING WS-ON-FILE-SUB FROM 1 BY 1
                   UNTIL WS-ON-FILE-SUB > WS-ON-FILE-COUNT
               IF WS-OF-VENDOR-CODE(WS-ON-FILE-SUB) = WS-VENDOR-INPUT
                   AND WS-OF-INVOICE-NUMBER(WS-ON-FILE-SUB)
                       = WS-INVOICE-INPUT
                   MOVE WS-ON-FILE-SUB TO WS-ON-FILE-FOUND-SUB
               END-IF
           END-PERFORM.
       520-FIND-PO-LINE.
           MOVE ZERO TO WS-ORDER-FOUND-SUB.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               MOVE WS-OT-RECORD(WS-ORDER-SUB)
                   TO PURCHASE-ORDER-RECORD
               IF PO-NUMBER = WS-NUMBER-INPUT
                   AND PO-LINE-NUMBER = WS-PO-LINE-INPUT
                   MOVE WS-ORDER-SUB TO WS-ORDER-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-ORDER-FOUND-SUB > ZERO
               MOVE WS-OT-RECORD(WS-ORDER-FOUND-SUB)
                   TO PURCHASE-ORDER-RECORD
           END-IF.
       600-SAVE-THE-INVOICE.
           IF WS-LINE-COUNT = ZERO
               DISPLAY "NO LINES TAKEN - INVOICE NOT SAVED"
           ELSE
               MOVE WS-INVOICE-TOTAL TO WS-AMOUNT-OUT
               DISPLAY "INVOICE " WS-INVOICE-INPUT " - "
                   WS-LINE-COUNT " LINES TOTALLING " WS-AMOUNT-OUT
               DISPLAY "SAVE THIS INVOICE? [Y/N]"
               ACCEPT WS-SAVE-ANSWER
               IF WS-SAVE-ANSWER = 'Y' OR WS-SAVE-ANSWER = 'y'
                   PERFORM 610-APPEND-INVOICE-LINES
               ELSE
                   DISPLAY "INVOICE NOT SAVED"
               END-IF
           END-IF.
       610-APPEND-INVOICE-LINES.
           OPEN EXTEND VENDOR-INVOICE-FILE.
           IF WS-VI-FILE-STATUS = "35"
               OPEN OUTPUT VENDOR-INVOICE-FILE
           END-IF.
           IF WS-VI-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VENDOR-INVOICE-FILE - STATUS "
                   WS-VI-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               MOVE WS-LT-RECORD(WS-LINE-SUB) TO VENDOR-INVOICE-RECORD
               WRITE VENDOR-INVOICE-RECORD
           END-PERFORM.
           CLOSE VENDOR-INVOICE-FILE.
           ADD 1 TO WS-INVOICES-SAVED.
           ADD WS-LINE-COUNT TO WS-LINES-SAVED.
           IF WS-ON-FILE-COUNT < 3000
               ADD 1 TO WS-ON-FILE-COUNT
               MOVE WS-VENDOR-INPUT
                   TO WS-OF-VENDOR-CODE(WS-ON-FILE-COUNT)
               MOVE WS-INVOICE-INPUT
                   TO WS-OF-INVOICE-NUMBER(WS-ON-FILE-COUNT)
               MOVE WS-INVOICE-DATE
                   TO WS-OF-INVOICE-DATE(WS-ON-FILE-COUNT)
           END-IF.
           DISPLAY "INVOICE SAVED".

       END PROGRAM VENDOR-INVOICE-ENTRY.
