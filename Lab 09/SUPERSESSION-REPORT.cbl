      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Superseded item report - for every supersession on
      *          supersessions.txt in effect today, lists the old
      *          part numbers still holding QUANTITY-ON-HAND-INDEXED
      *          (with the stock value and the item now current at
      *          the end of the chain) so stores can issue or
      *          relabel it, and every open line on
      *          purchaseorders.txt still ordering a superseded part
      *          so purchasing can amend or cancel it, on
      *          supersededitems.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERSESSION-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPERSESSION-FILE
           ASSIGN "../supersessions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SS-FILE-STATUS.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '../FILE2.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INVENTORY-ID-INDEXED
           ALTERNATE KEY IS VENDOR-NAME-INDEXED
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.
           SELECT PURCHASE-ORDER-FILE
           ASSIGN "../purchaseorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT SUPERSEDED-REPORT-FILE
           ASSIGN "../supersededitems.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUPERSESSION-FILE.
           COPY "SUPERSESSION-RECORD.CPY".
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       FD PURCHASE-ORDER-FILE.
           COPY "PURCHASE-ORDER-RECORD.CPY".
       FD SUPERSEDED-REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-SPOOL-REPORT PIC X(30).
       01 WS-SPOOL-PROGRAM PIC X(30) VALUE "SUPERSESSION-REPORT".
       01 STATUS-FIELD PIC XX.
       01 WS-SS-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-SR-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SS-COUNT.
               10 WS-SS-OLD-ID    PIC X(9).
               10 WS-SS-NEW-ID    PIC X(9).
               10 WS-SS-EFFECTIVE PIC 9(8).
       01 WS-SS-SUB PIC 9(3).
       01 WS-ENTRY-SUB PIC 9(3).
       01 WS-SS-LOOKUP-ID PIC X(9).
       01 WS-SS-CURRENT-ID PIC X(9).
       01 WS-SS-SUPERSEDED PIC X.
       01 WS-CHAIN-HOPS PIC 9(2).
       01 WS-CHAIN-MOVED PIC X.
       01 WS-STOCK-VALUE PIC 9(9)V99.
       01 WS-QTY-OPEN PIC 9(5).
       01 WS-ITEMS-WITH-STOCK PIC 9(5) VALUE ZERO.
       01 WS-UNITS-ON-HAND PIC 9(7) VALUE ZERO.
       01 WS-VALUE-ON-HAND PIC 9(9)V99 VALUE ZERO.
       01 WS-OPEN-LINES PIC 9(5) VALUE ZERO.
       01 WS-UNITS-OPEN PIC 9(7) VALUE ZERO.
       01 WS-HEADING-1.
           05 FILLER          PIC X(30) VALUE
               "SUPERSEDED ITEM REPORT  RUN ON".
           05 FILLER          PIC X(1) VALUE SPACES.
           05 H1-RUN-DATE     PIC 9(8).
       01 WS-SECTION-1-TITLE PIC X(50) VALUE
           "SUPERSEDED ITEMS STILL HOLDING STOCK".
       01 WS-SECTION-1-HEADING.
           05 FILLER          PIC X(38) VALUE
               "OLD ID    DESCRIPTION          ON HAND".
           05 FILLER          PIC X(38) VALUE
               "     STOCK VALUE  CURRENT ID EFFECTIVE".
       01 WS-STOCK-LINE.
           05 SL-OLD-ID       PIC X(9).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 SL-DESCRIPTION  PIC X(20).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 SL-ON-HAND      PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-STOCK-VALUE  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-CURRENT-ID   PIC X(9).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-EFFECTIVE    PIC 9(8).
       01 WS-SECTION-2-TITLE PIC X(50) VALUE
           "OPEN PURCHASE ORDER LINES FOR SUPERSEDED PARTS".
       01 WS-SECTION-2-HEADING.
           05 FILLER          PIC X(33) VALUE
               "PO     LIN  VENDOR  OLD ID     OR".
           05 FILLER          PIC X(32) VALUE
               "DRD   OPEN  ORDERED   CURRENT ID".
       01 WS-PO-LINE.
           05 PL-PO-NUMBER    PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 PL-LINE-NUMBER  PIC 9(3).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-VENDOR-CODE  PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-OLD-ID       PIC X(9).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-QTY-ORDERED  PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-QTY-OPEN     PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-ORDER-DATE   PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-CURRENT-ID   PIC X(9).
       01 WS-NONE-LINE PIC X(100).
       01 WS-STOCK-TOTAL-LINE.
           05 FILLER          PIC X(29) VALUE
               "SUPERSEDED ITEMS WITH STOCK: ".
           05 TL-ITEMS        PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE "   UNITS: ".
           05 TL-UNITS        PIC ZZZZZZ9.
           05 FILLER          PIC X(10) VALUE "   VALUE: ".
           05 TL-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PO-TOTAL-LINE.
           05 FILLER          PIC X(29) VALUE
               "OPEN LINES ON OLD PARTS:     ".
           05 TL-LINES        PIC ZZZZ9.
           05 FILLER          PIC X(15) VALUE "   UNITS OPEN: ".
           05 TL-UNITS-OPEN   PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-SUPERSESSIONS.
           OPEN INPUT INDEXED-INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "ERROR OPENING INDEXED-INVENT-FILE - STATUS "
                   STATUS-FIELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SUPERSEDED-REPORT-FILE.
           IF WS-SR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUPERSEDED-REPORT-FILE - STATUS "
                   WS-SR-FILE-STATUS
               CLOSE INDEXED-INVENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-1-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-1-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-SS-COUNT
               PERFORM 200-LIST-OLD-STOCK
           END-PERFORM.
           IF WS-ITEMS-WITH-STOCK = ZERO
               MOVE "  NONE - NO STOCK LEFT ON A SUPERSEDED ID"
                   TO WS-NONE-LINE
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-2-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-2-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 300-LIST-OPEN-PO-LINES.
           IF WS-OPEN-LINES = ZERO
               MOVE "  NONE - NO OPEN LINE ORDERS A SUPERSEDED PART"
                   TO WS-NONE-LINE
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ITEMS-WITH-STOCK TO TL-ITEMS.
           MOVE WS-UNITS-ON-HAND TO TL-UNITS.
           MOVE WS-VALUE-ON-HAND TO TL-VALUE.
           MOVE WS-STOCK-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-LINES TO TL-LINES.
           MOVE WS-UNITS-OPEN TO TL-UNITS-OPEN.
           MOVE WS-PO-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE INDEXED-INVENT-FILE.
           CLOSE SUPERSEDED-REPORT-FILE.
           MOVE "supersededitems.txt" TO WS-SPOOL-REPORT.
           CALL "REPORT-SPOOL-CAPTURE" USING WS-SPOOL-REPORT
               WS-SPOOL-PROGRAM.
           DISPLAY "SUPERSESSIONS IN EFFECT:     " WS-SS-COUNT.
           DISPLAY "SUPERSEDED ITEMS WITH STOCK: " WS-ITEMS-WITH-STOCK.
           DISPLAY "OPEN LINES ON OLD PARTS:     " WS-OPEN-LINES.
           GOBACK.
      * Only supersessions in effect by today are loaded.
       100-LOAD-SUPERSESSIONS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SUPERSESSION-FILE.
           IF WS-SS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUPERSESSION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SS-EFFECTIVE-DATE NUMERIC
                           AND SS-EFFECTIVE-DATE NOT > WS-RUN-DATE
                           IF WS-SS-COUNT < 500
                               ADD 1 TO WS-SS-COUNT
                               MOVE SS-OLD-ID
                                   TO WS-SS-OLD-ID(WS-SS-COUNT)
                               MOVE SS-NEW-ID
                                   TO WS-SS-NEW-ID(WS-SS-COUNT)
                               MOVE SS-EFFECTIVE-DATE
                                   TO WS-SS-EFFECTIVE(WS-SS-COUNT)
                           ELSE
                               DISPLAY 'SUPERSESSION TABLE FULL - '
                                   'DROPPED: ' SS-OLD-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SS-FILE-STATUS = "00" OR "10"
               CLOSE SUPERSESSION-FILE
           END-IF.
       200-LIST-OLD-STOCK.
           MOVE WS-SS-OLD-ID(WS-ENTRY-SUB) TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   DISPLAY "SUPERSEDED ITEM " WS-SS-OLD-ID(WS-ENTRY-SUB)
                       " IS NOT ON THE INVENTORY FILE"
               NOT INVALID KEY
                   IF QUANTITY-ON-HAND-INDEXED > ZERO
                       PERFORM 210-WRITE-STOCK-LINE
                   END-IF
           END-READ.
       210-WRITE-STOCK-LINE.
           MOVE WS-SS-OLD-ID(WS-ENTRY-SUB) TO WS-SS-LOOKUP-ID.
           PERFORM 940-FIND-CURRENT-ITEM.
           IF UNIT-COST-INDEXED NUMERIC
               COMPUTE WS-STOCK-VALUE =
                   QUANTITY-ON-HAND-INDEXED * UNIT-COST-INDEXED
           ELSE
               MOVE ZERO TO WS-STOCK-VALUE
           END-IF.
           MOVE WS-SS-OLD-ID(WS-ENTRY-SUB) TO SL-OLD-ID.
           MOVE INVENTORY-DESCRIPTION-INDEXED TO SL-DESCRIPTION.
           MOVE QUANTITY-ON-HAND-INDEXED TO SL-ON-HAND.
           MOVE WS-STOCK-VALUE TO SL-STOCK-VALUE.
           MOVE WS-SS-CURRENT-ID TO SL-CURRENT-ID.
           MOVE WS-SS-EFFECTIVE(WS-ENTRY-SUB) TO SL-EFFECTIVE.
           MOVE WS-STOCK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ITEMS-WITH-STOCK.
           ADD QUANTITY-ON-HAND-INDEXED TO WS-UNITS-ON-HAND.
           ADD WS-STOCK-VALUE TO WS-VALUE-ON-HAND.
       300-LIST-OPEN-PO-LINES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WS-PO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PURCHASE-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PO-STATUS = 'O'
                           MOVE PO-INVENTORY-ID TO WS-SS-LOOKUP-ID
                           PERFORM 940-FIND-CURRENT-ITEM
                           IF WS-SS-SUPERSEDED = 'Y'
                               PERFORM 310-WRITE-PO-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PO-FILE-STATUS = "00" OR "10"
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
       310-WRITE-PO-LINE.
           IF PO-QTY-RECEIVED NUMERIC
               AND PO-QTY-RECEIVED < PO-QTY-ORDERED
               COMPUTE WS-QTY-OPEN = PO-QTY-ORDERED - PO-QTY-RECEIVED
           ELSE
               MOVE ZERO TO WS-QTY-OPEN
           END-IF.
           MOVE PO-NUMBER TO PL-PO-NUMBER.
           MOVE PO-LINE-NUMBER TO PL-LINE-NUMBER.
           MOVE PO-VENDOR-CODE TO PL-VENDOR-CODE.
           MOVE PO-INVENTORY-ID TO PL-OLD-ID.
           MOVE PO-QTY-ORDERED TO PL-QTY-ORDERED.
           MOVE WS-QTY-OPEN TO PL-QTY-OPEN.
           MOVE PO-ORDER-DATE TO PL-ORDER-DATE.
           MOVE WS-SS-CURRENT-ID TO PL-CURRENT-ID.
           MOVE WS-PO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-OPEN-LINES.
           ADD WS-QTY-OPEN TO WS-UNITS-OPEN.

      * A superseded ID is followed along the chain (A replaced by
      * B, then B by C) to the item now current. WS-SS-SUPERSEDED
      * comes back Y when WS-SS-LOOKUP-ID has been replaced, with
      * the current item in WS-SS-CURRENT-ID; the hop limit stops
      * the walk on a damaged file.
       940-FIND-CURRENT-ITEM.
           MOVE WS-SS-LOOKUP-ID TO WS-SS-CURRENT-ID.
           MOVE 'N' TO WS-SS-SUPERSEDED.
           MOVE ZERO TO WS-CHAIN-HOPS.
           MOVE 'Y' TO WS-CHAIN-MOVED.
           PERFORM UNTIL WS-CHAIN-MOVED = 'N' OR WS-CHAIN-HOPS > 20
               MOVE 'N' TO WS-CHAIN-MOVED
               PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                       UNTIL WS-SS-SUB > WS-SS-COUNT
                   IF WS-SS-OLD-ID(WS-SS-SUB) = WS-SS-CURRENT-ID
                       AND WS-CHAIN-MOVED = 'N'
                       MOVE WS-SS-NEW-ID(WS-SS-SUB)
                           TO WS-SS-CURRENT-ID
                       MOVE 'Y' TO WS-CHAIN-MOVED
                       MOVE 'Y' TO WS-SS-SUPERSEDED
                   END-IF
               END-PERFORM
               ADD 1 TO WS-CHAIN-HOPS
           END-PERFORM.

       END PROGRAM SUPERSESSION-REPORT.
