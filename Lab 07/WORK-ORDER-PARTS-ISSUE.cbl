      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Parts issue against fleet work orders - enter an
      *          open work order number off workorders.txt, then the
      *          filters, pads, tires and so on drawn for it, one
      *          inventory ID and quantity at a time. Each line is
      *          checked against FILE2.TXT (the item must exist and
      *          the location must hold the quantity) and posts as an
      *          ISSUE movement appended to stockmovements.txt with
      *          reference W + the work order number, so STOCK-
      *          MOVEMENT-BATCH takes it off QUANTITY-ON-HAND-INDEXED
      *          at UNIT-COST-INDEXED and the stock journal carries
      *          the work order. The shop draws from the cage, so a
      *          blank location means CAGE. WORK-ORDER-CLOSE costs
      *          the order from those journal lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-ORDER-PARTS-ISSUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE
           ASSIGN "../workorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '../FILE2.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INVENTORY-ID-INDEXED
           ALTERNATE KEY IS VENDOR-NAME-INDEXED
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.
           SELECT STOCK-MOVEMENT-FILE
           ASSIGN "../stockmovements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WORK-ORDER-FILE.
           COPY "WORK-ORDER-RECORD.CPY".
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       FD STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD PIC XX.
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-SM-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-ORDER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORDER-COUNT.
               10 WS-OT-RECORD PIC X(82).
       01 WS-ORDER-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-ISSUE-MORE PIC X VALUE 'Y'.
       01 WS-PARTS-MORE PIC X.
       01 WS-NUMBER-INPUT PIC X(6).
       01 WS-ITEM-INPUT PIC X(9).
       01 WS-QTY-INPUT PIC X(5).
       01 WS-QTY-ISSUED PIC 9(5).
       01 WS-LOCATION-INPUT PIC X(4).
       01 WS-LOC-SUB PIC 9.
       01 WS-FROM-LOC-SUB PIC 9.
       01 WS-LOCATION-QTY PIC 9(5).
       01 WS-LINE-VALUE PIC 9(7)V99.
       01 WS-LINE-VALUE-OUT PIC Z,ZZZ,ZZ9.99.
       01 WS-ORDER-VALUE PIC 9(7)V99.
       01 WS-LINES-ISSUED PIC 9(4) VALUE ZERO.
       01 WS-SESSION-VALUE PIC 9(8)V99 VALUE ZERO.
       01 WS-SESSION-VALUE-OUT PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-LOAD-ORDER-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "WORK ORDER FILE HAS MORE RECORDS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NOTHING ISSUED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ORDER-COUNT = ZERO
               DISPLAY "NO WORK ORDERS ON FILE"
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "ERROR OPENING INDEXED-INVENT-FILE - STATUS "
                   STATUS-FIELD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF WS-SM-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.
           IF WS-SM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STOCK-MOVEMENT-FILE - STATUS "
                   WS-SM-FILE-STATUS
               CLOSE INDEXED-INVENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-ISSUE-TO-ONE-ORDER
               UNTIL WS-ISSUE-MORE = 'N' OR WS-ISSUE-MORE = 'n'.
           CLOSE STOCK-MOVEMENT-FILE.
           CLOSE INDEXED-INVENT-FILE.
           IF WS-LINES-ISSUED > ZERO
               DISPLAY "REMEMBER TO RUN STOCK-MOVEMENT-BATCH TO "
                   "POST THE ISSUES"
           END-IF.
           MOVE WS-SESSION-VALUE TO WS-SESSION-VALUE-OUT.
           DISPLAY "PART LINES ISSUED: " WS-LINES-ISSUED.
           DISPLAY "VALUE AT CURRENT AVERAGE COST: "
               WS-SESSION-VALUE-OUT.
           STOP RUN.
       100-LOAD-ORDER-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WORK-ORDER-FILE - STATUS "
                   WS-WO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ORDER-COUNT < 500
                           ADD 1 TO WS-ORDER-COUNT
                           MOVE WORK-ORDER-RECORD
                               TO WS-OT-RECORD(WS-ORDER-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-ORDER-FILE.
       200-ISSUE-TO-ONE-ORDER.
           DISPLAY "WORK ORDER NUMBER TO ISSUE PARTS TO (6 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           PERFORM 300-FIND-OPEN-ORDER.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO OPEN WORK ORDER " WS-NUMBER-INPUT
                   " ON FILE"
           ELSE
               MOVE WS-OT-RECORD(WS-FOUND-SUB) TO WORK-ORDER-RECORD
               DISPLAY "ISSUING TO " WO-NUMBER ": UNIT "
                   WO-UNIT-NUMBER " " WO-SERVICE-TYPE
               MOVE ZERO TO WS-ORDER-VALUE
               MOVE 'Y' TO WS-PARTS-MORE
               PERFORM 400-ISSUE-ONE-PART
                   UNTIL WS-PARTS-MORE = 'N'
               MOVE WS-ORDER-VALUE TO WS-LINE-VALUE-OUT
               DISPLAY "PARTS ISSUED TO " WO-NUMBER " THIS SESSION: "
                   WS-LINE-VALUE-OUT
           END-IF.
           DISPLAY "ISSUE PARTS TO ANOTHER ORDER? [Y/N]".
           ACCEPT WS-ISSUE-MORE.
       300-FIND-OPEN-ORDER.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               MOVE WS-OT-RECORD(WS-ORDER-SUB)
                   TO WORK-ORDER-RECORD
               IF WO-NUMBER = WS-NUMBER-INPUT AND WO-STATUS = 'O'
                   MOVE WS-ORDER-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       400-ISSUE-ONE-PART.
           DISPLAY "INVENTORY ID (BLANK WHEN DONE WITH THIS ORDER)?".
           MOVE SPACES TO WS-ITEM-INPUT.
           ACCEPT WS-ITEM-INPUT.
           IF WS-ITEM-INPUT = SPACES
               MOVE 'N' TO WS-PARTS-MORE
           ELSE
               MOVE WS-ITEM-INPUT TO INVENTORY-ID-INDEXED
               READ INDEXED-INVENT-FILE
                   INVALID KEY
                       DISPLAY "NO ITEM ON FILE FOR INVENTORY ID "
                           WS-ITEM-INPUT
                   NOT INVALID KEY
                       PERFORM 410-TAKE-THE-QUANTITY
               END-READ
           END-IF.
       410-TAKE-THE-QUANTITY.
           DISPLAY INVENTORY-ID-INDEXED " "
               INVENTORY-DESCRIPTION-INDEXED.
           DISPLAY "QUANTITY ISSUED?".
           ACCEPT WS-QTY-INPUT.
           DISPLAY "FROM LOCATION [CAGE/MAIN/TRCK, BLANK = CAGE]?".
           MOVE SPACES TO WS-LOCATION-INPUT.
           ACCEPT WS-LOCATION-INPUT.
           IF WS-LOCATION-INPUT = SPACES
               MOVE "CAGE" TO WS-LOCATION-INPUT
           END-IF.
           PERFORM 420-FIND-LOCATION-QTY.
           IF WS-QTY-INPUT NOT NUMERIC
               DISPLAY "QUANTITY MUST BE NUMERIC - NOT ISSUED"
           ELSE
               MOVE WS-QTY-INPUT TO WS-QTY-ISSUED
               EVALUATE TRUE
                   WHEN WS-QTY-ISSUED = ZERO
                       DISPLAY "QUANTITY IS ZERO - NOT ISSUED"
                   WHEN WS-FROM-LOC-SUB = ZERO
                       DISPLAY "UNKNOWN STOCK LOCATION "
                           WS-LOCATION-INPUT " - NOT ISSUED"
                   WHEN WS-QTY-ISSUED > WS-LOCATION-QTY
                       DISPLAY "ONLY " WS-LOCATION-QTY " ON HAND IN "
                           WS-LOCATION-INPUT " - NOT ISSUED"
                   WHEN OTHER
                       PERFORM 500-WRITE-ISSUE-MOVEMENT
               END-EVALUATE
           END-IF.
      * A record from before the location columns existed holds its
      * whole balance in MAIN - the batch folds it there on the
      * first movement, so the check here does the same.
       420-FIND-LOCATION-QTY.
           MOVE ZERO TO WS-FROM-LOC-SUB.
           MOVE ZERO TO WS-LOCATION-QTY.
           IF LOCATION-CODE-INDEXED(1) NOT = "MAIN"
               IF WS-LOCATION-INPUT = "MAIN"
                   MOVE 1 TO WS-FROM-LOC-SUB
                   MOVE QUANTITY-ON-HAND-INDEXED TO WS-LOCATION-QTY
               END-IF
               IF WS-LOCATION-INPUT = "CAGE"
                   OR WS-LOCATION-INPUT = "TRCK"
                   MOVE 2 TO WS-FROM-LOC-SUB
               END-IF
           ELSE
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > 3
                   IF LOCATION-CODE-INDEXED(WS-LOC-SUB)
                           = WS-LOCATION-INPUT
                       MOVE WS-LOC-SUB TO WS-FROM-LOC-SUB
                       MOVE LOCATION-QTY-INDEXED(WS-LOC-SUB)
                           TO WS-LOCATION-QTY
                   END-IF
               END-PERFORM
           END-IF.
      * No unit cost is carried - the batch relieves an ISSUE at
      * the item's average when it posts. The value shown here is
      * at today's average and is only a guide.
       500-WRITE-ISSUE-MOVEMENT.
           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE INVENTORY-ID-INDEXED TO SM-INVENTORY-ID.
           MOVE "ISSUE" TO SM-MOVEMENT-TYPE.
           MOVE WS-QTY-ISSUED TO SM-QUANTITY.
           MOVE SPACES TO SM-REFERENCE.
           STRING "W" DELIMITED BY SIZE
               WO-NUMBER DELIMITED BY SIZE
               INTO SM-REFERENCE.
           MOVE ZERO TO SM-UNIT-COST.
           MOVE WS-LOCATION-INPUT TO SM-LOCATION.
           WRITE STOCK-MOVEMENT-RECORD.
           ADD 1 TO WS-LINES-ISSUED.
           IF UNIT-COST-INDEXED NUMERIC
               COMPUTE WS-LINE-VALUE =
                   WS-QTY-ISSUED * UNIT-COST-INDEXED
           ELSE
               MOVE ZERO TO WS-LINE-VALUE
           END-IF.
           ADD WS-LINE-VALUE TO WS-ORDER-VALUE.
           ADD WS-LINE-VALUE TO WS-SESSION-VALUE.
           MOVE WS-LINE-VALUE TO WS-LINE-VALUE-OUT.
           DISPLAY "ISSUED " WS-QTY-ISSUED " OF "
               INVENTORY-ID-INDEXED " FROM " WS-LOCATION-INPUT
               " - ABOUT " WS-LINE-VALUE-OUT.

       END PROGRAM WORK-ORDER-PARTS-ISSUE.
