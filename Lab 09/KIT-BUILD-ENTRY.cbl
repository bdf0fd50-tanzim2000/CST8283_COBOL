      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Kit build and breakdown entry - stores key how many
      *          kits they have built (or broken back down) at a
      *          location, the kit's bill of materials on
      *          kitcomponents.txt is exploded against FILE2.TXT to
      *          show what each component needs, what the location
      *          holds and what the kit costs at today's component
      *          UNIT-COST-INDEXED, and a build that would drive any
      *          component negative is refused at the counter. An
      *          accepted transaction is appended to
      *          stockmovements.txt as one KITBULD or KITBRKN
      *          movement (reference K + kit ID) so
      *          STOCK-MOVEMENT-BATCH posts the whole build in one
      *          piece, checking the stock again as it does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-BUILD-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-COMPONENT-FILE
           ASSIGN "../kitcomponents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KC-FILE-STATUS.
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
       FD KIT-COMPONENT-FILE.
           COPY "KIT-COMPONENT-RECORD.CPY".
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       FD STOCK-MOVEMENT-FILE.
           COPY "STOCK-MOVEMENT-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD PIC XX.
       01 WS-KC-FILE-STATUS PIC XX.
       01 WS-SM-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-KIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-KIT-COUNT.
               10 WS-KT-KIT-ID       PIC X(9).
               10 WS-KT-COMPONENT-ID PIC X(9).
               10 WS-KT-QUANTITY     PIC 9(4).
       01 WS-KIT-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-ENTRY-MORE PIC X VALUE 'Y'.
       01 WS-ENTRY-CHOICE PIC X.
           88 WS-CHOICE-BUILD     VALUE '1'.
           88 WS-CHOICE-BREAKDOWN VALUE '2'.
       01 WS-KIT-INPUT PIC X(9).
       01 WS-QTY-INPUT PIC X(5).
       01 WS-KIT-QTY PIC 9(5).
       01 WS-LOCATION-INPUT PIC X(4).
       01 WS-LOCATION PIC X(4).
       01 WS-CONFIRM PIC X.
       01 WS-MOVEMENT-TYPE PIC X(7).
       01 WS-KIT-PARTS PIC 9(3).
       01 WS-KIT-OK PIC X.
       01 WS-PART-QTY PIC 9(9).
       01 WS-AT-LOCATION PIC 9(5).
       01 WS-LOC-SUB PIC 9.
       01 WS-KIT-COST PIC 9(7)V99.
       01 WS-COST-OUT PIC Z,ZZZ,ZZ9.99.
       01 WS-MOVEMENTS-WRITTEN PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-LOAD-KIT-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "KIT FILE HAS MORE COMPONENTS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NOTHING ENTERED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-KIT-COUNT = ZERO
               DISPLAY "NO KITS DEFINED ON THE KIT FILE"
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
           PERFORM 200-ENTER-ONE-TRANSACTION
               UNTIL WS-ENTRY-MORE = 'N' OR WS-ENTRY-MORE = 'n'.
           CLOSE INDEXED-INVENT-FILE.
           CLOSE STOCK-MOVEMENT-FILE.
           DISPLAY "KIT MOVEMENTS WRITTEN: " WS-MOVEMENTS-WRITTEN.
           IF WS-MOVEMENTS-WRITTEN > ZERO
               DISPLAY "REMEMBER TO RUN STOCK-MOVEMENT-BATCH TO "
                   "POST THE KITS"
           END-IF.
           STOP RUN.
       100-LOAD-KIT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT KIT-COMPONENT-FILE.
           IF WS-KC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ KIT-COMPONENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-KIT-COUNT < 500
                           ADD 1 TO WS-KIT-COUNT
                           MOVE KC-KIT-ID
                               TO WS-KT-KIT-ID(WS-KIT-COUNT)
                           MOVE KC-COMPONENT-ID
                               TO WS-KT-COMPONENT-ID(WS-KIT-COUNT)
                           MOVE KC-QUANTITY
                               TO WS-KT-QUANTITY(WS-KIT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KC-FILE-STATUS = "00" OR "10"
               CLOSE KIT-COMPONENT-FILE
           END-IF.
       200-ENTER-ONE-TRANSACTION.
           DISPLAY "1 = BUILD KITS".
           DISPLAY "2 = BREAK DOWN KITS".
           DISPLAY "SELECT AN OPTION [1-2]:".
           ACCEPT WS-ENTRY-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-BUILD
                   MOVE "KITBULD" TO WS-MOVEMENT-TYPE
                   PERFORM 300-TAKE-KIT-DETAILS
               WHEN WS-CHOICE-BREAKDOWN
                   MOVE "KITBRKN" TO WS-MOVEMENT-TYPE
                   PERFORM 300-TAKE-KIT-DETAILS
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-2"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-ENTRY-MORE.
       300-TAKE-KIT-DETAILS.
           DISPLAY "KIT INVENTORY ID?".
           ACCEPT WS-KIT-INPUT.
           MOVE ZERO TO WS-KIT-PARTS.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COUNT
               IF WS-KT-KIT-ID(WS-KIT-SUB) = WS-KIT-INPUT
                   ADD 1 TO WS-KIT-PARTS
               END-IF
           END-PERFORM.
           IF WS-KIT-PARTS = ZERO
               DISPLAY "NO BILL OF MATERIALS FOR KIT " WS-KIT-INPUT
           ELSE
               DISPLAY "NUMBER OF KITS (5 DIGITS)?"
               ACCEPT WS-QTY-INPUT
               DISPLAY "LOCATION (MAIN, CAGE OR TRCK - BLANK = MAIN)?"
               ACCEPT WS-LOCATION-INPUT
               IF WS-LOCATION-INPUT = SPACES
                   MOVE "MAIN" TO WS-LOCATION
               ELSE
                   MOVE WS-LOCATION-INPUT TO WS-LOCATION
               END-IF
               IF WS-QTY-INPUT NOT NUMERIC
                   OR WS-QTY-INPUT = "00000"
                   DISPLAY "NUMBER OF KITS MUST BE 5 DIGITS AND "
                       "ABOVE ZERO - NOT ENTERED"
               ELSE
               IF WS-LOCATION NOT = "MAIN"
                   AND WS-LOCATION NOT = "CAGE"
                   AND WS-LOCATION NOT = "TRCK"
                   DISPLAY "UNKNOWN STOCK LOCATION " WS-LOCATION
                       " - NOT ENTERED"
               ELSE
                   MOVE WS-QTY-INPUT TO WS-KIT-QTY
                   PERFORM 400-CHECK-THE-STOCK
               END-IF
               END-IF
           END-IF.
      * The check here is against FILE2.TXT as it stands - movements
      * keyed but not yet posted are not seen, which is why the
      * batch checks every component again before it posts.
       400-CHECK-THE-STOCK.
           MOVE 'Y' TO WS-KIT-OK.
           MOVE ZERO TO WS-KIT-COST.
           MOVE WS-KIT-INPUT TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   DISPLAY "KIT " WS-KIT-INPUT
                       " IS NOT AN ITEM ON THE INVENTORY FILE"
                   MOVE 'N' TO WS-KIT-OK
               NOT INVALID KEY
                   DISPLAY "KIT: " INVENTORY-DESCRIPTION-INDEXED
                   PERFORM 420-FIND-LOCATION-BALANCE
                   IF WS-MOVEMENT-TYPE = "KITBRKN"
                       AND WS-KIT-QTY > WS-AT-LOCATION
                       DISPLAY "ONLY " WS-AT-LOCATION " KITS AT "
                           WS-LOCATION " - BREAKDOWN REFUSED"
                       MOVE 'N' TO WS-KIT-OK
                   END-IF
           END-READ.
           IF WS-KIT-OK = 'Y'
               DISPLAY "COMPONENT   NEEDED  AT LOC  DESCRIPTION"
               PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                       UNTIL WS-KIT-SUB > WS-KIT-COUNT
                   IF WS-KT-KIT-ID(WS-KIT-SUB) = WS-KIT-INPUT
                       PERFORM 410-CHECK-ONE-COMPONENT
                   END-IF
               END-PERFORM
               MOVE WS-KIT-COST TO WS-COST-OUT
               DISPLAY "KIT COST AT TODAY'S COMPONENT COST: "
                   WS-COST-OUT
           END-IF.
           IF WS-KIT-OK = 'N'
               DISPLAY "NOTHING ENTERED FOR KIT " WS-KIT-INPUT
           ELSE
               IF WS-MOVEMENT-TYPE = "KITBULD"
                   DISPLAY "POST THIS KIT BUILD? [Y/N]"
               ELSE
                   DISPLAY "POST THIS KIT BREAKDOWN? [Y/N]"
               END-IF
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM 500-WRITE-KIT-MOVEMENT
               ELSE
                   DISPLAY "NOT ENTERED"
               END-IF
           END-IF.
       410-CHECK-ONE-COMPONENT.
           COMPUTE WS-PART-QTY =
               WS-KIT-QTY * WS-KT-QUANTITY(WS-KIT-SUB).
           MOVE WS-KT-COMPONENT-ID(WS-KIT-SUB) TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   DISPLAY WS-KT-COMPONENT-ID(WS-KIT-SUB)
                       " IS NOT ON THE INVENTORY FILE"
                   MOVE 'N' TO WS-KIT-OK
               NOT INVALID KEY
                   PERFORM 420-FIND-LOCATION-BALANCE
                   DISPLAY WS-KT-COMPONENT-ID(WS-KIT-SUB) "  "
                       WS-PART-QTY(5:5) "   " WS-AT-LOCATION "  "
                       INVENTORY-DESCRIPTION-INDEXED
                   IF WS-PART-QTY > 99999
                       DISPLAY "   TOO MANY KITS FOR ONE MOVEMENT"
                       MOVE 'N' TO WS-KIT-OK
                   ELSE
                   IF WS-MOVEMENT-TYPE = "KITBULD"
                       AND WS-PART-QTY > WS-AT-LOCATION
                       DISPLAY "   SHORT - THE BUILD WOULD DRIVE THIS "
                           "COMPONENT NEGATIVE"
                       MOVE 'N' TO WS-KIT-OK
                   END-IF
                   END-IF
                   IF UNIT-COST-INDEXED NUMERIC
                       COMPUTE WS-KIT-COST = WS-KIT-COST
                           + WS-KT-QUANTITY(WS-KIT-SUB)
                           * UNIT-COST-INDEXED
                   END-IF
           END-READ.
      * An item from before the location columns existed holds its
      * whole balance in MAIN, as STOCK-MOVEMENT-BATCH will fold it.
       420-FIND-LOCATION-BALANCE.
           MOVE ZERO TO WS-AT-LOCATION.
           IF LOCATION-CODE-INDEXED(1) NOT = "MAIN"
               IF WS-LOCATION = "MAIN"
                   MOVE QUANTITY-ON-HAND-INDEXED TO WS-AT-LOCATION
               END-IF
           ELSE
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > 3
                   IF LOCATION-CODE-INDEXED(WS-LOC-SUB) = WS-LOCATION
                       MOVE LOCATION-QTY-INDEXED(WS-LOC-SUB)
                           TO WS-AT-LOCATION
                   END-IF
               END-PERFORM
           END-IF.
       500-WRITE-KIT-MOVEMENT.
           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE WS-KIT-INPUT TO SM-INVENTORY-ID.
           MOVE WS-MOVEMENT-TYPE TO SM-MOVEMENT-TYPE.
           MOVE WS-KIT-QTY TO SM-QUANTITY.
           STRING "K" DELIMITED BY SIZE
               WS-KIT-INPUT DELIMITED BY SIZE
               INTO SM-REFERENCE.
           MOVE ZERO TO SM-UNIT-COST.
           MOVE WS-LOCATION TO SM-LOCATION.
           WRITE STOCK-MOVEMENT-RECORD.
           ADD 1 TO WS-MOVEMENTS-WRITTEN.
           DISPLAY "KIT MOVEMENT WRITTEN".

       END PROGRAM KIT-BUILD-ENTRY.
