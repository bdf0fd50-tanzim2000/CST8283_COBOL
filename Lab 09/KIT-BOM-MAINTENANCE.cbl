      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Kit bill of materials maintenance - define a kit or
      *          assembly item (PM service kit, first-aid kit) in
      *          terms of the component items on FILE2.TXT it is
      *          built from and how many of each go into one kit,
      *          change a component's quantity, remove a component,
      *          or list a kit with what its components cost today.
      *          Kit and components must both be items on the
      *          inventory file, a kit cannot contain itself or a
      *          kit that is built from it, and kitcomponents.txt
      *          rewrites once at session end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-BOM-MAINTENANCE.
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
       DATA DIVISION.
       FILE SECTION.
       FD KIT-COMPONENT-FILE.
           COPY "KIT-COMPONENT-RECORD.CPY".
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD PIC XX.
       01 WS-KC-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-KIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-KIT-COUNT.
               10 WS-KT-KIT-ID       PIC X(9).
               10 WS-KT-COMPONENT-ID PIC X(9).
               10 WS-KT-QUANTITY     PIC 9(4).
       01 WS-KIT-SUB PIC 9(3).
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-MAINT-MORE PIC X VALUE 'Y'.
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-SET    VALUE '1'.
           88 WS-CHOICE-REMOVE VALUE '2'.
           88 WS-CHOICE-LIST   VALUE '3'.
       01 WS-KIT-INPUT PIC X(9).
       01 WS-COMPONENT-INPUT PIC X(9).
       01 WS-QTY-INPUT PIC X(4).
       01 WS-ITEM-ON-FILE PIC X.
       01 WS-CIRCULAR PIC X.
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-KIT-PARTS PIC 9(3).
       01 WS-EXTENDED-COST PIC 9(7)V99.
       01 WS-KIT-COST PIC 9(7)V99.
       01 WS-COST-OUT PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-LOAD-KIT-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "KIT FILE HAS MORE COMPONENTS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NO MAINTENANCE DONE AND"
               DISPLAY "THE FILE WAS NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "ERROR OPENING INDEXED-INVENT-FILE - STATUS "
                   STATUS-FIELD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-MAINTAIN-ONE-KIT
               UNTIL WS-MAINT-MORE = 'N' OR WS-MAINT-MORE = 'n'.
           CLOSE INDEXED-INVENT-FILE.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-KIT-FILE
               DISPLAY "KIT FILE REWRITTEN"
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           STOP RUN.
       100-LOAD-KIT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT KIT-COMPONENT-FILE.
           IF WS-KC-FILE-STATUS = "35"
               DISPLAY "NO KIT FILE ON HAND - STARTING EMPTY"
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-KC-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING KIT-COMPONENT-FILE - "
                       "STATUS " WS-KC-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
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
       200-MAINTAIN-ONE-KIT.
           DISPLAY "1 = ADD OR CHANGE A KIT COMPONENT".
           DISPLAY "2 = REMOVE A KIT COMPONENT".
           DISPLAY "3 = LIST A KIT".
           DISPLAY "SELECT AN OPTION [1-3]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-SET    PERFORM 300-SET-COMPONENT
               WHEN WS-CHOICE-REMOVE PERFORM 400-REMOVE-COMPONENT
               WHEN WS-CHOICE-LIST   PERFORM 500-LIST-KIT
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-3"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-MAINT-MORE.
       300-SET-COMPONENT.
           DISPLAY "KIT INVENTORY ID?".
           ACCEPT WS-KIT-INPUT.
           MOVE WS-KIT-INPUT TO INVENTORY-ID-INDEXED.
           PERFORM 600-READ-ITEM.
           IF WS-ITEM-ON-FILE = 'N'
               DISPLAY "KIT " WS-KIT-INPUT
                   " IS NOT AN ITEM ON THE INVENTORY FILE"
           ELSE
               DISPLAY "KIT: " INVENTORY-DESCRIPTION-INDEXED
               DISPLAY "COMPONENT INVENTORY ID?"
               ACCEPT WS-COMPONENT-INPUT
               PERFORM 310-CHECK-COMPONENT
           END-IF.
       310-CHECK-COMPONENT.
           MOVE WS-COMPONENT-INPUT TO INVENTORY-ID-INDEXED.
           PERFORM 600-READ-ITEM.
           PERFORM 620-CHECK-CIRCULAR.
           IF WS-ITEM-ON-FILE = 'N'
               DISPLAY "COMPONENT " WS-COMPONENT-INPUT
                   " IS NOT AN ITEM ON THE INVENTORY FILE"
           ELSE
           IF WS-COMPONENT-INPUT = WS-KIT-INPUT
               OR WS-CIRCULAR = 'Y'
               DISPLAY "A KIT CANNOT CONTAIN ITSELF OR A KIT BUILT "
                   "FROM IT - NOT ADDED"
           ELSE
               DISPLAY "COMPONENT: " INVENTORY-DESCRIPTION-INDEXED
               DISPLAY "QUANTITY PER KIT (4 DIGITS)?"
               ACCEPT WS-QTY-INPUT
               IF WS-QTY-INPUT NOT NUMERIC
                   OR WS-QTY-INPUT = "0000"
                   DISPLAY "QUANTITY MUST BE 4 DIGITS AND ABOVE ZERO "
                       "- NOT ADDED"
               ELSE
                   PERFORM 320-STORE-COMPONENT
               END-IF
           END-IF
           END-IF.
       320-STORE-COMPONENT.
           PERFORM 610-FIND-COMPONENT.
           IF WS-FOUND-SUB > ZERO
               DISPLAY "QUANTITY CHANGED FROM "
                   WS-KT-QUANTITY(WS-FOUND-SUB) " TO " WS-QTY-INPUT
               MOVE WS-QTY-INPUT TO WS-KT-QUANTITY(WS-FOUND-SUB)
               MOVE 'Y' TO WS-CHANGES-MADE
           ELSE
               IF WS-KIT-COUNT < 500
                   ADD 1 TO WS-KIT-COUNT
                   MOVE WS-KIT-INPUT TO WS-KT-KIT-ID(WS-KIT-COUNT)
                   MOVE WS-COMPONENT-INPUT
                       TO WS-KT-COMPONENT-ID(WS-KIT-COUNT)
                   MOVE WS-QTY-INPUT TO WS-KT-QUANTITY(WS-KIT-COUNT)
                   MOVE 'Y' TO WS-CHANGES-MADE
                   DISPLAY "COMPONENT ADDED TO THE KIT"
               ELSE
                   DISPLAY "KIT TABLE FULL - CANNOT ADD"
               END-IF
           END-IF.
       400-REMOVE-COMPONENT.
           DISPLAY "KIT INVENTORY ID?".
           ACCEPT WS-KIT-INPUT.
           DISPLAY "COMPONENT INVENTORY ID TO REMOVE?".
           ACCEPT WS-COMPONENT-INPUT.
           PERFORM 610-FIND-COMPONENT.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "COMPONENT " WS-COMPONENT-INPUT
                   " IS NOT ON KIT " WS-KIT-INPUT
           ELSE
               PERFORM VARYING WS-KIT-SUB FROM WS-FOUND-SUB BY 1
                       UNTIL WS-KIT-SUB NOT < WS-KIT-COUNT
                   MOVE WS-KIT-ENTRY(WS-KIT-SUB + 1)
                       TO WS-KIT-ENTRY(WS-KIT-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-KIT-COUNT
               MOVE 'Y' TO WS-CHANGES-MADE
               DISPLAY "COMPONENT REMOVED FROM THE KIT"
           END-IF.
       500-LIST-KIT.
           DISPLAY "KIT INVENTORY ID?".
           ACCEPT WS-KIT-INPUT.
           MOVE ZERO TO WS-KIT-PARTS.
           MOVE ZERO TO WS-KIT-COST.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COUNT
               IF WS-KT-KIT-ID(WS-KIT-SUB) = WS-KIT-INPUT
                   PERFORM 510-LIST-ONE-COMPONENT
               END-IF
           END-PERFORM.
           IF WS-KIT-PARTS = ZERO
               DISPLAY "NO COMPONENTS ON FILE FOR KIT " WS-KIT-INPUT
           ELSE
               MOVE WS-KIT-COST TO WS-COST-OUT
               DISPLAY "COMPONENTS: " WS-KIT-PARTS
                   "   KIT COST TODAY: " WS-COST-OUT
           END-IF.
       510-LIST-ONE-COMPONENT.
           ADD 1 TO WS-KIT-PARTS.
           MOVE WS-KT-COMPONENT-ID(WS-KIT-SUB) TO INVENTORY-ID-INDEXED.
           PERFORM 600-READ-ITEM.
           IF WS-ITEM-ON-FILE = 'Y' AND UNIT-COST-INDEXED NUMERIC
               COMPUTE WS-EXTENDED-COST =
                   WS-KT-QUANTITY(WS-KIT-SUB) * UNIT-COST-INDEXED
           ELSE
               MOVE ZERO TO WS-EXTENDED-COST
               MOVE "** NOT ON THE INVENTORY FILE **"
                   TO INVENTORY-DESCRIPTION-INDEXED
           END-IF.
           ADD WS-EXTENDED-COST TO WS-KIT-COST.
           MOVE WS-EXTENDED-COST TO WS-COST-OUT.
           DISPLAY WS-KT-COMPONENT-ID(WS-KIT-SUB) " "
               WS-KT-QUANTITY(WS-KIT-SUB) " "
               INVENTORY-DESCRIPTION-INDEXED " " WS-COST-OUT.
       600-READ-ITEM.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-ON-FILE
           END-READ.
       610-FIND-COMPONENT.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COUNT
               IF WS-KT-KIT-ID(WS-KIT-SUB) = WS-KIT-INPUT
                   AND WS-KT-COMPONENT-ID(WS-KIT-SUB)
                       = WS-COMPONENT-INPUT
                   MOVE WS-KIT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
      * A component that is itself a kit may not have this kit on
      * its own bill of materials - the posting would go round in
      * circles.
       620-CHECK-CIRCULAR.
           MOVE 'N' TO WS-CIRCULAR.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COUNT
               IF WS-KT-KIT-ID(WS-KIT-SUB) = WS-COMPONENT-INPUT
                   AND WS-KT-COMPONENT-ID(WS-KIT-SUB) = WS-KIT-INPUT
                   MOVE 'Y' TO WS-CIRCULAR
               END-IF
           END-PERFORM.
       700-REWRITE-KIT-FILE.
           OPEN OUTPUT KIT-COMPONENT-FILE.
           IF WS-KC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING KIT-COMPONENT-FILE - STATUS "
                   WS-KC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COUNT
               MOVE SPACES TO KIT-COMPONENT-RECORD
               MOVE WS-KT-KIT-ID(WS-KIT-SUB) TO KC-KIT-ID
               MOVE WS-KT-COMPONENT-ID(WS-KIT-SUB) TO KC-COMPONENT-ID
               MOVE WS-KT-QUANTITY(WS-KIT-SUB) TO KC-QUANTITY
               WRITE KIT-COMPONENT-RECORD
           END-PERFORM.
           CLOSE KIT-COMPONENT-FILE.

       END PROGRAM KIT-BOM-MAINTENANCE.
