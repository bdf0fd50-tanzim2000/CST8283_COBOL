      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Item supersession maintenance - record that a
      *          manufacturer has replaced a part number: the old
      *          INVENTORY-ID-INDEXED, the item that replaces it and
      *          the date the replacement takes effect (blank =
      *          today), change the successor or date of an
      *          existing supersession, withdraw one, or list them
      *          all with what still sits on the old IDs. Old and
      *          new must both be items on FILE2.TXT, an item cannot
      *          replace itself or an item it was itself replaced
      *          by, and supersessions.txt rewrites once at session
      *          end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPERSESSION-MAINTENANCE.
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
       DATA DIVISION.
       FILE SECTION.
       FD SUPERSESSION-FILE.
           COPY "SUPERSESSION-RECORD.CPY".
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD PIC XX.
       01 WS-SS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SS-COUNT.
               10 WS-SS-OLD-ID     PIC X(9).
               10 WS-SS-NEW-ID     PIC X(9).
               10 WS-SS-EFFECTIVE  PIC 9(8).
       01 WS-SS-SUB PIC 9(3).
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-MAINT-MORE PIC X VALUE 'Y'.
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-SET    VALUE '1'.
           88 WS-CHOICE-REMOVE VALUE '2'.
           88 WS-CHOICE-LIST   VALUE '3'.
       01 WS-OLD-INPUT PIC X(9).
       01 WS-NEW-INPUT PIC X(9).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-EFFECTIVE-DATE PIC 9(8).
       01 WS-ITEM-ON-FILE PIC X.
       01 WS-CHAIN-ID PIC X(9).
       01 WS-CHAIN-HOPS PIC 9(2).
       01 WS-CHAIN-MOVED PIC X.
       01 WS-CIRCULAR PIC X.
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-OLD-ON-HAND PIC ZZZZ9.
       01 WS-OLD-ON-HAND-X REDEFINES WS-OLD-ON-HAND PIC X(5).
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-SUPERSESSION-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "SUPERSESSION FILE HAS MORE ENTRIES THAN THIS"
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
           PERFORM 200-MAINTAIN-ONE-ITEM
               UNTIL WS-MAINT-MORE = 'N' OR WS-MAINT-MORE = 'n'.
           CLOSE INDEXED-INVENT-FILE.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-SUPERSESSION-FILE
               DISPLAY "SUPERSESSION FILE REWRITTEN"
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           STOP RUN.
       100-LOAD-SUPERSESSION-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SUPERSESSION-FILE.
           IF WS-SS-FILE-STATUS = "35"
               DISPLAY "NO SUPERSESSION FILE ON HAND - STARTING EMPTY"
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-SS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING SUPERSESSION-FILE - "
                       "STATUS " WS-SS-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUPERSESSION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SS-COUNT < 500
                           ADD 1 TO WS-SS-COUNT
                           MOVE SS-OLD-ID TO WS-SS-OLD-ID(WS-SS-COUNT)
                           MOVE SS-NEW-ID TO WS-SS-NEW-ID(WS-SS-COUNT)
                           MOVE SS-EFFECTIVE-DATE
                               TO WS-SS-EFFECTIVE(WS-SS-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SS-FILE-STATUS = "00" OR "10"
               CLOSE SUPERSESSION-FILE
           END-IF.
       200-MAINTAIN-ONE-ITEM.
           DISPLAY "1 = ADD OR CHANGE A SUPERSESSION".
           DISPLAY "2 = WITHDRAW A SUPERSESSION".
           DISPLAY "3 = LIST SUPERSESSIONS".
           DISPLAY "SELECT AN OPTION [1-3]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-SET    PERFORM 300-SET-SUPERSESSION
               WHEN WS-CHOICE-REMOVE PERFORM 400-REMOVE-SUPERSESSION
               WHEN WS-CHOICE-LIST   PERFORM 500-LIST-SUPERSESSIONS
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-3"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-MAINT-MORE.
       300-SET-SUPERSESSION.
           DISPLAY "OLD (REPLACED) INVENTORY ID?".
           ACCEPT WS-OLD-INPUT.
           MOVE WS-OLD-INPUT TO INVENTORY-ID-INDEXED.
           PERFORM 600-READ-ITEM.
           IF WS-ITEM-ON-FILE = 'N'
               DISPLAY "ITEM " WS-OLD-INPUT
                   " IS NOT ON THE INVENTORY FILE"
           ELSE
               DISPLAY "OLD ITEM: " INVENTORY-DESCRIPTION-INDEXED
               DISPLAY "REPLACED BY (NEW INVENTORY ID)?"
               ACCEPT WS-NEW-INPUT
               PERFORM 310-CHECK-SUCCESSOR
           END-IF.
       310-CHECK-SUCCESSOR.
           MOVE WS-NEW-INPUT TO INVENTORY-ID-INDEXED.
           PERFORM 600-READ-ITEM.
           PERFORM 620-CHECK-CIRCULAR.
           IF WS-ITEM-ON-FILE = 'N'
               DISPLAY "ITEM " WS-NEW-INPUT
                   " IS NOT ON THE INVENTORY FILE"
           ELSE
           IF WS-NEW-INPUT = WS-OLD-INPUT
               OR WS-CIRCULAR = 'Y'
               DISPLAY "AN ITEM CANNOT BE REPLACED BY ITSELF OR BY "
                   "AN ITEM IT REPLACED - NOT ADDED"
           ELSE
               DISPLAY "NEW ITEM: " INVENTORY-DESCRIPTION-INDEXED
               PERFORM 330-TAKE-EFFECTIVE-DATE
               IF WS-EFFECTIVE-DATE > ZERO
                   PERFORM 320-STORE-SUPERSESSION
               END-IF
           END-IF
           END-IF.
       320-STORE-SUPERSESSION.
           PERFORM 610-FIND-OLD-ID.
           IF WS-FOUND-SUB > ZERO
               DISPLAY "WAS REPLACED BY " WS-SS-NEW-ID(WS-FOUND-SUB)
                   " FROM " WS-SS-EFFECTIVE(WS-FOUND-SUB)
               MOVE WS-NEW-INPUT TO WS-SS-NEW-ID(WS-FOUND-SUB)
               MOVE WS-EFFECTIVE-DATE TO WS-SS-EFFECTIVE(WS-FOUND-SUB)
               MOVE 'Y' TO WS-CHANGES-MADE
               DISPLAY "SUPERSESSION CHANGED"
           ELSE
               IF WS-SS-COUNT < 500
                   ADD 1 TO WS-SS-COUNT
                   MOVE WS-OLD-INPUT TO WS-SS-OLD-ID(WS-SS-COUNT)
                   MOVE WS-NEW-INPUT TO WS-SS-NEW-ID(WS-SS-COUNT)
                   MOVE WS-EFFECTIVE-DATE
                       TO WS-SS-EFFECTIVE(WS-SS-COUNT)
                   MOVE 'Y' TO WS-CHANGES-MADE
                   DISPLAY "SUPERSESSION ADDED"
               ELSE
                   DISPLAY "SUPERSESSION TABLE FULL - CANNOT ADD"
               END-IF
           END-IF.
      * Blank takes today. A past date is allowed - the replacement
      * may be recorded after the manufacturer has already switched.
      * WS-EFFECTIVE-DATE comes back zero when the date is refused.
       330-TAKE-EFFECTIVE-DATE.
           MOVE ZERO TO WS-EFFECTIVE-DATE.
           DISPLAY "EFFECTIVE DATE (YYYYMMDD, BLANK = TODAY)?".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           ELSE
               IF WS-DATE-INPUT NOT NUMERIC
                   OR WS-DATE-INPUT(5:2) < "01"
                   OR WS-DATE-INPUT(5:2) > "12"
                   OR WS-DATE-INPUT(7:2) < "01"
                   OR WS-DATE-INPUT(7:2) > "31"
                   DISPLAY "DATE MUST BE NUMERIC YYYYMMDD - "
                       "NOT ENTERED"
               ELSE
                   MOVE WS-DATE-INPUT TO WS-EFFECTIVE-DATE
               END-IF
           END-IF.
       400-REMOVE-SUPERSESSION.
           DISPLAY "OLD INVENTORY ID TO WITHDRAW?".
           ACCEPT WS-OLD-INPUT.
           PERFORM 610-FIND-OLD-ID.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO SUPERSESSION ON FILE FOR " WS-OLD-INPUT
           ELSE
               PERFORM VARYING WS-SS-SUB FROM WS-FOUND-SUB BY 1
                       UNTIL WS-SS-SUB NOT < WS-SS-COUNT
                   MOVE WS-SS-ENTRY(WS-SS-SUB + 1)
                       TO WS-SS-ENTRY(WS-SS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-SS-COUNT
               MOVE 'Y' TO WS-CHANGES-MADE
               DISPLAY "SUPERSESSION WITHDRAWN"
           END-IF.
       500-LIST-SUPERSESSIONS.
           IF WS-SS-COUNT = ZERO
               DISPLAY "NO SUPERSESSIONS ON FILE"
           ELSE
               DISPLAY "OLD ID    NEW ID    EFFECTIVE OLD ON HAND"
               PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                       UNTIL WS-SS-SUB > WS-SS-COUNT
                   PERFORM 510-LIST-ONE-SUPERSESSION
               END-PERFORM
           END-IF.
       510-LIST-ONE-SUPERSESSION.
           MOVE WS-SS-OLD-ID(WS-SS-SUB) TO INVENTORY-ID-INDEXED.
           PERFORM 600-READ-ITEM.
           IF WS-ITEM-ON-FILE = 'Y'
               MOVE QUANTITY-ON-HAND-INDEXED TO WS-OLD-ON-HAND
           ELSE
               MOVE "  N/F" TO WS-OLD-ON-HAND-X
           END-IF.
           IF WS-SS-EFFECTIVE(WS-SS-SUB) > WS-RUN-DATE
               DISPLAY WS-SS-OLD-ID(WS-SS-SUB) " "
                   WS-SS-NEW-ID(WS-SS-SUB) " "
                   WS-SS-EFFECTIVE(WS-SS-SUB) "  "
                   WS-OLD-ON-HAND "  (NOT YET IN EFFECT)"
           ELSE
               DISPLAY WS-SS-OLD-ID(WS-SS-SUB) " "
                   WS-SS-NEW-ID(WS-SS-SUB) " "
                   WS-SS-EFFECTIVE(WS-SS-SUB) "  "
                   WS-OLD-ON-HAND
           END-IF.
       600-READ-ITEM.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-ON-FILE
           END-READ.
       610-FIND-OLD-ID.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                   UNTIL WS-SS-SUB > WS-SS-COUNT
               IF WS-SS-OLD-ID(WS-SS-SUB) = WS-OLD-INPUT
                   MOVE WS-SS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
      * Following the chain on from the new item must never come
      * back to the old one, or the readers would go round in
      * circles looking for the current part. The hop limit stops
      * the walk on a file that is already damaged.
       620-CHECK-CIRCULAR.
           MOVE 'N' TO WS-CIRCULAR.
           MOVE WS-NEW-INPUT TO WS-CHAIN-ID.
           MOVE ZERO TO WS-CHAIN-HOPS.
           MOVE 'Y' TO WS-CHAIN-MOVED.
           PERFORM UNTIL WS-CHAIN-MOVED = 'N'
                   OR WS-CIRCULAR = 'Y'
                   OR WS-CHAIN-HOPS > 20
               MOVE 'N' TO WS-CHAIN-MOVED
               PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                       UNTIL WS-SS-SUB > WS-SS-COUNT
                   IF WS-SS-OLD-ID(WS-SS-SUB) = WS-CHAIN-ID
                       AND WS-CHAIN-MOVED = 'N'
                       MOVE WS-SS-NEW-ID(WS-SS-SUB) TO WS-CHAIN-ID
                       MOVE 'Y' TO WS-CHAIN-MOVED
                   END-IF
               END-PERFORM
               ADD 1 TO WS-CHAIN-HOPS
               IF WS-CHAIN-ID = WS-OLD-INPUT
                   MOVE 'Y' TO WS-CIRCULAR
               END-IF
           END-PERFORM.
       700-REWRITE-SUPERSESSION-FILE.
           OPEN OUTPUT SUPERSESSION-FILE.
           IF WS-SS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING SUPERSESSION-FILE - STATUS "
                   WS-SS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-SS-SUB FROM 1 BY 1
                   UNTIL WS-SS-SUB > WS-SS-COUNT
               MOVE SPACES TO SUPERSESSION-RECORD
               MOVE WS-SS-OLD-ID(WS-SS-SUB) TO SS-OLD-ID
               MOVE WS-SS-NEW-ID(WS-SS-SUB) TO SS-NEW-ID
               MOVE WS-SS-EFFECTIVE(WS-SS-SUB) TO SS-EFFECTIVE-DATE
               WRITE SUPERSESSION-RECORD
           END-PERFORM.
           CLOSE SUPERSESSION-FILE.

       END PROGRAM SUPERSESSION-MAINTENANCE.
