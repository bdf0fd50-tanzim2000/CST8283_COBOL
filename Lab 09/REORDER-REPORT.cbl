      *          item, and writes a machine-readable purchase
      *          suggestion file alongside the printed report so
      *          purchasing stops walking the warehouse with a
      *          clipboard. An item superseded on supersessions.txt
      *          is never suggested; its stock counts toward the
      *          item that replaced it (used up first), which is
      *          ordered instead and takes the old reorder point
      *          when it has none of its own yet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../purchasesuggestion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PS-FILE-STATUS.
           SELECT SUPERSESSION-FILE
           ASSIGN "../supersessions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-INVENT-FILE.
           05 PS-VENDOR-NAME  PIC X(20).
           05 PS-INVENTORY-ID PIC X(9).
           05 PS-SHORTFALL    PIC 9(5).
       FD SUPERSESSION-FILE.
           COPY "SUPERSESSION-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD PIC XX.
       01 WS-PS-FILE-STATUS PIC XX.
       01 WS-SS-FILE-STATUS PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SS-EOF PIC X.
       01 WS-SS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SS-COUNT.
               10 WS-SS-OLD-ID      PIC X(9).
               10 WS-SS-NEW-ID      PIC X(9).
               10 WS-SS-FINAL-ID    PIC X(9).
               10 WS-SS-OLD-ON-HAND PIC 9(5).
               10 WS-SS-OLD-REORDER PIC 9(5).
       01 WS-SS-SUB PIC 9(3).
       01 WS-SS-LOOKUP-ID PIC X(9).
       01 WS-SS-CURRENT-ID PIC X(9).
       01 WS-SS-SUPERSEDED PIC X.
       01 WS-CHAIN-HOPS PIC 9(2).
       01 WS-CHAIN-MOVED PIC X.
       01 WS-ENTRY-SUB PIC 9(3).
       01 WS-OLD-STOCK PIC 9(7).
       01 WS-AVAILABLE PIC 9(7).
       01 WS-REORDER-POINT PIC 9(5).
       01 WS-ITEMS-SUPERSEDED PIC 9(5) VALUE ZERO.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-PRIOR-VENDOR PIC X(20).
       01 WS-GROUP-OPEN PIC X VALUE 'N'.
           05 DL-REORDER-POINT   PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DL-SHORTFALL       PIC ZZZZ9.
       01 WS-OLD-STOCK-LINE.
           05 FILLER             PIC X(13) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE "PLUS ".
           05 OL-OLD-STOCK       PIC ZZZZZZ9.
           05 FILLER             PIC X(44) VALUE
               " ON SUPERSEDED ID(S) - ISSUED BEFORE THIS ID".
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 110-LOAD-SUPERSESSIONS.
           OPEN INPUT INDEXED-INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "ERROR OPENING INDEXED-INVENT-FILE - STATUS "
           END-IF.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 120-TOTAL-SUPERSEDED-STOCK.
           MOVE LOW-VALUES TO VENDOR-NAME-INDEXED.
           START INDEXED-INVENT-FILE
               KEY IS NOT LESS THAN VENDOR-NAME-INDEXED
           CLOSE PURCHASE-SUGGESTION-FILE.
           DISPLAY "ITEMS READ:                " WS-ITEMS-READ.
           DISPLAY "ITEMS SUGGESTED TO REORDER: " WS-ITEMS-SUGGESTED.
           DISPLAY "SUPERSEDED - NOT ORDERED:   " WS-ITEMS-SUPERSEDED.
           STOP RUN.
      * Only supersessions in effect by today are loaded.
       110-LOAD-SUPERSESSIONS.
           MOVE 'N' TO WS-SS-EOF.
           OPEN INPUT SUPERSESSION-FILE.
           IF WS-SS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SS-EOF
           END-IF.
           PERFORM UNTIL WS-SS-EOF = 'Y'
               READ SUPERSESSION-FILE
                   AT END MOVE 'Y' TO WS-SS-EOF
                   NOT AT END
                       IF SS-EFFECTIVE-DATE NUMERIC
                           AND SS-EFFECTIVE-DATE NOT > WS-RUN-DATE
                           IF WS-SS-COUNT < 500
                               ADD 1 TO WS-SS-COUNT
                               MOVE SS-OLD-ID
                                   TO WS-SS-OLD-ID(WS-SS-COUNT)
                               MOVE SS-NEW-ID
                                   TO WS-SS-NEW-ID(WS-SS-COUNT)
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
      * Before the vendor-order pass each old ID's stock and reorder
      * point are picked up, with the item now current at the end of
      * its chain, so the successor can be judged on both.
       120-TOTAL-SUPERSEDED-STOCK.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-SS-COUNT
               MOVE WS-SS-OLD-ID(WS-ENTRY-SUB) TO WS-SS-LOOKUP-ID
               PERFORM 940-FIND-CURRENT-ITEM
               MOVE WS-SS-CURRENT-ID TO WS-SS-FINAL-ID(WS-ENTRY-SUB)
               MOVE WS-SS-OLD-ID(WS-ENTRY-SUB) TO INVENTORY-ID-INDEXED
               READ INDEXED-INVENT-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-SS-OLD-ON-HAND(WS-ENTRY-SUB)
                       MOVE ZERO TO WS-SS-OLD-REORDER(WS-ENTRY-SUB)
                   NOT INVALID KEY
                       MOVE QUANTITY-ON-HAND-INDEXED
                           TO WS-SS-OLD-ON-HAND(WS-ENTRY-SUB)
                       MOVE REORDER-POINT-INDEXED
                           TO WS-SS-OLD-REORDER(WS-ENTRY-SUB)
               END-READ
           END-PERFORM.
       200-CHECK-ONE-ITEM.
           MOVE INVENTORY-ID-INDEXED TO WS-SS-LOOKUP-ID.
           PERFORM 940-FIND-CURRENT-ITEM.
           IF WS-SS-SUPERSEDED = 'Y'
               ADD 1 TO WS-ITEMS-SUPERSEDED
           ELSE
               PERFORM 205-ADD-SUPERSEDED-STOCK
               IF WS-AVAILABLE NOT > WS-REORDER-POINT
                   IF WS-GROUP-OPEN = 'N'
                       OR VENDOR-NAME-INDEXED NOT = WS-PRIOR-VENDOR
                       MOVE VENDOR-NAME-INDEXED TO VH-VENDOR-NAME
                       MOVE WS-VENDOR-HEADING TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE VENDOR-NAME-INDEXED TO WS-PRIOR-VENDOR
                       MOVE 'Y' TO WS-GROUP-OPEN
                   END-IF
                   PERFORM 210-WRITE-SUGGESTION
               END-IF
           END-IF.
      * Stock left on the IDs this item replaced is issued first, so
      * it counts as on hand here; a new part number with no reorder
      * point of its own yet takes the highest of the old ones.
       205-ADD-SUPERSEDED-STOCK.
           MOVE ZERO TO WS-OLD-STOCK.
           MOVE REORDER-POINT-INDEXED TO WS-REORDER-POINT.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-SS-COUNT
               IF WS-SS-FINAL-ID(WS-ENTRY-SUB) = INVENTORY-ID-INDEXED
                   ADD WS-SS-OLD-ON-HAND(WS-ENTRY-SUB) TO WS-OLD-STOCK
                   IF REORDER-POINT-INDEXED = ZERO
                       AND WS-SS-OLD-REORDER(WS-ENTRY-SUB)
                           > WS-REORDER-POINT
                       MOVE WS-SS-OLD-REORDER(WS-ENTRY-SUB)
                           TO WS-REORDER-POINT
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-AVAILABLE =
               QUANTITY-ON-HAND-INDEXED + WS-OLD-STOCK.
       210-WRITE-SUGGESTION.
           COMPUTE WS-SHORTFALL =
               WS-REORDER-POINT - WS-AVAILABLE.
           MOVE INVENTORY-ID-INDEXED TO DL-INVENTORY-ID.
           MOVE INVENTORY-DESCRIPTION-INDEXED TO DL-DESCRIPTION.
           MOVE QUANTITY-ON-HAND-INDEXED TO DL-ON-HAND.
           MOVE WS-REORDER-POINT TO DL-REORDER-POINT.
           MOVE WS-SHORTFALL TO DL-SHORTFALL.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OLD-STOCK > ZERO
               MOVE WS-OLD-STOCK TO OL-OLD-STOCK
               MOVE WS-OLD-STOCK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE VENDOR-NAME-INDEXED TO PS-VENDOR-NAME.
           MOVE INVENTORY-ID-INDEXED TO PS-INVENTORY-ID.
           MOVE WS-SHORTFALL TO PS-SHORTFALL.
           WRITE PURCHASE-SUGGESTION-RECORD.
           ADD 1 TO WS-ITEMS-SUGGESTED.

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

       END PROGRAM REORDER-REPORT.
