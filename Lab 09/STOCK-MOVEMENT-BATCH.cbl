      *          ISSUE relieves value at the current average, and
      *          every journal line carries the unit cost used and
      *          the movement's extended dollar value, so the
      *          valuation report always ties to the journal. A
      *          KITBULD movement builds kits from the bill of
      *          materials on kitcomponents.txt in one posting -
      *          every component is issued and the kit received at
      *          the sum of its components' UNIT-COST-INDEXED, and
      *          the whole build is refused if any one component
      *          would go negative; KITBRKN breaks kits back down,
      *          returning the components at their own average.
      *          An ISSUE keyed to an item superseded on
      *          supersessions.txt uses up the old ID's stock at the
      *          location first and issues the rest from the item
      *          now current; a RECEIPT or TRANSFR to a superseded
      *          ID posts as keyed with a console warning.
      *          After a clean run the
      *          input file is stamped away to
      *          stockmovements_<date>_<time>.posted so a rerun
      *          cannot apply the same movements twice and the
           ASSIGN "../rejectedmovements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RJ-FILE-STATUS.
           SELECT KIT-COMPONENT-FILE
           ASSIGN "../kitcomponents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KC-FILE-STATUS.
           SELECT SUPERSESSION-FILE
           ASSIGN "../supersessions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STOCK-MOVEMENT-FILE.
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       FD STOCK-JOURNAL-FILE.
           COPY "STOCK-JOURNAL-RECORD.CPY".
       FD REJECTED-MOVEMENT-FILE.
       01 REJECTED-MOVEMENT-RECORD.
           05 RJ-INVENTORY-ID  PIC X(9).
           05 RJ-QUANTITY      PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 RJ-REASON        PIC X(40).
       FD KIT-COMPONENT-FILE.
           COPY "KIT-COMPONENT-RECORD.CPY".
       FD SUPERSESSION-FILE.
           COPY "SUPERSESSION-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD PIC XX.
       01 WS-SM-FILE-STATUS PIC XX.
       01 WS-SJ-FILE-STATUS PIC XX.
       01 WS-RJ-FILE-STATUS PIC XX.
       01 WS-KC-FILE-STATUS PIC XX.
       01 WS-SS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-OLD-ON-HAND PIC 9(5).
       01 WS-OLD-AVERAGE PIC 9(5)V99.
       01 WS-EXT-VALUE PIC S9(9)V99.
       01 WS-VALUE-APPLIED PIC S9(10)V99 VALUE ZERO.
       01 WS-REASON-HOLD PIC X(40).
       01 WS-KIT-EOF PIC X.
       01 WS-KIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-KIT-COUNT.
               10 WS-KT-KIT-ID       PIC X(9).
               10 WS-KT-COMPONENT-ID PIC X(9).
               10 WS-KT-QUANTITY     PIC 9(4).
       01 WS-KIT-SUB PIC 9(3).
       01 WS-KIT-TABLE-FULL PIC X VALUE 'N'.
           88 WS-KIT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-KIT-ID PIC X(9).
       01 WS-KIT-PARTS PIC 9(3).
       01 WS-KIT-OK PIC X.
       01 WS-KIT-COST PIC 9(7)V99.
       01 WS-PART-QTY PIC 9(9).
       01 WS-JOURNAL-TYPE PIC X(7).
       01 WS-JOURNAL-QTY PIC 9(5).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SS-EOF PIC X.
       01 WS-SS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SS-COUNT.
               10 WS-SS-OLD-ID PIC X(9).
               10 WS-SS-NEW-ID PIC X(9).
       01 WS-SS-SUB PIC 9(3).
       01 WS-SS-LOOKUP-ID PIC X(9).
       01 WS-SS-CURRENT-ID PIC X(9).
       01 WS-SS-SUPERSEDED PIC X.
       01 WS-CHAIN-HOPS PIC 9(2).
       01 WS-CHAIN-MOVED PIC X.
       01 WS-OLD-STOCK PIC 9(5).
       01 WS-REMAINDER PIC 9(5).
       01 WS-APPLIED-BEFORE PIC 9(5).
       01 WS-MOVEMENTS-REDIRECTED PIC 9(5) VALUE ZERO.
       01 WS-SUPERSEDED-WARNINGS PIC 9(5) VALUE ZERO.
       01 WS-MOVEMENTS-READ PIC 9(5) VALUE ZERO.
       01 WS-MOVEMENTS-APPLIED PIC 9(5) VALUE ZERO.
       01 WS-MOVEMENTS-REJECTED PIC 9(5) VALUE ZERO.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 150-LOAD-KIT-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 160-LOAD-SUPERSESSIONS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STOCK-MOVEMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
           DISPLAY "MOVEMENTS READ:     " WS-MOVEMENTS-READ.
           DISPLAY "MOVEMENTS APPLIED:  " WS-MOVEMENTS-APPLIED.
           DISPLAY "MOVEMENTS REJECTED: " WS-MOVEMENTS-REJECTED.
           DISPLAY "ISSUES REDIRECTED:  " WS-MOVEMENTS-REDIRECTED.
           DISPLAY "SUPERSEDED WARNED:  " WS-SUPERSEDED-WARNINGS.
           DISPLAY "DOLLAR VALUE MOVED: " WS-VALUE-APPLIED.
           PERFORM 500-STAMP-POSTED-MOVEMENTS.
           GOBACK.
       150-LOAD-KIT-TABLE.
           MOVE 'N' TO WS-KIT-EOF.
           OPEN INPUT KIT-COMPONENT-FILE.
           IF WS-KC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-KIT-EOF
           END-IF.
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-COMPONENT-FILE
                   AT END MOVE 'Y' TO WS-KIT-EOF
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
                           MOVE 'Y' TO WS-KIT-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KC-FILE-STATUS = "00" OR "10"
               CLOSE KIT-COMPONENT-FILE
           END-IF.
      * Only supersessions in effect by today are loaded.
       160-LOAD-SUPERSESSIONS.
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
       500-STAMP-POSTED-MOVEMENTS.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
                   OR SM-MOVEMENT-TYPE = "ADJUST"
                   OR SM-MOVEMENT-TYPE = "TRANSFR"
                   PERFORM 210-LOOK-UP-ITEM
               ELSE
               IF SM-MOVEMENT-TYPE = "KITBULD"
                   OR SM-MOVEMENT-TYPE = "KITBRKN"
                   PERFORM 230-POST-KIT-MOVEMENT
               ELSE
                   MOVE "UNKNOWN MOVEMENT TYPE" TO RJ-REASON
                   PERFORM 400-WRITE-REJECTED-MOVEMENT
               END-IF
               END-IF
           END-IF
           END-IF.
       210-LOOK-UP-ITEM.
                       TO RJ-REASON
                   PERFORM 400-WRITE-REJECTED-MOVEMENT
               NOT INVALID KEY
                   MOVE SM-INVENTORY-ID TO WS-SS-LOOKUP-ID
                   PERFORM 940-FIND-CURRENT-ITEM
                   IF WS-SS-SUPERSEDED = 'Y'
                       PERFORM 280-POST-SUPERSEDED-ITEM
                   ELSE
                       PERFORM 220-APPLY-MOVEMENT
                   END-IF
           END-READ.
      * A costed receipt folds into the moving average:
      * (old on-hand at the old average plus the receipt at its
                       MOVE 'Y' TO WS-MOVEMENT-OK
                   END-IF
           END-EVALUATE.
      * A kit movement is checked in full before anything is
      * rewritten: the kit and every component on its bill of
      * materials must be on file, and a build needs the quantity
      * per kit times the kits built of every component at the
      * location (a breakdown needs the kits), so a refused build
      * leaves no component half-issued. The kit's own journal line
      * carries KITBULD or KITBRKN; a build's component lines are
      * journaled as ISSUE so usage and reorder figures still see
      * the demand, a breakdown's as KITBRKN.
       230-POST-KIT-MOVEMENT.
           MOVE SM-INVENTORY-ID TO WS-KIT-ID.
           MOVE ZERO TO WS-KIT-PARTS.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COUNT
               IF WS-KT-KIT-ID(WS-KIT-SUB) = WS-KIT-ID
                   ADD 1 TO WS-KIT-PARTS
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-KIT-OK.
           IF WS-KIT-TABLE-OVERFLOWED
               MOVE "KIT FILE TOO LARGE - KIT NOT POSTED"
                   TO RJ-REASON
               PERFORM 400-WRITE-REJECTED-MOVEMENT
           ELSE
           IF WS-KIT-PARTS = ZERO
               MOVE "NO BILL OF MATERIALS FOR THE KIT"
                   TO RJ-REASON
               PERFORM 400-WRITE-REJECTED-MOVEMENT
           ELSE
               PERFORM 235-CHECK-THE-KIT
           END-IF
           END-IF.
           IF WS-KIT-OK = 'Y'
               MOVE ZERO TO WS-KIT-COST
               PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                       UNTIL WS-KIT-SUB > WS-KIT-COUNT
                   IF WS-KT-KIT-ID(WS-KIT-SUB) = WS-KIT-ID
                       AND WS-KIT-OK = 'Y'
                       PERFORM 240-CHECK-ONE-COMPONENT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-KIT-OK = 'Y'
               PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                       UNTIL WS-KIT-SUB > WS-KIT-COUNT
                   IF WS-KT-KIT-ID(WS-KIT-SUB) = WS-KIT-ID
                       PERFORM 250-MOVE-ONE-COMPONENT
                   END-IF
               END-PERFORM
               PERFORM 260-MOVE-THE-KIT
               ADD 1 TO WS-MOVEMENTS-APPLIED
           END-IF.
       235-CHECK-THE-KIT.
           MOVE WS-KIT-ID TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE "NO ITEM ON FILE FOR INVENTORY ID"
                       TO RJ-REASON
                   PERFORM 400-WRITE-REJECTED-MOVEMENT
               NOT INVALID KEY
                   PERFORM 215-SET-UP-LOCATIONS
                   PERFORM 216-RESOLVE-LOCATIONS
                   IF WS-FROM-LOC-SUB = ZERO
                       MOVE "UNKNOWN STOCK LOCATION" TO RJ-REASON
                       PERFORM 400-WRITE-REJECTED-MOVEMENT
                   ELSE
                   IF SM-MOVEMENT-TYPE = "KITBRKN"
                       AND SM-QUANTITY >
                           LOCATION-QTY-INDEXED(WS-FROM-LOC-SUB)
                       MOVE "BREAKDOWN WOULD DRIVE KIT NEGATIVE"
                           TO RJ-REASON
                       PERFORM 400-WRITE-REJECTED-MOVEMENT
                   ELSE
                       MOVE 'Y' TO WS-KIT-OK
                   END-IF
                   END-IF
           END-READ.
       240-CHECK-ONE-COMPONENT.
           MOVE WS-KT-COMPONENT-ID(WS-KIT-SUB)
               TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE SPACES TO RJ-REASON
                   STRING "COMPONENT " DELIMITED BY SIZE
                       WS-KT-COMPONENT-ID(WS-KIT-SUB)
                           DELIMITED BY SIZE
                       " NOT ON FILE" DELIMITED BY SIZE
                       INTO RJ-REASON
                   MOVE 'N' TO WS-KIT-OK
               NOT INVALID KEY
                   PERFORM 215-SET-UP-LOCATIONS
                   PERFORM 216-RESOLVE-LOCATIONS
                   COMPUTE WS-PART-QTY =
                       SM-QUANTITY * WS-KT-QUANTITY(WS-KIT-SUB)
                   IF WS-PART-QTY > 99999
                       MOVE "COMPONENT QUANTITY TOO LARGE"
                           TO RJ-REASON
                       MOVE 'N' TO WS-KIT-OK
                   ELSE
                   IF SM-MOVEMENT-TYPE = "KITBULD"
                       AND WS-PART-QTY >
                           LOCATION-QTY-INDEXED(WS-FROM-LOC-SUB)
                       MOVE SPACES TO RJ-REASON
                       STRING "COMPONENT " DELIMITED BY SIZE
                           WS-KT-COMPONENT-ID(WS-KIT-SUB)
                               DELIMITED BY SIZE
                           " WOULD GO NEGATIVE" DELIMITED BY SIZE
                           INTO RJ-REASON
                       MOVE 'N' TO WS-KIT-OK
                   END-IF
                   END-IF
                   IF UNIT-COST-INDEXED NUMERIC
                       COMPUTE WS-KIT-COST = WS-KIT-COST
                           + WS-KT-QUANTITY(WS-KIT-SUB)
                           * UNIT-COST-INDEXED
                   END-IF
           END-READ.
           IF WS-KIT-OK = 'N'
               PERFORM 400-WRITE-REJECTED-MOVEMENT
           END-IF.
       250-MOVE-ONE-COMPONENT.
           MOVE WS-KT-COMPONENT-ID(WS-KIT-SUB)
               TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   DISPLAY "COMPONENT " INVENTORY-ID-INDEXED
                       " VANISHED DURING KIT POSTING"
               NOT INVALID KEY
                   PERFORM 215-SET-UP-LOCATIONS
                   PERFORM 216-RESOLVE-LOCATIONS
                   MOVE QUANTITY-ON-HAND-INDEXED TO WS-OLD-ON-HAND
                   IF UNIT-COST-INDEXED NUMERIC
                       MOVE UNIT-COST-INDEXED TO WS-COST-USED
                   ELSE
                       MOVE ZERO TO WS-COST-USED
                   END-IF
                   COMPUTE WS-JOURNAL-QTY =
                       SM-QUANTITY * WS-KT-QUANTITY(WS-KIT-SUB)
                   IF SM-MOVEMENT-TYPE = "KITBULD"
                       MOVE "ISSUE" TO WS-JOURNAL-TYPE
                       SUBTRACT WS-JOURNAL-QTY FROM
                           LOCATION-QTY-INDEXED(WS-FROM-LOC-SUB)
                       SUBTRACT WS-JOURNAL-QTY
                           FROM QUANTITY-ON-HAND-INDEXED
                   ELSE
                       MOVE "KITBRKN" TO WS-JOURNAL-TYPE
                       ADD WS-JOURNAL-QTY
                           TO LOCATION-QTY-INDEXED(WS-FROM-LOC-SUB)
                       ADD WS-JOURNAL-QTY TO QUANTITY-ON-HAND-INDEXED
                   END-IF
                   PERFORM 270-REWRITE-KIT-ITEM
           END-READ.
      * The kit is received at what its components cost today and
      * folds into the kit's moving average like a costed receipt;
      * a breakdown relieves the kit at its current average.
       260-MOVE-THE-KIT.
           MOVE WS-KIT-ID TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   DISPLAY "KIT " INVENTORY-ID-INDEXED
                       " VANISHED DURING KIT POSTING"
               NOT INVALID KEY
                   PERFORM 215-SET-UP-LOCATIONS
                   PERFORM 216-RESOLVE-LOCATIONS
                   MOVE QUANTITY-ON-HAND-INDEXED TO WS-OLD-ON-HAND
                   IF UNIT-COST-INDEXED NUMERIC
                       MOVE UNIT-COST-INDEXED TO WS-OLD-AVERAGE
                   ELSE
                       MOVE ZERO TO WS-OLD-AVERAGE
                   END-IF
                   MOVE WS-OLD-AVERAGE TO WS-COST-USED
                   MOVE SM-MOVEMENT-TYPE TO WS-JOURNAL-TYPE
                   MOVE SM-QUANTITY TO WS-JOURNAL-QTY
                   IF SM-MOVEMENT-TYPE = "KITBULD"
                       ADD SM-QUANTITY
                           TO LOCATION-QTY-INDEXED(WS-FROM-LOC-SUB)
                       ADD SM-QUANTITY TO QUANTITY-ON-HAND-INDEXED
                       IF WS-KIT-COST > ZERO
                           MOVE WS-KIT-COST TO WS-COST-USED
                           COMPUTE UNIT-COST-INDEXED ROUNDED =
                               ((WS-OLD-ON-HAND * WS-OLD-AVERAGE)
                                + (SM-QUANTITY * WS-KIT-COST))
                               / QUANTITY-ON-HAND-INDEXED
                       END-IF
                   ELSE
                       SUBTRACT SM-QUANTITY FROM
                           LOCATION-QTY-INDEXED(WS-FROM-LOC-SUB)
                       SUBTRACT SM-QUANTITY
                           FROM QUANTITY-ON-HAND-INDEXED
                   END-IF
                   PERFORM 270-REWRITE-KIT-ITEM
           END-READ.
       270-REWRITE-KIT-ITEM.
           REWRITE INVENTORY-RECORD-IN-INDEXED
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR INVENTORY ID "
                       INVENTORY-ID-INDEXED " - STATUS "
                       STATUS-FIELD
               NOT INVALID KEY
                   PERFORM 310-WRITE-KIT-JOURNAL-ENTRY
           END-REWRITE.
      * A count correction on an old part number is still a fact
      * about the shelf and posts as keyed; stock arriving on or
      * moving under an old ID posts too but is called out so
      * stores can relabel it.
       280-POST-SUPERSEDED-ITEM.
           EVALUATE SM-MOVEMENT-TYPE
               WHEN "ISSUE"
                   PERFORM 285-ISSUE-OLD-STOCK-FIRST
               WHEN "ADJUST"
                   PERFORM 220-APPLY-MOVEMENT
               WHEN OTHER
                   DISPLAY "WARNING - " SM-MOVEMENT-TYPE " TO "
                       SM-INVENTORY-ID " WHICH IS SUPERSEDED BY "
                       WS-SS-CURRENT-ID
                   ADD 1 TO WS-SUPERSEDED-WARNINGS
                   PERFORM 220-APPLY-MOVEMENT
           END-EVALUATE.
      * What the old ID still holds at the location is issued first
      * and only the rest comes off the item now current. The
      * successor is checked before either part posts, so a short
      * successor rejects the whole issue as keyed.
       285-ISSUE-OLD-STOCK-FIRST.
           PERFORM 215-SET-UP-LOCATIONS.
           PERFORM 216-RESOLVE-LOCATIONS.
           IF WS-FROM-LOC-SUB = ZERO
               MOVE ZERO TO WS-OLD-STOCK
           ELSE
               MOVE LOCATION-QTY-INDEXED(WS-FROM-LOC-SUB)
                   TO WS-OLD-STOCK
           END-IF.
           IF WS-FROM-LOC-SUB = ZERO
               OR SM-QUANTITY NOT > WS-OLD-STOCK
               PERFORM 220-APPLY-MOVEMENT
           ELSE
               COMPUTE WS-REMAINDER = SM-QUANTITY - WS-OLD-STOCK
               MOVE WS-SS-CURRENT-ID TO INVENTORY-ID-INDEXED
               READ INDEXED-INVENT-FILE
                   INVALID KEY
                       MOVE "SUCCESSOR OF SUPERSEDED ITEM NOT ON FILE"
                           TO RJ-REASON
                       PERFORM 400-WRITE-REJECTED-MOVEMENT
                   NOT INVALID KEY
                       PERFORM 215-SET-UP-LOCATIONS
                       PERFORM 216-RESOLVE-LOCATIONS
                       IF WS-FROM-LOC-SUB = ZERO
                           OR WS-REMAINDER >
                               LOCATION-QTY-INDEXED(WS-FROM-LOC-SUB)
                           MOVE "ISSUE WOULD DRIVE SUCCESSOR NEGATIVE"
                               TO RJ-REASON
                           PERFORM 400-WRITE-REJECTED-MOVEMENT
                       ELSE
                           PERFORM 290-SPLIT-THE-ISSUE
                       END-IF
               END-READ
           END-IF.
      * The two parts journal under their own IDs but count as the
      * one movement read.
       290-SPLIT-THE-ISSUE.
           DISPLAY "ISSUE OF " SM-QUANTITY " " SM-INVENTORY-ID
               " - " WS-OLD-STOCK " FROM OLD STOCK, " WS-REMAINDER
               " FROM " WS-SS-CURRENT-ID.
           ADD 1 TO WS-MOVEMENTS-REDIRECTED.
           MOVE WS-MOVEMENTS-APPLIED TO WS-APPLIED-BEFORE.
           IF WS-OLD-STOCK > ZERO
               MOVE SM-INVENTORY-ID TO INVENTORY-ID-INDEXED
               MOVE WS-OLD-STOCK TO SM-QUANTITY
               READ INDEXED-INVENT-FILE
                   INVALID KEY
                       MOVE "NO ITEM ON FILE FOR INVENTORY ID"
                           TO RJ-REASON
                       PERFORM 400-WRITE-REJECTED-MOVEMENT
                   NOT INVALID KEY
                       PERFORM 220-APPLY-MOVEMENT
               END-READ
           END-IF.
           MOVE WS-SS-CURRENT-ID TO SM-INVENTORY-ID.
           MOVE WS-REMAINDER TO SM-QUANTITY.
           MOVE SM-INVENTORY-ID TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE "NO ITEM ON FILE FOR INVENTORY ID"
                       TO RJ-REASON
                   PERFORM 400-WRITE-REJECTED-MOVEMENT
               NOT INVALID KEY
                   PERFORM 220-APPLY-MOVEMENT
           END-READ.
           IF WS-MOVEMENTS-APPLIED > WS-APPLIED-BEFORE + 1
               SUBTRACT 1 FROM WS-MOVEMENTS-APPLIED
           END-IF.
       300-WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO STOCK-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           MOVE WS-EXT-VALUE TO SJ-EXT-VALUE.
           ADD WS-EXT-VALUE TO WS-VALUE-APPLIED.
           WRITE STOCK-JOURNAL-RECORD.
       310-WRITE-KIT-JOURNAL-ENTRY.
           MOVE SPACES TO STOCK-JOURNAL-RECORD.
           ACCEPT SJ-DATE FROM DATE YYYYMMDD.
           ACCEPT SJ-TIME FROM TIME.
           MOVE INVENTORY-ID-INDEXED TO SJ-INVENTORY-ID.
           MOVE WS-JOURNAL-TYPE TO SJ-MOVEMENT-TYPE.
           MOVE WS-JOURNAL-QTY TO SJ-QUANTITY.
           MOVE WS-OLD-ON-HAND TO SJ-OLD-ON-HAND.
           MOVE QUANTITY-ON-HAND-INDEXED TO SJ-NEW-ON-HAND.
           MOVE SM-REFERENCE TO SJ-REFERENCE.
           MOVE WS-COST-USED TO SJ-UNIT-COST.
           MOVE WS-FROM-LOCATION TO SJ-LOCATION.
           COMPUTE WS-EXT-VALUE =
               (QUANTITY-ON-HAND-INDEXED - WS-OLD-ON-HAND)
               * WS-COST-USED.
           MOVE WS-EXT-VALUE TO SJ-EXT-VALUE.
           ADD WS-EXT-VALUE TO WS-VALUE-APPLIED.
           WRITE STOCK-JOURNAL-RECORD.
       400-WRITE-REJECTED-MOVEMENT.
           MOVE RJ-REASON TO WS-REASON-HOLD.
           MOVE SPACES TO REJECTED-MOVEMENT-RECORD.
           END-IF.
           WRITE REJECTED-MOVEMENT-RECORD.

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

      * Updates run under a data-set lock (DATA-SET-LOCK) so this
      * run and a maintenance session can never interleave REWRITEs
      * on the same FILE2.TXT.
