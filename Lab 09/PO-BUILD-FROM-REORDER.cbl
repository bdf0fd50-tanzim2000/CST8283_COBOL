      *          that already sits on an open PO line is skipped -
      *          the nightly reorder run must not order the same
      *          shortage twice while the first order is in transit.
      *          Every line is stamped with the date the vendor
      *          promised it - the order date plus the vendor's
      *          VM-LEAD-DAYS from vendormaster.txt, or the standard
      *          14 days where none is quoted - so receiving can be
      *          measured against it. A suggestion for an item
      *          superseded on supersessions.txt orders the item now
      *          current instead, and an open line still on an old
      *          part number counts as on order for its successor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../purchaseorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
           ASSIGN "../vendormaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VM-FILE-STATUS.
           SELECT PO-CONTROL-FILE
           ASSIGN "../ponextnumber.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PN-FILE-STATUS.
           SELECT SUPERSESSION-FILE
           ASSIGN "../supersessions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PURCHASE-SUGGESTION-FILE.
           COPY "INVENTORY-RECORD.CPY".
       FD PURCHASE-ORDER-FILE.
           COPY "PURCHASE-ORDER-RECORD.CPY".
       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VM-VENDOR-CODE PIC X(6).
           05 VM-VENDOR-NAME PIC X(20).
           05 VM-ADDRESS     PIC X(30).
           05 VM-CONTACT     PIC X(20).
           05 VM-PHONE       PIC X(12).
           05 VM-LEAD-DAYS   PIC 9(3).
       FD PO-CONTROL-FILE.
       01 PO-CONTROL-RECORD.
           05 PN-NEXT-NUMBER PIC 9(6).
       FD SUPERSESSION-FILE.
           COPY "SUPERSESSION-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD PIC XX.
       01 WS-PS-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-PN-FILE-STATUS PIC XX.
       01 WS-VM-FILE-STATUS PIC XX.
       01 WS-SS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SUGGEST-COUNT PIC 9(3) VALUE ZERO.
               DEPENDING ON WS-OPEN-COUNT.
               10 WS-OP-INVENTORY-ID PIC X(9).
       01 WS-OPEN-SUB PIC 9(3).
       01 WS-VENDOR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-VENDOR-COUNT.
               10 WS-VM-CODE      PIC X(6).
               10 WS-VM-LEAD-DAYS PIC 9(3).
       01 WS-VENDOR-SUB PIC 9(3).
       01 WS-STANDARD-LEAD-DAYS PIC 9(3) VALUE 14.
       01 WS-LEAD-DAYS PIC 9(3).
       01 WS-CURRENT-PROMISED PIC 9(8).
       01 WS-ON-OPEN-LINE PIC X.
       01 WS-NEXT-NUMBER PIC 9(6) VALUE 1.
       01 WS-CONTROL-EOF PIC X.
       01 WS-LINES-WRITTEN PIC 9(4) VALUE ZERO.
       01 WS-POS-RAISED PIC 9(3) VALUE ZERO.
       01 WS-SKIPPED-OPEN PIC 9(3) VALUE ZERO.
       01 WS-REDIRECTED PIC 9(3) VALUE ZERO.
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
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 150-LOAD-SUPERSESSIONS.
           PERFORM 100-LOAD-SUGGESTION-TABLE.
           IF WS-SUGGEST-COUNT = ZERO
               DISPLAY "NO REORDER SUGGESTIONS ON FILE - NOTHING "
           END-IF.
           PERFORM 110-LOAD-OPEN-PO-LINES.
           PERFORM 120-LOOK-UP-VENDOR-CODES.
           PERFORM 130-LOAD-VENDOR-LEAD-DAYS.
           PERFORM 140-READ-NEXT-PO-NUMBER.
           OPEN EXTEND PURCHASE-ORDER-FILE.
           IF WS-PO-FILE-STATUS = "35"
           DISPLAY "POS RAISED:          " WS-POS-RAISED.
           DISPLAY "LINES WRITTEN:       " WS-LINES-WRITTEN.
           DISPLAY "ALREADY ON OPEN PO:  " WS-SKIPPED-OPEN.
           DISPLAY "SUPERSEDED REDIRECT: " WS-REDIRECTED.
           GOBACK.
       100-LOAD-SUGGESTION-TABLE.
           MOVE 'N' TO WS-EOF.
               READ PURCHASE-SUGGESTION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 105-ADD-SUGGESTION
               END-READ
           END-PERFORM.
           IF WS-PS-FILE-STATUS = "00" OR "10"
               CLOSE PURCHASE-SUGGESTION-FILE
           END-IF.
      * A suggestion file written before a supersession took effect
      * can still name the old part - the item now current is
      * ordered instead, and where it is suggested as well the
      * larger shortfall stands rather than ordering both.
       105-ADD-SUGGESTION.
           MOVE PS-INVENTORY-ID TO WS-SS-LOOKUP-ID.
           PERFORM 940-FIND-CURRENT-ITEM.
           IF WS-SS-SUPERSEDED = 'Y'
               DISPLAY "SUGGESTED ITEM " PS-INVENTORY-ID
                   " IS SUPERSEDED - ORDERING " WS-SS-CURRENT-ID
               ADD 1 TO WS-REDIRECTED
           END-IF.
           MOVE ZERO TO WS-SUGGEST-SUB-2.
           PERFORM VARYING WS-SUGGEST-SUB FROM 1 BY 1
                   UNTIL WS-SUGGEST-SUB > WS-SUGGEST-COUNT
               IF WS-SG-INVENTORY-ID(WS-SUGGEST-SUB)
                       = WS-SS-CURRENT-ID
                   MOVE WS-SUGGEST-SUB TO WS-SUGGEST-SUB-2
               END-IF
           END-PERFORM.
           IF WS-SUGGEST-SUB-2 > ZERO
               IF PS-SHORTFALL > WS-SG-SHORTFALL(WS-SUGGEST-SUB-2)
                   MOVE PS-SHORTFALL
                       TO WS-SG-SHORTFALL(WS-SUGGEST-SUB-2)
               END-IF
           ELSE
               IF WS-SUGGEST-COUNT < 300
                   ADD 1 TO WS-SUGGEST-COUNT
                   MOVE WS-SS-CURRENT-ID TO
                       WS-SG-INVENTORY-ID(WS-SUGGEST-COUNT)
                   MOVE PS-SHORTFALL TO
                       WS-SG-SHORTFALL(WS-SUGGEST-COUNT)
                   MOVE SPACES TO
                       WS-SG-VENDOR-CODE(WS-SUGGEST-COUNT)
                   MOVE 'N' TO
                       WS-SG-DONE(WS-SUGGEST-COUNT)
               ELSE
                   DISPLAY 'SUGGESTION TABLE FULL - '
                       'DROPPED: ' PS-INVENTORY-ID
               END-IF
           END-IF.
       110-LOAD-OPEN-PO-LINES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PURCHASE-ORDER-FILE.
                       IF PO-STATUS = 'O'
                           IF WS-OPEN-COUNT < 500
                               ADD 1 TO WS-OPEN-COUNT
                               MOVE PO-INVENTORY-ID TO WS-SS-LOOKUP-ID
                               PERFORM 940-FIND-CURRENT-ITEM
                               MOVE WS-SS-CURRENT-ID TO
                                   WS-OP-INVENTORY-ID(WS-OPEN-COUNT)
                           ELSE
                               DISPLAY 'OPEN LINE TABLE FULL - '
               END-READ
           END-PERFORM.
           CLOSE INDEXED-INVENT-FILE.
       130-LOAD-VENDOR-LEAD-DAYS.
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
                           IF VM-LEAD-DAYS NUMERIC
                               MOVE VM-LEAD-DAYS
                                 TO WS-VM-LEAD-DAYS(WS-VENDOR-COUNT)
                           ELSE
                               MOVE ZERO
                                 TO WS-VM-LEAD-DAYS(WS-VENDOR-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'VENDOR TABLE FULL - '
                               'DROPPED: ' VM-VENDOR-CODE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VM-FILE-STATUS = "00" OR "10"
               CLOSE VENDOR-MASTER-FILE
           END-IF.
       140-READ-NEXT-PO-NUMBER.
           MOVE 'N' TO WS-CONTROL-EOF.
           OPEN INPUT PO-CONTROL-FILE.
           IF WS-PN-FILE-STATUS = "00" OR "10"
               CLOSE PO-CONTROL-FILE
           END-IF.
       150-LOAD-SUPERSESSIONS.
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
      * One pass per vendor: the first unhandled suggestion names
      * the vendor, a PO number is taken, and every remaining
      * suggestion for the same vendor goes on as the next line.
                   ADD 1 TO WS-NEXT-NUMBER
                   ADD 1 TO WS-POS-RAISED
                   MOVE ZERO TO WS-LINE-NUMBER
                   PERFORM 320-SET-PROMISED-DATE
                   PERFORM 300-WRITE-VENDOR-LINES
                       VARYING WS-SUGGEST-SUB-2
                       FROM WS-SUGGEST-SUB BY 1
                   MOVE ZERO TO PO-QTY-RECEIVED
                   MOVE WS-RUN-DATE TO PO-ORDER-DATE
                   MOVE 'O' TO PO-STATUS
                   MOVE WS-CURRENT-PROMISED TO PO-PROMISED-DATE
                   WRITE PURCHASE-ORDER-RECORD
                   ADD 1 TO WS-LINES-WRITTEN
               END-IF
                   MOVE 'Y' TO WS-ON-OPEN-LINE
               END-IF
           END-PERFORM.
       320-SET-PROMISED-DATE.
           MOVE WS-STANDARD-LEAD-DAYS TO WS-LEAD-DAYS.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               IF WS-VM-CODE(WS-VENDOR-SUB) = WS-CURRENT-VENDOR
                   AND WS-VM-LEAD-DAYS(WS-VENDOR-SUB) > ZERO
                   MOVE WS-VM-LEAD-DAYS(WS-VENDOR-SUB)
                       TO WS-LEAD-DAYS
               END-IF
           END-PERFORM.
           COMPUTE WS-CURRENT-PROMISED =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-LEAD-DAYS).
       600-WRITE-NEXT-PO-NUMBER.
           OPEN OUTPUT PO-CONTROL-FILE.
           IF WS-PN-FILE-STATUS NOT = "00"
               CLOSE PO-CONTROL-FILE
           END-IF.

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

       END PROGRAM PO-BUILD-FROM-REORDER.
