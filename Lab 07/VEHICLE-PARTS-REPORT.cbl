      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Parts used per vehicle - for a date range, lists
      *          every part issued to a fleet work order (the
      *          stockjournal.log lines STOCK-MOVEMENT-BATCH posted
      *          with reference W + work order number), grouped by
      *          unit off workorders.txt, with each part's quantity
      *          and the value it was relieved at, and a parts total
      *          per unit and for the fleet. Then ties the two sides
      *          out: for every closed work order the WO-PARTS-COST
      *          WORK-ORDER-CLOSE stored is compared with what the
      *          journal says was issued to it (whatever the date
      *          range), and any order that disagrees - or any issue
      *          naming a work order not on file - is flagged and
      *          sets return code 4, so fleet and stores work from
      *          the same number. Output goes to vehiclepartsreport.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICLE-PARTS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE
           ASSIGN "../workorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT STOCK-JOURNAL-FILE
           ASSIGN "../stockjournal.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SJ-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../vehiclepartssort.tmp".
           SELECT PARTS-REPORT-FILE
           ASSIGN "../vehiclepartsreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WORK-ORDER-FILE.
           COPY "WORK-ORDER-RECORD.CPY".
       FD STOCK-JOURNAL-FILE.
           COPY "STOCK-JOURNAL-RECORD.CPY".
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-UNIT-NUMBER  PIC X(6).
           05 SORT-WO-NUMBER    PIC 9(6).
           05 SORT-SEQUENCE     PIC 9(7).
           05 SORT-DATE         PIC 9(8).
           05 SORT-INVENTORY-ID PIC X(9).
           05 SORT-TYPE         PIC X(7).
           05 SORT-QUANTITY     PIC 9(5).
           05 SORT-UNIT-COST    PIC 9(5)V99.
           05 SORT-VALUE        PIC S9(9)V99.
       FD PARTS-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-SJ-FILE-STATUS PIC XX.
       01 WS-PR-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FROM-INPUT PIC X(8).
       01 WS-TO-INPUT PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-SEQUENCE PIC 9(7) VALUE ZERO.
       01 WS-ORDER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 2000 TIMES.
               10 WS-OT-NUMBER      PIC 9(6).
               10 WS-OT-UNIT        PIC X(6).
               10 WS-OT-STATUS      PIC X.
               10 WS-OT-COSTED      PIC X.
               10 WS-OT-PARTS-COST  PIC 9(5)V99.
               10 WS-OT-JOURNAL     PIC S9(9)V99.
       01 WS-ORDER-SUB PIC 9(4).
       01 WS-FOUND-SUB PIC 9(4).
       01 WS-REF-ORDER PIC 9(6).
       01 WS-LINE-VALUE PIC S9(9)V99.
       01 WS-PRIOR-UNIT PIC X(6).
       01 WS-GROUP-OPEN PIC X VALUE 'N'.
       01 WS-UNIT-QUANTITY PIC 9(7).
       01 WS-UNIT-VALUE PIC S9(9)V99.
       01 WS-FLEET-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-LINES-LISTED PIC 9(6) VALUE ZERO.
       01 WS-UNKNOWN-ORDERS PIC 9(4) VALUE ZERO.
       01 WS-ORDERS-TIED PIC 9(4) VALUE ZERO.
       01 WS-ORDERS-OUT PIC 9(4) VALUE ZERO.
       01 WS-FLEET-SIDE PIC S9(9)V99 VALUE ZERO.
       01 WS-STORES-SIDE PIC S9(9)V99 VALUE ZERO.
       01 WS-HEADING-1 PIC X(80) VALUE
           "PARTS USED PER VEHICLE".
       01 WS-HEADING-2.
           05 FILLER          PIC X(5) VALUE "FROM ".
           05 H2-FROM-DATE    PIC 9(8).
           05 FILLER          PIC X(4) VALUE " TO ".
           05 H2-TO-DATE      PIC 9(8).
       01 WS-UNIT-HEADING.
           05 FILLER          PIC X(6) VALUE "UNIT: ".
           05 UH-UNIT-NUMBER  PIC X(6).
       01 WS-COLUMN-HEADING PIC X(80) VALUE
           "  W/O     DATE      ITEM       TYPE       QTY  UNIT COST
      -    "     VALUE".
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-WO-NUMBER    PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-DATE         PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-INVENTORY-ID PIC X(9).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-TYPE         PIC X(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-QUANTITY     PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-UNIT-COST    PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-VALUE        PIC Z,ZZZ,ZZ9.99-.
       01 WS-UNIT-TOTAL-LINE.
           05 FILLER          PIC X(36) VALUE
               "  UNIT PARTS TOTAL".
           05 UT-QUANTITY     PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(12) VALUE SPACES.
           05 UT-VALUE        PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-FLEET-TOTAL-LINE.
           05 FILLER          PIC X(57) VALUE
               "FLEET PARTS TOTAL".
           05 FT-VALUE        PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-TIE-HEADING-1 PIC X(80) VALUE
           "WORK ORDER PARTS COST TIE-OUT (CLOSED ORDERS, ALL DATES)".
       01 WS-TIE-HEADING-2 PIC X(80) VALUE
           "  W/O     UNIT       WORK ORDER         JOURNAL".
       01 WS-TIE-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 TL-WO-NUMBER    PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 TL-UNIT-NUMBER  PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 TL-ORDER-COST   PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 TL-JOURNAL-COST PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 TL-FLAG         PIC X(20).
       01 WS-TIE-TOTAL-LINE.
           05 FILLER          PIC X(18) VALUE
               "  CLOSED TOTAL".
           05 TT-FLEET-SIDE   PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 TT-STORES-SIDE  PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-UNKNOWN-LINE.
           05 FILLER          PIC X(52) VALUE
               "*** ISSUES NAMING A WORK ORDER NOT ON FILE:".
           05 UL-COUNT        PIC ZZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           DISPLAY "FROM DATE (YYYYMMDD)?".
           ACCEPT WS-FROM-INPUT.
           DISPLAY "TO DATE (YYYYMMDD)?".
           ACCEPT WS-TO-INPUT.
           IF WS-FROM-INPUT NOT NUMERIC OR WS-TO-INPUT NOT NUMERIC
               DISPLAY "DATES MUST BE NUMERIC YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-FROM-INPUT TO WS-FROM-DATE.
           MOVE WS-TO-INPUT TO WS-TO-DATE.
           PERFORM 100-LOAD-ORDER-TABLE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-UNIT-NUMBER
                                SORT-WO-NUMBER
                                SORT-SEQUENCE
               INPUT PROCEDURE 200-LOAD-SORT-FILE
               OUTPUT PROCEDURE 300-PRODUCE-REPORT.
           DISPLAY "PART LINES LISTED:       " WS-LINES-LISTED.
           DISPLAY "CLOSED ORDERS THAT TIE:  " WS-ORDERS-TIED.
           DISPLAY "CLOSED ORDERS OUT:       " WS-ORDERS-OUT.
           DISPLAY "ISSUES TO UNKNOWN ORDERS: " WS-UNKNOWN-ORDERS.
           IF WS-ORDERS-OUT > ZERO OR WS-UNKNOWN-ORDERS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      * Orders closed before parts were costed carry no parts cost
      * and stay out of the tie-out.
       100-LOAD-ORDER-TABLE.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WORK-ORDER-FILE - STATUS "
                   WS-WO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO WORK-ORDER-RECORD
               READ WORK-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ORDER-COUNT < 2000
                           ADD 1 TO WS-ORDER-COUNT
                           MOVE WO-NUMBER
                               TO WS-OT-NUMBER(WS-ORDER-COUNT)
                           MOVE WO-UNIT-NUMBER
                               TO WS-OT-UNIT(WS-ORDER-COUNT)
                           MOVE WO-STATUS
                               TO WS-OT-STATUS(WS-ORDER-COUNT)
                           MOVE ZERO
                               TO WS-OT-JOURNAL(WS-ORDER-COUNT)
                           IF WO-PARTS-COST NUMERIC
                               MOVE 'Y'
                                   TO WS-OT-COSTED(WS-ORDER-COUNT)
                               MOVE WO-PARTS-COST
                                   TO WS-OT-PARTS-COST(WS-ORDER-COUNT)
                           ELSE
                               MOVE 'N'
                                   TO WS-OT-COSTED(WS-ORDER-COUNT)
                               MOVE ZERO
                                   TO WS-OT-PARTS-COST(WS-ORDER-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "WORK ORDER TABLE FULL - ORDER "
                               WO-NUMBER " NOT LOADED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-ORDER-FILE.
      * Every work-order line on the journal counts toward its
      * order's tie-out; only those in the date range are listed.
      * The value is the journal's reversed - an issue comes off
      * stock negative but is a positive cost to the vehicle.
       200-LOAD-SORT-FILE.
           OPEN INPUT STOCK-JOURNAL-FILE.
           IF WS-SJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STOCK-JOURNAL-FILE - STATUS "
                   WS-SJ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO STOCK-JOURNAL-RECORD
               READ STOCK-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SEQUENCE
                       IF SJ-REFERENCE(1:1) = "W"
                           AND SJ-REFERENCE(2:6) NUMERIC
                           AND SJ-REFERENCE(8:3) = SPACES
                           PERFORM 210-TAKE-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STOCK-JOURNAL-FILE.
       210-TAKE-ORDER-LINE.
           MOVE SJ-REFERENCE(2:6) TO WS-REF-ORDER.
           IF SJ-EXT-VALUE NUMERIC
               COMPUTE WS-LINE-VALUE = ZERO - SJ-EXT-VALUE
           ELSE
               MOVE ZERO TO WS-LINE-VALUE
           END-IF.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                   OR WS-FOUND-SUB > ZERO
               IF WS-OT-NUMBER(WS-ORDER-SUB) = WS-REF-ORDER
                   MOVE WS-ORDER-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = ZERO
               ADD 1 TO WS-UNKNOWN-ORDERS
               MOVE "??????" TO SORT-UNIT-NUMBER
           ELSE
               ADD WS-LINE-VALUE TO WS-OT-JOURNAL(WS-FOUND-SUB)
               MOVE WS-OT-UNIT(WS-FOUND-SUB) TO SORT-UNIT-NUMBER
           END-IF.
           IF SJ-DATE NUMERIC
               AND SJ-DATE NOT < WS-FROM-DATE
               AND SJ-DATE NOT > WS-TO-DATE
               MOVE WS-REF-ORDER TO SORT-WO-NUMBER
               MOVE WS-SEQUENCE TO SORT-SEQUENCE
               MOVE SJ-DATE TO SORT-DATE
               MOVE SJ-INVENTORY-ID TO SORT-INVENTORY-ID
               MOVE SJ-MOVEMENT-TYPE TO SORT-TYPE
               MOVE SJ-QUANTITY TO SORT-QUANTITY
               IF SJ-UNIT-COST NUMERIC
                   MOVE SJ-UNIT-COST TO SORT-UNIT-COST
               ELSE
                   MOVE ZERO TO SORT-UNIT-COST
               END-IF
               MOVE WS-LINE-VALUE TO SORT-VALUE
               RELEASE SORT-RECORD
           END-IF.
       300-PRODUCE-REPORT.
           OPEN OUTPUT PARTS-REPORT-FILE.
           IF WS-PR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PARTS-REPORT-FILE - STATUS "
                   WS-PR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FROM-DATE TO H2-FROM-DATE.
           MOVE WS-TO-DATE TO H2-TO-DATE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                       PERFORM 330-CLOSE-UNIT-GROUP
                   NOT AT END PERFORM 310-REPORT-ONE-LINE
               END-RETURN
           END-PERFORM.
           MOVE WS-FLEET-VALUE TO FT-VALUE.
           MOVE WS-FLEET-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 400-WRITE-TIE-OUT.
           CLOSE PARTS-REPORT-FILE.
       310-REPORT-ONE-LINE.
           IF WS-GROUP-OPEN = 'N'
               OR SORT-UNIT-NUMBER NOT = WS-PRIOR-UNIT
               PERFORM 330-CLOSE-UNIT-GROUP
               PERFORM 320-OPEN-UNIT-GROUP
           END-IF.
           MOVE SORT-WO-NUMBER TO DL-WO-NUMBER.
           MOVE SORT-DATE TO DL-DATE.
           MOVE SORT-INVENTORY-ID TO DL-INVENTORY-ID.
           MOVE SORT-TYPE TO DL-TYPE.
           MOVE SORT-QUANTITY TO DL-QUANTITY.
           MOVE SORT-UNIT-COST TO DL-UNIT-COST.
           MOVE SORT-VALUE TO DL-VALUE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINES-LISTED.
           IF SORT-TYPE = "ISSUE"
               ADD SORT-QUANTITY TO WS-UNIT-QUANTITY
           ELSE
               SUBTRACT SORT-QUANTITY FROM WS-UNIT-QUANTITY
           END-IF.
           ADD SORT-VALUE TO WS-UNIT-VALUE.
           ADD SORT-VALUE TO WS-FLEET-VALUE.
       320-OPEN-UNIT-GROUP.
           MOVE SORT-UNIT-NUMBER TO UH-UNIT-NUMBER.
           MOVE WS-UNIT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SORT-UNIT-NUMBER TO WS-PRIOR-UNIT.
           MOVE ZERO TO WS-UNIT-QUANTITY.
           MOVE ZERO TO WS-UNIT-VALUE.
           MOVE 'Y' TO WS-GROUP-OPEN.
       330-CLOSE-UNIT-GROUP.
           IF WS-GROUP-OPEN = 'Y'
               MOVE WS-UNIT-QUANTITY TO UT-QUANTITY
               MOVE WS-UNIT-VALUE TO UT-VALUE
               MOVE WS-UNIT-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       400-WRITE-TIE-OUT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TIE-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TIE-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               IF WS-OT-STATUS(WS-ORDER-SUB) = 'C'
                   AND WS-OT-COSTED(WS-ORDER-SUB) = 'Y'
                   PERFORM 410-TIE-ONE-ORDER
               END-IF
           END-PERFORM.
           MOVE WS-FLEET-SIDE TO TT-FLEET-SIDE.
           MOVE WS-STORES-SIDE TO TT-STORES-SIDE.
           MOVE WS-TIE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNKNOWN-ORDERS > ZERO
               MOVE WS-UNKNOWN-ORDERS TO UL-COUNT
               MOVE WS-UNKNOWN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      * Only orders that disagree are listed; the rest are counted.
       410-TIE-ONE-ORDER.
           ADD WS-OT-PARTS-COST(WS-ORDER-SUB) TO WS-FLEET-SIDE.
           ADD WS-OT-JOURNAL(WS-ORDER-SUB) TO WS-STORES-SIDE.
           IF WS-OT-PARTS-COST(WS-ORDER-SUB)
                   = WS-OT-JOURNAL(WS-ORDER-SUB)
               ADD 1 TO WS-ORDERS-TIED
           ELSE
               ADD 1 TO WS-ORDERS-OUT
               MOVE WS-OT-NUMBER(WS-ORDER-SUB) TO TL-WO-NUMBER
               MOVE WS-OT-UNIT(WS-ORDER-SUB) TO TL-UNIT-NUMBER
               MOVE WS-OT-PARTS-COST(WS-ORDER-SUB) TO TL-ORDER-COST
               MOVE WS-OT-JOURNAL(WS-ORDER-SUB) TO TL-JOURNAL-COST
               MOVE "*** DOES NOT AGREE" TO TL-FLAG
               MOVE WS-TIE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM VEHICLE-PARTS-REPORT.
