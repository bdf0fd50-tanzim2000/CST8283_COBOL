      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Reorder point review - works a new reorder point
      *          for every item from its actual ISSUE history on
      *          stockjournal.log over a window of days chosen for
      *          the run: the average daily usage over the window
      *          and its day-to-day standard deviation, the item's
      *          vendor lead time (VM-LEAD-DAYS on vendormaster.txt,
      *          or the standard 14 days where none is quoted) and a
      *          safety stock for the service level chosen - new
      *          point = average daily usage x lead days + Z x
      *          standard deviation x square root of lead days.
      *          Issues on a part number superseded on
      *          supersessions.txt count as usage of the item now
      *          current, and superseded items get no point of their
      *          own. Every item whose point would change is listed
      *          old against new on reorderreview.txt and written as
      *          a proposal to reorderproposals.txt; nothing on
      *          FILE2.TXT changes until a supervisor approves it
      *          through REORDER-POINT-APPROVAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-POINT-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '../FILE2.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INVENTORY-ID-INDEXED
           ALTERNATE KEY IS VENDOR-NAME-INDEXED
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.
           SELECT STOCK-JOURNAL-FILE
           ASSIGN "../stockjournal.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SJ-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
           ASSIGN "../vendormaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VM-FILE-STATUS.
           SELECT SUPERSESSION-FILE
           ASSIGN "../supersessions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SS-FILE-STATUS.
           SELECT REORDER-PROPOSAL-FILE
           ASSIGN "../reorderproposals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT REORDER-REVIEW-FILE
           ASSIGN "../reorderreview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       FD STOCK-JOURNAL-FILE.
           COPY "STOCK-JOURNAL-RECORD.CPY".
       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VM-VENDOR-CODE PIC X(6).
           05 VM-VENDOR-NAME PIC X(20).
           05 VM-ADDRESS     PIC X(30).
           05 VM-CONTACT     PIC X(20).
           05 VM-PHONE       PIC X(12).
           05 VM-LEAD-DAYS   PIC 9(3).
       FD SUPERSESSION-FILE.
           COPY "SUPERSESSION-RECORD.CPY".
       FD REORDER-PROPOSAL-FILE.
           COPY "REORDER-PROPOSAL-RECORD.CPY".
       FD REORDER-REVIEW-FILE.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-SPOOL-REPORT PIC X(30).
       01 WS-SPOOL-PROGRAM PIC X(30) VALUE "REORDER-POINT-REVIEW".
       01 STATUS-FIELD PIC XX.
       01 WS-SJ-FILE-STATUS PIC XX.
       01 WS-VM-FILE-STATUS PIC XX.
       01 WS-SS-FILE-STATUS PIC XX.
       01 WS-RP-FILE-STATUS PIC XX.
       01 WS-RR-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-WINDOW-INPUT PIC X(3).
       01 WS-WINDOW-DAYS PIC 9(3).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-SERVICE-INPUT PIC X(2).
       01 WS-SERVICE-PCT PIC 9(2).
       01 WS-Z-FACTOR PIC 9V99.
      * Service level against the normal-distribution Z factor that
      * sizes the safety stock - the chance of not running out
      * while a replenishment order is in transit.
       01 WS-SERVICE-VALUES.
           05 FILLER PIC X(5) VALUE "90128".
           05 FILLER PIC X(5) VALUE "95165".
           05 FILLER PIC X(5) VALUE "97188".
           05 FILLER PIC X(5) VALUE "98205".
           05 FILLER PIC X(5) VALUE "99233".
       01 WS-SERVICE-TABLE REDEFINES WS-SERVICE-VALUES.
           05 WS-SERVICE-ENTRY OCCURS 5 TIMES.
               10 WS-SV-PCT    PIC 9(2).
               10 WS-SV-Z      PIC 9V99.
       01 WS-SERVICE-SUB PIC 9.
       01 WS-ITEM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ITEM-COUNT.
               10 WS-IT-INVENTORY-ID PIC X(9).
               10 WS-IT-DESCRIPTION  PIC X(20).
               10 WS-IT-VENDOR-CODE  PIC X(6).
               10 WS-IT-REORDER      PIC 9(5).
               10 WS-IT-ISSUED       PIC 9(7).
               10 WS-IT-SUM-SQUARES  PIC 9(13).
               10 WS-IT-DAY-DATE     PIC 9(8).
               10 WS-IT-DAY-QTY      PIC 9(7).
       01 WS-ITEM-SUB PIC 9(3).
       01 WS-VENDOR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-VENDOR-COUNT.
               10 WS-VM-CODE      PIC X(6).
               10 WS-VM-LEAD-DAYS PIC 9(3).
       01 WS-VENDOR-SUB PIC 9(3).
       01 WS-STANDARD-LEAD-DAYS PIC 9(3) VALUE 14.
       01 WS-LEAD-DAYS PIC 9(3).
       01 WS-SS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SS-TABLE.
           05 WS-SS-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SS-COUNT.
               10 WS-SS-OLD-ID    PIC X(9).
               10 WS-SS-NEW-ID    PIC X(9).
       01 WS-SS-SUB PIC 9(3).
       01 WS-SS-LOOKUP-ID PIC X(9).
       01 WS-SS-CURRENT-ID PIC X(9).
       01 WS-SS-SUPERSEDED PIC X.
       01 WS-CHAIN-HOPS PIC 9(2).
       01 WS-CHAIN-MOVED PIC X.
       01 WS-AVG-DAILY PIC 9(5)V9(4).
       01 WS-VARIANCE PIC S9(9)V9(4).
       01 WS-STD-DEV PIC 9(5)V9(4).
       01 WS-ROP-WORK PIC 9(7)V9(4).
       01 WS-NEW-ROP PIC 9(5).
       01 WS-ROP-CHANGE PIC S9(5).
       01 WS-ISSUES-COUNTED PIC 9(7) VALUE ZERO.
       01 WS-ITEMS-SUPERSEDED PIC 9(3) VALUE ZERO.
       01 WS-ITEMS-UNCHANGED PIC 9(3) VALUE ZERO.
       01 WS-ITEMS-RAISED PIC 9(3) VALUE ZERO.
       01 WS-ITEMS-LOWERED PIC 9(3) VALUE ZERO.
       01 WS-HEADING-1.
           05 FILLER          PIC X(29) VALUE
               "REORDER POINT REVIEW  RUN ON ".
           05 H1-RUN-DATE     PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER          PIC X(12) VALUE "ISSUES FROM ".
           05 H2-FROM-DATE    PIC 9(8).
           05 FILLER          PIC X(4) VALUE " TO ".
           05 H2-TO-DATE      PIC 9(8).
           05 FILLER          PIC X(2) VALUE " (".
           05 H2-WINDOW-DAYS  PIC ZZ9.
           05 FILLER          PIC X(24) VALUE
               " DAYS)   SERVICE LEVEL  ".
           05 H2-SERVICE-PCT  PIC 99.
           05 FILLER          PIC X(8) VALUE " PCT  Z ".
           05 H2-Z-FACTOR     PIC 9.99.
       01 WS-HEADING-3.
           05 FILLER          PIC X(45) VALUE
               "ITEM ID   DESCRIPTION          VENDOR LEAD   ".
           05 FILLER          PIC X(48) VALUE
               "ISSUED  AVG/DAY  STD DEV OLD ROP NEW ROP  CHANGE".
       01 WS-DETAIL-LINE.
           05 DL-INVENTORY-ID PIC X(9).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-DESCRIPTION  PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-VENDOR-CODE  PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-LEAD-DAYS    PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-ISSUED       PIC ZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-AVG-DAILY    PIC ZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-STD-DEV      PIC ZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DL-OLD-ROP      PIC ZZZZ9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DL-NEW-ROP      PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-CHANGE       PIC -----9.
       01 WS-NONE-LINE PIC X(100).
       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(28).
           05 TL-COUNT        PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "WINDOW" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:3) TO WS-WINDOW-INPUT
           ELSE
               DISPLAY "USAGE WINDOW IN DAYS (3 DIGITS, e.g. 090)?"
               ACCEPT WS-WINDOW-INPUT
           END-IF.
           IF WS-WINDOW-INPUT NOT NUMERIC OR WS-WINDOW-INPUT = "000"
               DISPLAY "WINDOW MUST BE 3 DIGITS AND NOT ZERO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-WINDOW-INPUT TO WS-WINDOW-DAYS.
           MOVE "SERVICE" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:2) TO WS-SERVICE-INPUT
           ELSE
               DISPLAY "SERVICE LEVEL PERCENT (90, 95, 97, 98 OR 99)?"
               ACCEPT WS-SERVICE-INPUT
           END-IF.
           MOVE ZERO TO WS-Z-FACTOR.
           IF WS-SERVICE-INPUT NUMERIC
               MOVE WS-SERVICE-INPUT TO WS-SERVICE-PCT
               PERFORM VARYING WS-SERVICE-SUB FROM 1 BY 1
                       UNTIL WS-SERVICE-SUB > 5
                   IF WS-SV-PCT(WS-SERVICE-SUB) = WS-SERVICE-PCT
                       MOVE WS-SV-Z(WS-SERVICE-SUB) TO WS-Z-FACTOR
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-Z-FACTOR = ZERO
               DISPLAY "SERVICE LEVEL MUST BE 90, 95, 97, 98 OR 99"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-WINDOW-DAYS + 1).
           PERFORM 100-LOAD-ITEM-TABLE.
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "NO INVENTORY RECORDS ON FILE"
               GOBACK
           END-IF.
           PERFORM 110-LOAD-SUPERSESSIONS.
           PERFORM 120-LOAD-VENDOR-LEAD-DAYS.
           PERFORM 200-TOTAL-WINDOW-ISSUES.
           OPEN OUTPUT REORDER-PROPOSAL-FILE.
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REORDER-PROPOSAL-FILE - STATUS "
                   WS-RP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REORDER-REVIEW-FILE.
           IF WS-RR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REORDER-REVIEW-FILE - STATUS "
                   WS-RR-FILE-STATUS
               CLOSE REORDER-PROPOSAL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FROM-DATE TO H2-FROM-DATE.
           MOVE WS-RUN-DATE TO H2-TO-DATE.
           MOVE WS-WINDOW-DAYS TO H2-WINDOW-DAYS.
           MOVE WS-SERVICE-PCT TO H2-SERVICE-PCT.
           MOVE WS-Z-FACTOR TO H2-Z-FACTOR.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               PERFORM 300-REVIEW-ONE-ITEM
           END-PERFORM.
           IF WS-ITEMS-RAISED + WS-ITEMS-LOWERED = ZERO
               MOVE "  NONE - EVERY REORDER POINT MATCHES ITS USAGE"
                   TO WS-NONE-LINE
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS REVIEWED:" TO TL-LABEL.
           MOVE WS-ITEM-COUNT TO TL-COUNT.
           PERFORM 390-WRITE-TOTAL-LINE.
           MOVE "ISSUE LINES IN WINDOW:" TO TL-LABEL.
           MOVE WS-ISSUES-COUNTED TO TL-COUNT.
           PERFORM 390-WRITE-TOTAL-LINE.
           MOVE "PROPOSED RAISES:" TO TL-LABEL.
           MOVE WS-ITEMS-RAISED TO TL-COUNT.
           PERFORM 390-WRITE-TOTAL-LINE.
           MOVE "PROPOSED CUTS:" TO TL-LABEL.
           MOVE WS-ITEMS-LOWERED TO TL-COUNT.
           PERFORM 390-WRITE-TOTAL-LINE.
           MOVE "UNCHANGED:" TO TL-LABEL.
           MOVE WS-ITEMS-UNCHANGED TO TL-COUNT.
           PERFORM 390-WRITE-TOTAL-LINE.
           MOVE "SUPERSEDED - NOT REVIEWED:" TO TL-LABEL.
           MOVE WS-ITEMS-SUPERSEDED TO TL-COUNT.
           PERFORM 390-WRITE-TOTAL-LINE.
           CLOSE REORDER-PROPOSAL-FILE.
           CLOSE REORDER-REVIEW-FILE.
           MOVE "reorderreview.txt" TO WS-SPOOL-REPORT.
           CALL "REPORT-SPOOL-CAPTURE" USING WS-SPOOL-REPORT
               WS-SPOOL-PROGRAM.
           DISPLAY "ITEMS REVIEWED:        " WS-ITEM-COUNT.
           DISPLAY "ISSUE LINES IN WINDOW: " WS-ISSUES-COUNTED.
           DISPLAY "PROPOSED RAISES:       " WS-ITEMS-RAISED.
           DISPLAY "PROPOSED CUTS:         " WS-ITEMS-LOWERED.
           DISPLAY "UNCHANGED:             " WS-ITEMS-UNCHANGED.
           DISPLAY "SUPERSEDED:            " WS-ITEMS-SUPERSEDED.
           GOBACK.
       100-LOAD-ITEM-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INDEXED-INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "ERROR OPENING INDEXED-INVENT-FILE - STATUS "
                   STATUS-FIELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INDEXED-INVENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ITEM-COUNT < 500
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE INVENTORY-ID-INDEXED TO
                               WS-IT-INVENTORY-ID(WS-ITEM-COUNT)
                           MOVE INVENTORY-DESCRIPTION-INDEXED TO
                               WS-IT-DESCRIPTION(WS-ITEM-COUNT)
                           MOVE VENDOR-CODE-INDEXED TO
                               WS-IT-VENDOR-CODE(WS-ITEM-COUNT)
                           MOVE REORDER-POINT-INDEXED TO
                               WS-IT-REORDER(WS-ITEM-COUNT)
                           MOVE ZERO TO WS-IT-ISSUED(WS-ITEM-COUNT)
                               WS-IT-SUM-SQUARES(WS-ITEM-COUNT)
                               WS-IT-DAY-DATE(WS-ITEM-COUNT)
                               WS-IT-DAY-QTY(WS-ITEM-COUNT)
                       ELSE
                           DISPLAY 'ITEM TABLE FULL - DROPPED: '
                               INVENTORY-ID-INDEXED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INDEXED-INVENT-FILE.
      * Only supersessions in effect by today are loaded.
       110-LOAD-SUPERSESSIONS.
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
       120-LOAD-VENDOR-LEAD-DAYS.
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
      * The journal is written in posting order, so an item's issues
      * arrive a day at a time: each day's total is squared into the
      * running sum of squares when the next day's first issue (or
      * the end of the journal) closes it. Days with no issues add
      * nothing to either sum but still count in the window.
       200-TOTAL-WINDOW-ISSUES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STOCK-JOURNAL-FILE.
           IF WS-SJ-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO STOCK-JOURNAL-RECORD
               READ STOCK-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SJ-MOVEMENT-TYPE = "ISSUE"
                           AND SJ-DATE NUMERIC
                           AND SJ-DATE NOT < WS-FROM-DATE
                           AND SJ-DATE NOT > WS-RUN-DATE
                           AND SJ-QUANTITY NUMERIC
                           PERFORM 210-ADD-ONE-ISSUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SJ-FILE-STATUS = "00" OR "10"
               CLOSE STOCK-JOURNAL-FILE
           END-IF.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               PERFORM 220-CLOSE-OUT-DAY
           END-PERFORM.
       210-ADD-ONE-ISSUE.
           MOVE SJ-INVENTORY-ID TO WS-SS-LOOKUP-ID.
           PERFORM 940-FIND-CURRENT-ITEM.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-INVENTORY-ID(WS-ITEM-SUB) = WS-SS-CURRENT-ID
                   IF WS-IT-DAY-DATE(WS-ITEM-SUB) NOT = SJ-DATE
                       PERFORM 220-CLOSE-OUT-DAY
                       MOVE SJ-DATE TO WS-IT-DAY-DATE(WS-ITEM-SUB)
                   END-IF
                   ADD SJ-QUANTITY TO WS-IT-DAY-QTY(WS-ITEM-SUB)
                   ADD SJ-QUANTITY TO WS-IT-ISSUED(WS-ITEM-SUB)
                   ADD 1 TO WS-ISSUES-COUNTED
               END-IF
           END-PERFORM.
       220-CLOSE-OUT-DAY.
           COMPUTE WS-IT-SUM-SQUARES(WS-ITEM-SUB) =
               WS-IT-SUM-SQUARES(WS-ITEM-SUB)
               + (WS-IT-DAY-QTY(WS-ITEM-SUB)
                   * WS-IT-DAY-QTY(WS-ITEM-SUB)).
           MOVE ZERO TO WS-IT-DAY-QTY(WS-ITEM-SUB).
       300-REVIEW-ONE-ITEM.
           MOVE WS-IT-INVENTORY-ID(WS-ITEM-SUB) TO WS-SS-LOOKUP-ID.
           PERFORM 940-FIND-CURRENT-ITEM.
           IF WS-SS-SUPERSEDED = 'Y'
               ADD 1 TO WS-ITEMS-SUPERSEDED
           ELSE
               PERFORM 310-WORK-OUT-REORDER-POINT
               EVALUATE TRUE
                   WHEN WS-NEW-ROP > WS-IT-REORDER(WS-ITEM-SUB)
                       ADD 1 TO WS-ITEMS-RAISED
                       PERFORM 320-WRITE-PROPOSAL
                   WHEN WS-NEW-ROP < WS-IT-REORDER(WS-ITEM-SUB)
                       ADD 1 TO WS-ITEMS-LOWERED
                       PERFORM 320-WRITE-PROPOSAL
                   WHEN OTHER
                       ADD 1 TO WS-ITEMS-UNCHANGED
               END-EVALUATE
           END-IF.
      * Daily usage is spread over every day of the window, issue or
      * not; the variance is the mean of the squared daily totals
      * less the square of the mean. Lead time demand is the average
      * over the lead days, and the safety stock covers its spread
      * at the chosen service level.
       310-WORK-OUT-REORDER-POINT.
           MOVE WS-STANDARD-LEAD-DAYS TO WS-LEAD-DAYS.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT
               IF WS-VM-CODE(WS-VENDOR-SUB)
                       = WS-IT-VENDOR-CODE(WS-ITEM-SUB)
                   AND WS-VM-LEAD-DAYS(WS-VENDOR-SUB) > ZERO
                   MOVE WS-VM-LEAD-DAYS(WS-VENDOR-SUB) TO WS-LEAD-DAYS
               END-IF
           END-PERFORM.
           COMPUTE WS-AVG-DAILY ROUNDED =
               WS-IT-ISSUED(WS-ITEM-SUB) / WS-WINDOW-DAYS.
           COMPUTE WS-VARIANCE ROUNDED =
               (WS-IT-SUM-SQUARES(WS-ITEM-SUB) / WS-WINDOW-DAYS)
               - (WS-AVG-DAILY * WS-AVG-DAILY).
           IF WS-VARIANCE < ZERO
               MOVE ZERO TO WS-VARIANCE
           END-IF.
           COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5.
           COMPUTE WS-ROP-WORK ROUNDED =
               (WS-AVG-DAILY * WS-LEAD-DAYS)
               + (WS-Z-FACTOR * WS-STD-DEV * (WS-LEAD-DAYS ** 0.5)).
           IF WS-ROP-WORK > 99999
               MOVE 99999 TO WS-NEW-ROP
           ELSE
               COMPUTE WS-NEW-ROP ROUNDED = WS-ROP-WORK
           END-IF.
       320-WRITE-PROPOSAL.
           MOVE SPACES TO REORDER-PROPOSAL-RECORD.
           MOVE WS-IT-INVENTORY-ID(WS-ITEM-SUB) TO RP-INVENTORY-ID.
           MOVE 'P' TO RP-STATUS.
           MOVE WS-RUN-DATE TO RP-RUN-DATE.
           MOVE WS-WINDOW-DAYS TO RP-WINDOW-DAYS.
           MOVE WS-SERVICE-PCT TO RP-SERVICE-PCT.
           MOVE WS-LEAD-DAYS TO RP-LEAD-DAYS.
           MOVE WS-IT-ISSUED(WS-ITEM-SUB) TO RP-ISSUED.
           COMPUTE RP-AVG-DAILY ROUNDED = WS-AVG-DAILY.
           COMPUTE RP-STD-DEV ROUNDED = WS-STD-DEV.
           MOVE WS-IT-REORDER(WS-ITEM-SUB) TO RP-OLD-ROP.
           MOVE WS-NEW-ROP TO RP-NEW-ROP.
           MOVE ZERO TO RP-DECIDED-DATE.
           WRITE REORDER-PROPOSAL-RECORD.
           COMPUTE WS-ROP-CHANGE =
               WS-NEW-ROP - WS-IT-REORDER(WS-ITEM-SUB).
           MOVE WS-IT-INVENTORY-ID(WS-ITEM-SUB) TO DL-INVENTORY-ID.
           MOVE WS-IT-DESCRIPTION(WS-ITEM-SUB) TO DL-DESCRIPTION.
           MOVE WS-IT-VENDOR-CODE(WS-ITEM-SUB) TO DL-VENDOR-CODE.
           MOVE WS-LEAD-DAYS TO DL-LEAD-DAYS.
           MOVE WS-IT-ISSUED(WS-ITEM-SUB) TO DL-ISSUED.
           MOVE RP-AVG-DAILY TO DL-AVG-DAILY.
           MOVE RP-STD-DEV TO DL-STD-DEV.
           MOVE WS-IT-REORDER(WS-ITEM-SUB) TO DL-OLD-ROP.
           MOVE WS-NEW-ROP TO DL-NEW-ROP.
           MOVE WS-ROP-CHANGE TO DL-CHANGE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       390-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

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

      * Batch steps hand their console answers through the
      * BATCH-STEP-PARMS area; run standalone the area is empty and
      * the prompt behaves as it always did.
       950-FIND-STEP-PARM.
           MOVE 'N' TO WS-PARM-FOUND.
           MOVE SPACES TO WS-PARM-VALUE.
           IF BP-PARM-COUNT NUMERIC AND BP-PARM-COUNT > ZERO
               PERFORM VARYING WS-BP-SUB FROM 1 BY 1
                       UNTIL WS-BP-SUB > BP-PARM-COUNT
                   IF BP-KEYWORD(WS-BP-SUB) = WS-PARM-KEYWORD
                       MOVE 'Y' TO WS-PARM-FOUND
                       MOVE BP-VALUE(WS-BP-SUB) TO WS-PARM-VALUE
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM REORDER-POINT-REVIEW.
