      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Yard fuel depot entry - sets up the bulk tank on
      *          fueltank.txt (capacity, and the dip-to-book
      *          tolerance in litres; the stock on hand and its cost
      *          per litre are keyed once, when the tank is first
      *          set up), records supplier drops into the tank off
      *          the delivery ticket (fueldeliveries.txt - litres
      *          and price per litre, a ticket only once) and the
      *          daily dipstick readings (fueldips.txt). Drops and
      *          dips land on file as they are keyed; FUEL-TANK-
      *          RECONCILE works them into book each night, so a
      *          drop dated on or before the tank's last
      *          reconciliation is refused rather than lost.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUEL-TANK-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUEL-TANK-FILE
           ASSIGN "../fueltank.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TK-FILE-STATUS.
           SELECT FUEL-DELIVERY-FILE
           ASSIGN "../fueldeliveries.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TD-FILE-STATUS.
           SELECT FUEL-DIP-FILE
           ASSIGN "../fueldips.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FUEL-TANK-FILE.
           COPY "FUEL-TANK-RECORD.CPY".
       FD FUEL-DELIVERY-FILE.
           COPY "FUEL-DELIVERY-RECORD.CPY".
       FD FUEL-DIP-FILE.
           COPY "FUEL-DIP-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-TK-FILE-STATUS PIC XX.
       01 WS-TD-FILE-STATUS PIC XX.
       01 WS-DP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-TIME-SPLIT REDEFINES WS-RUN-TIME.
           05 WS-RUN-HHMM PIC 9(4).
           05 FILLER      PIC 9(4).
       01 WS-DAY-INTEGER PIC 9(7).
       01 WS-TANK-ON-FILE PIC X VALUE 'N'.
       01 WS-TANK-CHANGED PIC X VALUE 'N'.
       01 WS-TANK-RECORD PIC X(62).
       01 WS-TICKET-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TICKET-TABLE.
           05 WS-TICKET-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-TICKET-COUNT.
               10 WS-TT-TICKET PIC X(12).
       01 WS-TICKET-SUB PIC 9(4).
       01 WS-TICKET-FOUND PIC X.
       01 WS-ENTRY-MORE PIC X VALUE 'Y'.
       01 WS-MENU-CHOICE PIC X.
           88 WS-CHOICE-TANK VALUE '1'.
           88 WS-CHOICE-DELIVERY VALUE '2'.
           88 WS-CHOICE-DIP VALUE '3'.
       01 WS-TANK-ID-INPUT PIC X(4).
       01 WS-DESCRIPTION-INPUT PIC X(20).
       01 WS-CAPACITY-INPUT PIC X(10).
       01 WS-TOLERANCE-INPUT PIC X(10).
       01 WS-LITRES-INPUT PIC X(10).
       01 WS-PRICE-INPUT PIC X(10).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-TICKET-INPUT PIC X(12).
       01 WS-SUPPLIER-INPUT PIC X(20).
       01 WS-TAKEN-BY-INPUT PIC X(10).
       01 WS-INPUT-ERROR PIC X.
       01 WS-LITRES-OUT PIC ZZZ,ZZ9.9.
       01 WS-DELIVERIES-RECORDED PIC 9(3) VALUE ZERO.
       01 WS-DIPS-RECORDED PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-TANK.
           PERFORM 110-LOAD-DELIVERY-TICKETS.
           PERFORM 200-TAKE-ONE-REQUEST
               UNTIL WS-ENTRY-MORE = 'N' OR WS-ENTRY-MORE = 'n'.
           IF WS-TANK-CHANGED = 'Y'
               PERFORM 700-REWRITE-TANK-FILE
               DISPLAY "TANK FILE REWRITTEN"
           END-IF.
           DISPLAY "DELIVERIES RECORDED: " WS-DELIVERIES-RECORDED.
           DISPLAY "DIPS RECORDED:       " WS-DIPS-RECORDED.
           STOP RUN.
       100-LOAD-TANK.
           MOVE SPACES TO WS-TANK-RECORD.
           OPEN INPUT FUEL-TANK-FILE.
           IF WS-TK-FILE-STATUS = "00"
               READ FUEL-TANK-FILE
                   NOT AT END
                       MOVE FUEL-TANK-RECORD TO WS-TANK-RECORD
                       MOVE 'Y' TO WS-TANK-ON-FILE
               END-READ
               CLOSE FUEL-TANK-FILE
           END-IF.
           IF WS-TANK-ON-FILE = 'N'
               DISPLAY "NO TANK SET UP YET - USE OPTION 1 FIRST"
           END-IF.
       110-LOAD-DELIVERY-TICKETS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FUEL-DELIVERY-FILE.
           IF WS-TD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FUEL-DELIVERY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-TICKET-COUNT < 2000
                           ADD 1 TO WS-TICKET-COUNT
                           MOVE TD-TICKET
                               TO WS-TT-TICKET(WS-TICKET-COUNT)
                       ELSE
                           DISPLAY 'TICKET TABLE FULL - DROPPED: '
                               TD-TICKET
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TD-FILE-STATUS = "00" OR "10"
               CLOSE FUEL-DELIVERY-FILE
           END-IF.
       200-TAKE-ONE-REQUEST.
           DISPLAY "1 = SET UP / CHANGE THE TANK".
           DISPLAY "2 = RECORD A FUEL DELIVERY".
           DISPLAY "3 = RECORD A DIP READING".
           DISPLAY "SELECT AN OPTION [1-3]:".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-TANK PERFORM 300-MAINTAIN-THE-TANK
               WHEN WS-CHOICE-DELIVERY AND WS-TANK-ON-FILE = 'N'
                   DISPLAY "NO TANK SET UP YET - USE OPTION 1 FIRST"
               WHEN WS-CHOICE-DELIVERY PERFORM 400-RECORD-A-DELIVERY
               WHEN WS-CHOICE-DIP AND WS-TANK-ON-FILE = 'N'
                   DISPLAY "NO TANK SET UP YET - USE OPTION 1 FIRST"
               WHEN WS-CHOICE-DIP PERFORM 500-RECORD-A-DIP
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-3"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-ENTRY-MORE.
      * A blank answer keeps what the tank already carries. Stock on
      * hand and its cost are only asked for a new tank - after that
      * the nightly reconciliation owns them - and a new tank counts
      * as reconciled to yesterday, so tonight's run picks up today.
       300-MAINTAIN-THE-TANK.
           MOVE 'N' TO WS-INPUT-ERROR.
           IF WS-TANK-ON-FILE = 'Y'
               MOVE WS-TANK-RECORD TO FUEL-TANK-RECORD
               MOVE TK-BOOK-LITRES TO WS-LITRES-OUT
               DISPLAY "TANK " TK-TANK-ID " " TK-DESCRIPTION
                   " - BOOK " WS-LITRES-OUT " L AT "
                   TK-LAST-RECON-DATE
               DISPLAY "(BLANK KEEPS THE CURRENT VALUE)"
           ELSE
               MOVE SPACES TO FUEL-TANK-RECORD
               MOVE ZERO TO TK-CAPACITY
               MOVE ZERO TO TK-TOLERANCE
           END-IF.
           DISPLAY "TANK ID (4 CHARACTERS)?".
           MOVE SPACES TO WS-TANK-ID-INPUT.
           ACCEPT WS-TANK-ID-INPUT.
           DISPLAY "DESCRIPTION?".
           MOVE SPACES TO WS-DESCRIPTION-INPUT.
           ACCEPT WS-DESCRIPTION-INPUT.
           DISPLAY "CAPACITY IN LITRES?".
           MOVE SPACES TO WS-CAPACITY-INPUT.
           ACCEPT WS-CAPACITY-INPUT.
           DISPLAY "DIP TOLERANCE IN LITRES?".
           MOVE SPACES TO WS-TOLERANCE-INPUT.
           ACCEPT WS-TOLERANCE-INPUT.
           IF WS-TANK-ON-FILE = 'N'
               DISPLAY "LITRES IN THE TANK AT START OF TODAY?"
               MOVE SPACES TO WS-LITRES-INPUT
               ACCEPT WS-LITRES-INPUT
               DISPLAY "COST PER LITRE OF THAT FUEL (e.g. 1.4550)?"
               MOVE SPACES TO WS-PRICE-INPUT
               ACCEPT WS-PRICE-INPUT
           END-IF.
           IF WS-TANK-ID-INPUT NOT = SPACES
               MOVE WS-TANK-ID-INPUT TO TK-TANK-ID
           END-IF.
           IF WS-DESCRIPTION-INPUT NOT = SPACES
               MOVE WS-DESCRIPTION-INPUT TO TK-DESCRIPTION
           END-IF.
           IF WS-CAPACITY-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CAPACITY-INPUT) = ZERO
                   COMPUTE TK-CAPACITY ROUNDED =
                       FUNCTION NUMVAL(WS-CAPACITY-INPUT)
               ELSE
                   MOVE 'Y' TO WS-INPUT-ERROR
               END-IF
           END-IF.
           IF WS-TOLERANCE-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-TOLERANCE-INPUT) = ZERO
                   COMPUTE TK-TOLERANCE ROUNDED =
                       FUNCTION NUMVAL(WS-TOLERANCE-INPUT)
               ELSE
                   MOVE 'Y' TO WS-INPUT-ERROR
               END-IF
           END-IF.
           IF WS-TANK-ON-FILE = 'N'
               IF FUNCTION TEST-NUMVAL(WS-LITRES-INPUT) = ZERO
                   AND FUNCTION TEST-NUMVAL(WS-PRICE-INPUT) = ZERO
                   COMPUTE TK-BOOK-LITRES ROUNDED =
                       FUNCTION NUMVAL(WS-LITRES-INPUT)
                   COMPUTE TK-AVERAGE-COST ROUNDED =
                       FUNCTION NUMVAL(WS-PRICE-INPUT)
               ELSE
                   MOVE 'Y' TO WS-INPUT-ERROR
               END-IF
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
               COMPUTE TK-LAST-RECON-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           END-IF.
           EVALUATE TRUE
               WHEN WS-INPUT-ERROR = 'Y'
                   DISPLAY "CAPACITY, TOLERANCE, LITRES AND COST "
                       "MUST BE NUMERIC - TANK NOT CHANGED"
               WHEN TK-TANK-ID = SPACES
                   DISPLAY "TANK ID IS REQUIRED - TANK NOT CHANGED"
               WHEN TK-CAPACITY = ZERO
                   DISPLAY "CAPACITY IS REQUIRED - TANK NOT CHANGED"
               WHEN TK-BOOK-LITRES > TK-CAPACITY
                   DISPLAY "STOCK ON HAND IS MORE THAN THE CAPACITY - "
                       "TANK NOT CHANGED"
               WHEN OTHER
                   MOVE FUEL-TANK-RECORD TO WS-TANK-RECORD
                   MOVE 'Y' TO WS-TANK-ON-FILE
                   MOVE 'Y' TO WS-TANK-CHANGED
                   DISPLAY "TANK " TK-TANK-ID " RECORDED"
           END-EVALUATE.
       400-RECORD-A-DELIVERY.
           MOVE WS-TANK-RECORD TO FUEL-TANK-RECORD.
           DISPLAY "DELIVERY DATE (YYYYMMDD, BLANK = TODAY)?".
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-RUN-DATE TO WS-DATE-INPUT
           END-IF.
           DISPLAY "DELIVERY TICKET NUMBER?".
           MOVE SPACES TO WS-TICKET-INPUT.
           ACCEPT WS-TICKET-INPUT.
           DISPLAY "SUPPLIER?".
           MOVE SPACES TO WS-SUPPLIER-INPUT.
           ACCEPT WS-SUPPLIER-INPUT.
           DISPLAY "LITRES DELIVERED?".
           MOVE SPACES TO WS-LITRES-INPUT.
           ACCEPT WS-LITRES-INPUT.
           DISPLAY "PRICE PER LITRE (e.g. 1.4550)?".
           MOVE SPACES TO WS-PRICE-INPUT.
           ACCEPT WS-PRICE-INPUT.
           PERFORM 410-FIND-TICKET.
           EVALUATE TRUE
               WHEN WS-DATE-INPUT NOT NUMERIC
                   DISPLAY "DATE MUST BE NUMERIC YYYYMMDD - "
                       "NOT RECORDED"
               WHEN WS-DATE-INPUT > WS-RUN-DATE
                   DISPLAY "DELIVERY CANNOT BE DATED AHEAD - "
                       "NOT RECORDED"
               WHEN TK-LAST-RECON-DATE NUMERIC
                   AND WS-DATE-INPUT NOT > TK-LAST-RECON-DATE
                   DISPLAY "TANK ALREADY RECONCILED TO "
                       TK-LAST-RECON-DATE " - NOT RECORDED"
               WHEN WS-TICKET-INPUT = SPACES
                   DISPLAY "TICKET NUMBER IS REQUIRED - NOT RECORDED"
               WHEN WS-TICKET-FOUND = 'Y'
                   DISPLAY "TICKET " WS-TICKET-INPUT " IS ALREADY ON "
                       "FILE - NOT RECORDED"
               WHEN FUNCTION TEST-NUMVAL(WS-LITRES-INPUT) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL(WS-PRICE-INPUT) NOT = ZERO
                   DISPLAY "LITRES AND PRICE MUST BE NUMERIC - "
                       "NOT RECORDED"
               WHEN FUNCTION NUMVAL(WS-LITRES-INPUT) NOT > ZERO
                   OR FUNCTION NUMVAL(WS-PRICE-INPUT) NOT > ZERO
                   DISPLAY "LITRES AND PRICE MUST BE MORE THAN ZERO - "
                       "NOT RECORDED"
               WHEN FUNCTION NUMVAL(WS-LITRES-INPUT) > TK-CAPACITY
                   DISPLAY "MORE THAN THE TANK HOLDS - NOT RECORDED"
               WHEN OTHER
                   PERFORM 420-WRITE-THE-DELIVERY
           END-EVALUATE.
       410-FIND-TICKET.
           MOVE 'N' TO WS-TICKET-FOUND.
           PERFORM VARYING WS-TICKET-SUB FROM 1 BY 1
                   UNTIL WS-TICKET-SUB > WS-TICKET-COUNT
               IF WS-TT-TICKET(WS-TICKET-SUB) = WS-TICKET-INPUT
                   MOVE 'Y' TO WS-TICKET-FOUND
               END-IF
           END-PERFORM.
       420-WRITE-THE-DELIVERY.
           OPEN EXTEND FUEL-DELIVERY-FILE.
           IF WS-TD-FILE-STATUS = "35"
               OPEN OUTPUT FUEL-DELIVERY-FILE
           END-IF.
           IF WS-TD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FUEL-DELIVERY-FILE - STATUS "
                   WS-TD-FILE-STATUS " - NOT RECORDED"
           ELSE
               MOVE SPACES TO FUEL-DELIVERY-RECORD
               MOVE WS-DATE-INPUT TO TD-DATE
               MOVE WS-TICKET-INPUT TO TD-TICKET
               MOVE WS-SUPPLIER-INPUT TO TD-SUPPLIER
               COMPUTE TD-LITRES ROUNDED =
                   FUNCTION NUMVAL(WS-LITRES-INPUT)
               COMPUTE TD-PRICE ROUNDED =
                   FUNCTION NUMVAL(WS-PRICE-INPUT)
               WRITE FUEL-DELIVERY-RECORD
               CLOSE FUEL-DELIVERY-FILE
               IF WS-TICKET-COUNT < 2000
                   ADD 1 TO WS-TICKET-COUNT
                   MOVE WS-TICKET-INPUT
                       TO WS-TT-TICKET(WS-TICKET-COUNT)
               END-IF
               ADD 1 TO WS-DELIVERIES-RECORDED
               MOVE TD-LITRES TO WS-LITRES-OUT
               DISPLAY "DELIVERY " WS-TICKET-INPUT " RECORDED - "
                   WS-LITRES-OUT " L"
           END-IF.
      * The dip is stamped with the time it is keyed; the
      * reconciliation takes the last one of the day.
       500-RECORD-A-DIP.
           MOVE WS-TANK-RECORD TO FUEL-TANK-RECORD.
           DISPLAY "LITRES BY DIPSTICK?".
           MOVE SPACES TO WS-LITRES-INPUT.
           ACCEPT WS-LITRES-INPUT.
           DISPLAY "TAKEN BY?".
           MOVE SPACES TO WS-TAKEN-BY-INPUT.
           ACCEPT WS-TAKEN-BY-INPUT.
           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(WS-LITRES-INPUT) NOT = ZERO
                   DISPLAY "LITRES MUST BE NUMERIC - NOT RECORDED"
               WHEN FUNCTION NUMVAL(WS-LITRES-INPUT) > TK-CAPACITY
                   DISPLAY "MORE THAN THE TANK HOLDS - NOT RECORDED"
               WHEN OTHER
                   PERFORM 510-WRITE-THE-DIP
           END-EVALUATE.
       510-WRITE-THE-DIP.
           OPEN EXTEND FUEL-DIP-FILE.
           IF WS-DP-FILE-STATUS = "35"
               OPEN OUTPUT FUEL-DIP-FILE
           END-IF.
           IF WS-DP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FUEL-DIP-FILE - STATUS "
                   WS-DP-FILE-STATUS " - NOT RECORDED"
           ELSE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO FUEL-DIP-RECORD
               MOVE WS-RUN-DATE TO DP-DATE
               MOVE WS-RUN-HHMM TO DP-TIME
               COMPUTE DP-LITRES ROUNDED =
                   FUNCTION NUMVAL(WS-LITRES-INPUT)
               MOVE WS-TAKEN-BY-INPUT TO DP-TAKEN-BY
               WRITE FUEL-DIP-RECORD
               CLOSE FUEL-DIP-FILE
               ADD 1 TO WS-DIPS-RECORDED
               MOVE DP-LITRES TO WS-LITRES-OUT
               DISPLAY "DIP OF " WS-LITRES-OUT " L RECORDED AT "
                   DP-TIME
           END-IF.
       700-REWRITE-TANK-FILE.
           OPEN OUTPUT FUEL-TANK-FILE.
           IF WS-TK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING FUEL-TANK-FILE - STATUS "
                   WS-TK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-TANK-RECORD TO FUEL-TANK-RECORD.
           WRITE FUEL-TANK-RECORD.
           CLOSE FUEL-TANK-FILE.

       END PROGRAM FUEL-TANK-ENTRY.
