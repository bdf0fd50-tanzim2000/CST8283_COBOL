      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Common CALLable fiscal period check - every program
      *          that posts dollars to studentaudit.log passes each
      *          transaction through here (FISCAL-CHECK-AREA.CPY)
      *          before it posts. The transaction's date - or today,
      *          when it carries none or is dated ahead - is looked
      *          up on fiscalcalendar.txt: a date in an open period
      *          posts today as it always did; a date in a closed
      *          period, or before the calendar starts, is rolled
      *          forward to the first open period after it; a date
      *          past the last period on the calendar, or with no
      *          open period left to roll into, is refused. Nothing
      *          is ever dated earlier than today, and today itself
      *          goes through the same test, so a run started after
      *          Finance closed the current month still lands in the
      *          next one. Rolled and refused postings are logged on
      *          closedperiodpostings.txt with the program, student,
      *          action, amount and both dates for Finance to review.
      *          With no calendar on hand every date is open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL-PERIOD-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-CALENDAR-FILE
           ASSIGN "../fiscalcalendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FC-FILE-STATUS.
           SELECT CLOSED-POSTING-FILE
           ASSIGN "../closedperiodpostings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FISCAL-CALENDAR-FILE.
           COPY "FISCAL-CALENDAR-RECORD.CPY".
       FD CLOSED-POSTING-FILE.
       01 CLOSED-POSTING-RECORD.
           05 CX-LOGGED-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 CX-LOGGED-TIME     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 CX-PROGRAM         PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 CX-STUDENT-NUMBER  PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 CX-ACTION          PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 CX-AMOUNT          PIC Z(6)9.99-.
           05 FILLER             PIC X VALUE SPACE.
           05 CX-TRANSACTION-DATE PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 CX-POST-DATE       PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 CX-DISPOSITION     PIC X(12).
       WORKING-STORAGE SECTION.
       01 WS-FC-FILE-STATUS PIC XX.
       01 WS-CX-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-ORIGINAL-DATE PIC 9(8).
       01 WS-NEXT-START PIC 9(8).
       01 WS-CALENDAR-END PIC 9(8).
       01 WS-PERIOD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 1 TO 240 TIMES
               DEPENDING ON WS-PERIOD-COUNT.
               10 WS-FP-PERIOD     PIC 9(6).
               10 WS-FP-START-DATE PIC 9(8).
               10 WS-FP-END-DATE   PIC 9(8).
               10 WS-FP-STATUS     PIC X.
       01 WS-PERIOD-SUB PIC 9(3).
       01 WS-FOUND-SUB PIC 9(3).
       LINKAGE SECTION.
           COPY "FISCAL-CHECK-AREA.CPY".
       PROCEDURE DIVISION USING FISCAL-CHECK-AREA.
       000-CHECK-ONE-POSTING.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE 'O' TO FK-RESULT.
           IF FK-TRANSACTION-DATE NUMERIC
               AND FK-TRANSACTION-DATE > ZERO
               MOVE FK-TRANSACTION-DATE TO WS-CHECK-DATE
           ELSE
               MOVE WS-NOW-DATE TO WS-CHECK-DATE
           END-IF.
           MOVE WS-CHECK-DATE TO WS-ORIGINAL-DATE.
           IF WS-CHECK-DATE > WS-NOW-DATE
               MOVE WS-NOW-DATE TO WS-CHECK-DATE
           END-IF.
           PERFORM 100-LOAD-CALENDAR.
           IF WS-PERIOD-COUNT > ZERO
               PERFORM 200-ROLL-PAST-CLOSED-PERIOD
               IF NOT FK-REJECTED
                   AND WS-CHECK-DATE < WS-NOW-DATE
                   MOVE WS-NOW-DATE TO WS-CHECK-DATE
                   PERFORM 200-ROLL-PAST-CLOSED-PERIOD
               END-IF
           ELSE
               IF WS-CHECK-DATE < WS-NOW-DATE
                   MOVE WS-NOW-DATE TO WS-CHECK-DATE
               END-IF
           END-IF.
           MOVE WS-CHECK-DATE TO FK-POST-DATE.
           PERFORM 300-FIND-PERIOD.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-FP-PERIOD(WS-FOUND-SUB) TO FK-POST-PERIOD
           ELSE
               MOVE WS-CHECK-DATE(1:6) TO FK-POST-PERIOD
           END-IF.
           IF NOT FK-PERIOD-OPEN
               PERFORM 400-LOG-CLOSED-PERIOD-POSTING
           END-IF.
           GOBACK.
       100-LOAD-CALENDAR.
           MOVE ZERO TO WS-PERIOD-COUNT.
           MOVE ZERO TO WS-CALENDAR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FISCAL-CALENDAR-FILE.
           IF WS-FC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FISCAL-CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PERIOD-COUNT < 240
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE FC-PERIOD
                               TO WS-FP-PERIOD(WS-PERIOD-COUNT)
                           MOVE FC-START-DATE
                               TO WS-FP-START-DATE(WS-PERIOD-COUNT)
                           MOVE FC-END-DATE
                               TO WS-FP-END-DATE(WS-PERIOD-COUNT)
                           MOVE FC-STATUS
                               TO WS-FP-STATUS(WS-PERIOD-COUNT)
                           IF FC-END-DATE > WS-CALENDAR-END
                               MOVE FC-END-DATE TO WS-CALENDAR-END
                           END-IF
                       ELSE
                           DISPLAY 'FISCAL CALENDAR TABLE FULL - '
                               'DROPPED: ' FC-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FC-FILE-STATUS = "00" OR "10"
               CLOSE FISCAL-CALENDAR-FILE
           END-IF.
      * A date in an open period stands. A date past the end of the
      * calendar has no period Finance has opened yet and is refused.
      * Anything else - a closed period, or a gap or the time before
      * the calendar starts - moves to the start of the earliest
      * open period after it.
       200-ROLL-PAST-CLOSED-PERIOD.
           PERFORM 300-FIND-PERIOD.
           IF WS-FOUND-SUB > ZERO
               AND WS-FP-STATUS(WS-FOUND-SUB) = 'O'
               CONTINUE
           ELSE
               IF WS-CHECK-DATE > WS-CALENDAR-END
                   MOVE 'X' TO FK-RESULT
               ELSE
                   MOVE 99999999 TO WS-NEXT-START
                   PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                           UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
                       IF WS-FP-STATUS(WS-PERIOD-SUB) = 'O'
                           AND WS-FP-START-DATE(WS-PERIOD-SUB)
                               > WS-CHECK-DATE
                           AND WS-FP-START-DATE(WS-PERIOD-SUB)
                               < WS-NEXT-START
                           MOVE WS-FP-START-DATE(WS-PERIOD-SUB)
                               TO WS-NEXT-START
                       END-IF
                   END-PERFORM
                   IF WS-NEXT-START = 99999999
                       MOVE 'X' TO FK-RESULT
                   ELSE
                       MOVE 'R' TO FK-RESULT
                       MOVE WS-NEXT-START TO WS-CHECK-DATE
                   END-IF
               END-IF
           END-IF.
       300-FIND-PERIOD.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
               IF WS-CHECK-DATE NOT < WS-FP-START-DATE(WS-PERIOD-SUB)
                   AND WS-CHECK-DATE
                       NOT > WS-FP-END-DATE(WS-PERIOD-SUB)
                   MOVE WS-PERIOD-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       400-LOG-CLOSED-PERIOD-POSTING.
           OPEN EXTEND CLOSED-POSTING-FILE.
           IF WS-CX-FILE-STATUS = "35"
               OPEN OUTPUT CLOSED-POSTING-FILE
           END-IF.
           IF WS-CX-FILE-STATUS NOT = "00"
               DISPLAY "FISCAL-PERIOD-CHECK: CANNOT LOG TO "
                   "closedperiodpostings.txt - STATUS "
                   WS-CX-FILE-STATUS
           ELSE
               MOVE SPACES TO CLOSED-POSTING-RECORD
               MOVE WS-NOW-DATE TO CX-LOGGED-DATE
               MOVE WS-NOW-TIME TO CX-LOGGED-TIME
               MOVE FK-PROGRAM TO CX-PROGRAM
               MOVE FK-STUDENT-NUMBER TO CX-STUDENT-NUMBER
               MOVE FK-ACTION TO CX-ACTION
               MOVE FK-AMOUNT TO CX-AMOUNT
               MOVE WS-ORIGINAL-DATE TO CX-TRANSACTION-DATE
               IF FK-ROLLED-FORWARD
                   MOVE FK-POST-DATE TO CX-POST-DATE
                   MOVE "ROLLED FWD" TO CX-DISPOSITION
               ELSE
                   MOVE ZERO TO CX-POST-DATE
                   MOVE "REJECTED" TO CX-DISPOSITION
               END-IF
               WRITE CLOSED-POSTING-RECORD
               CLOSE CLOSED-POSTING-FILE
           END-IF.

       END PROGRAM FISCAL-PERIOD-CHECK.
