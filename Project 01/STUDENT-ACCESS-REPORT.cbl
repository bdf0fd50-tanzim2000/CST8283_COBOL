      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Privacy access reporting over studentaccess.log -
      *          selectable reports for one student number (to answer
      *          a student's request to know who has looked at their
      *          record), one operator, or a date range, each line
      *          showing who looked the student up, when, and which
      *          sections of the record were displayed, with a count
      *          of the lookups selected. The log is written by
      *          STUDENT-INQUIRY.
      *          The whole log is then checked for unusual access,
      *          and every flag whose lookup falls in the selection is
      *          listed after the totals:
      *            - an operator making more than 20 lookups within
      *              60 minutes (flagged once per burst, on the lookup
      *              that crosses the limit);
      *            - an operator looking up their own student record,
      *              from the operatorstudents.txt cross-reference.
      *          Any flag sets return code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-ACCESS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-ACCESS-FILE
           ASSIGN "../studentaccess.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-STUDENT-FILE
           ASSIGN "../operatorstudents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OS-FILE-STATUS.
           SELECT ACCESS-REPORT-FILE
           ASSIGN "../studentaccessreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-ACCESS-FILE.
           COPY "STUDENT-ACCESS-LOG.CPY".
       FD OPERATOR-STUDENT-FILE.
           COPY "OPERATOR-STUDENT-RECORD.CPY".
       FD ACCESS-REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-OS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-OS-EOF PIC X VALUE 'N'.
       01 WS-REPORT-CHOICE PIC X.
           88 WS-CHOICE-STUDENT   VALUE '1'.
           88 WS-CHOICE-OPERATOR  VALUE '2'.
           88 WS-CHOICE-DATES     VALUE '3'.
       01 WS-SELECT-NUMBER-INPUT PIC X(7).
       01 WS-SELECT-NUMBER PIC 9(7).
       01 WS-SELECT-OPERATOR PIC X(10).
       01 WS-SELECT-DATE-FROM PIC 9(8).
       01 WS-SELECT-DATE-TO PIC 9(8).
       01 WS-LINE-MATCHES PIC X.
           88 WS-LINE-SELECTED VALUE 'Y'.
       01 WS-LINES-READ PIC 9(6) VALUE ZERO.
       01 WS-LINES-SELECTED PIC 9(6) VALUE ZERO.
      * More than WS-BURST-LIMIT lookups by one operator inside
      * WS-BURST-MINUTES is flagged. Each operator keeps the stamps
      * of their last WS-BURST-LIMIT + 1 lookups in a ring, so the
      * slot about to be reused always holds the lookup
      * WS-BURST-LIMIT lookups back.
       01 WS-BURST-LIMIT PIC 9(3) VALUE 20.
       01 WS-BURST-MINUTES PIC 9(3) VALUE 60.
       01 WS-RING-SIZE PIC 9(3) VALUE 21.
       01 WS-OPERATOR-TABLE.
           05 WS-OT-COUNT PIC 9(3) VALUE ZERO.
           05 WS-OT-ENTRY OCCURS 200 TIMES.
               10 WS-OT-OPERATOR PIC X(10).
               10 WS-OT-LOOKUPS PIC 9(6).
               10 WS-OT-NEXT-SLOT PIC 9(3).
               10 WS-OT-FLAGGED-UNTIL PIC 9(9).
               10 WS-OT-STAMP PIC 9(9) OCCURS 21 TIMES.
       01 WS-OT-SUB PIC 9(3).
       01 WS-OT-FOUND PIC X.
       01 WS-OLDEST-SLOT PIC 9(3).
       01 WS-LOOKUP-STAMP PIC 9(9).
       01 WS-LOOKUP-HOURS PIC 99.
       01 WS-LOOKUP-MINUTES PIC 99.
       01 WS-OWN-TABLE.
           05 WS-OWN-COUNT PIC 9(3) VALUE ZERO.
           05 WS-OWN-ENTRY OCCURS 500 TIMES.
               10 WS-OWN-OPERATOR PIC X(10).
               10 WS-OWN-STUDENT PIC 9(7).
       01 WS-OWN-SUB PIC 9(3).
       01 WS-FLAG-TABLE.
           05 WS-FLAG-COUNT PIC 9(4) VALUE ZERO.
           05 WS-FLAG-LINE PIC X(100) OCCURS 1000 TIMES.
       01 WS-FLAG-SUB PIC 9(4).
       01 WS-FLAGS-FOUND PIC 9(6) VALUE ZERO.
       01 WS-FLAG-DETAIL.
           05 FL-DATE            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FL-TIME            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FL-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 FL-STUDENT-NUMBER  PIC 9(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FL-REASON          PIC X(50).
       01 WS-BURST-REASON.
           05 FILLER             PIC X(9) VALUE "MORE THAN".
           05 BR-LIMIT           PIC ZZ9.
           05 FILLER             PIC X(15) VALUE " LOOKUPS WITHIN".
           05 BR-MINUTES         PIC ZZ9.
           05 FILLER             PIC X(8) VALUE " MINUTES".
       01 WS-HEADING-1 PIC X(80) VALUE
           "STUDENT RECORD ACCESS REPORT".
       01 WS-HEADING-2.
           05 FILLER PIC X(47) VALUE
               "SECTIONS SHOWN: B = BALANCES  R = REGISTRATION".
           05 FILLER PIC X(33) VALUE
               "AND ADDRESS  H = HISTORY".
       01 WS-HEADING-3.
           05 FILLER PIC X(50) VALUE
               "DATE     TIME     OPERATOR   PROGRAM".
           05 FILLER PIC X(30) VALUE
               "STUDENT B R H".
       01 WS-FLAG-HEADING-1 PIC X(80) VALUE
           "UNUSUAL ACCESS".
       01 WS-FLAG-HEADING-2 PIC X(80) VALUE
           "DATE     TIME     OPERATOR   STUDENT  REASON".
       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(30) VALUE
               "LOOKUPS SELECTED:".
           05 TL-LINES-SELECTED  PIC ZZZZZ9.
       01 WS-FLAG-TOTAL-LINE.
           05 FILLER             PIC X(30) VALUE
               "UNUSUAL ACCESS FLAGGED:".
           05 TL-FLAGS-FOUND     PIC ZZZZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-OBTAIN-REPORT-SELECTION.
           PERFORM 110-LOAD-OPERATOR-STUDENTS.
           OPEN INPUT STUDENT-ACCESS-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-ACCESS-FILE - STATUS "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ACCESS-REPORT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCESS-REPORT-FILE - STATUS "
                   WS-FILE-STATUS
               CLOSE STUDENT-ACCESS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO STUDENT-ACCESS-RECORD
               READ STUDENT-ACCESS-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM 200-SELECT-AND-REPORT-LINE
                       PERFORM 400-CHECK-UNUSUAL-ACCESS
               END-READ
           END-PERFORM.
           PERFORM 300-WRITE-REPORT-TOTALS.
           PERFORM 500-WRITE-UNUSUAL-ACCESS.
           CLOSE STUDENT-ACCESS-FILE.
           CLOSE ACCESS-REPORT-FILE.
           DISPLAY "ACCESS LINES READ:    " WS-LINES-READ.
           DISPLAY "LOOKUPS SELECTED:     " WS-LINES-SELECTED.
           DISPLAY "UNUSUAL ACCESS:       " WS-FLAGS-FOUND.
           IF WS-FLAGS-FOUND > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-OBTAIN-REPORT-SELECTION.
           DISPLAY "==== STUDENT RECORD ACCESS REPORT ====".
           DISPLAY "1 = ALL LOOKUPS OF ONE STUDENT NUMBER".
           DISPLAY "2 = ALL LOOKUPS BY ONE OPERATOR".
           DISPLAY "3 = ALL LOOKUPS IN A DATE RANGE".
           DISPLAY "SELECT A REPORT [1-3]:".
           ACCEPT WS-REPORT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-STUDENT
                   DISPLAY "STUDENT NUMBER (7 DIGITS)?"
                   ACCEPT WS-SELECT-NUMBER-INPUT
                   MOVE WS-SELECT-NUMBER-INPUT TO WS-SELECT-NUMBER
               WHEN WS-CHOICE-OPERATOR
                   DISPLAY "OPERATOR ID?"
                   ACCEPT WS-SELECT-OPERATOR
               WHEN WS-CHOICE-DATES
                   DISPLAY "FROM DATE (YYYYMMDD)?"
                   ACCEPT WS-SELECT-DATE-FROM
                   DISPLAY "TO DATE (YYYYMMDD)?"
                   ACCEPT WS-SELECT-DATE-TO
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - PLEASE CHOOSE 1-3"
                   PERFORM 100-OBTAIN-REPORT-SELECTION
           END-EVALUATE.
      * Without the cross-reference the own-record check is skipped;
      * the rest of the report still runs.
       110-LOAD-OPERATOR-STUDENTS.
           OPEN INPUT OPERATOR-STUDENT-FILE.
           IF WS-OS-FILE-STATUS NOT = "00"
               DISPLAY "NO OPERATORSTUDENTS.TXT - OWN-RECORD CHECK "
                   "SKIPPED"
               MOVE 'Y' TO WS-OS-EOF
           END-IF.
           PERFORM UNTIL WS-OS-EOF = 'Y'
               MOVE SPACES TO OPERATOR-STUDENT-RECORD
               READ OPERATOR-STUDENT-FILE
                   AT END MOVE 'Y' TO WS-OS-EOF
                   NOT AT END
                       IF OS-STUDENT-NUMBER NUMERIC
                           AND OS-OPERATOR-ID NOT = SPACES
                           AND WS-OWN-COUNT < 500
                           ADD 1 TO WS-OWN-COUNT
                           MOVE OS-OPERATOR-ID
                               TO WS-OWN-OPERATOR(WS-OWN-COUNT)
                           MOVE OS-STUDENT-NUMBER
                               TO WS-OWN-STUDENT(WS-OWN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OS-FILE-STATUS = "00" OR "10"
               CLOSE OPERATOR-STUDENT-FILE
           END-IF.
       200-SELECT-AND-REPORT-LINE.
           PERFORM 210-MATCH-SELECTION.
           IF WS-LINE-SELECTED
               ADD 1 TO WS-LINES-SELECTED
               MOVE STUDENT-ACCESS-RECORD TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       210-MATCH-SELECTION.
           MOVE 'N' TO WS-LINE-MATCHES.
           EVALUATE TRUE
               WHEN WS-CHOICE-STUDENT
                   IF SA-STUDENT-NUMBER NUMERIC
                       AND SA-STUDENT-NUMBER = WS-SELECT-NUMBER
                       MOVE 'Y' TO WS-LINE-MATCHES
                   END-IF
               WHEN WS-CHOICE-OPERATOR
                   IF SA-OPERATOR = WS-SELECT-OPERATOR
                       MOVE 'Y' TO WS-LINE-MATCHES
                   END-IF
               WHEN WS-CHOICE-DATES
                   IF SA-DATE NUMERIC
                       AND SA-DATE NOT < WS-SELECT-DATE-FROM
                       AND SA-DATE NOT > WS-SELECT-DATE-TO
                       MOVE 'Y' TO WS-LINE-MATCHES
                   END-IF
           END-EVALUATE.
       300-WRITE-REPORT-TOTALS.
           MOVE WS-LINES-SELECTED TO TL-LINES-SELECTED.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Every lookup on the log feeds the checks - a burst is a burst
      * whichever students it touched - but a flag is only reported
      * when its own lookup is in the selection.
       400-CHECK-UNUSUAL-ACCESS.
           IF SA-DATE NUMERIC AND SA-TIME NUMERIC
               PERFORM 410-CHECK-LOOKUP-BURST
           END-IF.
           IF SA-STUDENT-NUMBER NUMERIC
               PERFORM 420-CHECK-OWN-RECORD
           END-IF.
       410-CHECK-LOOKUP-BURST.
           MOVE SA-TIME(1:2) TO WS-LOOKUP-HOURS.
           MOVE SA-TIME(3:2) TO WS-LOOKUP-MINUTES.
           COMPUTE WS-LOOKUP-STAMP =
               FUNCTION INTEGER-OF-DATE(SA-DATE) * 1440
               + WS-LOOKUP-HOURS * 60 + WS-LOOKUP-MINUTES.
           PERFORM 430-FIND-OPERATOR.
           IF WS-OT-FOUND = 'Y'
               ADD 1 TO WS-OT-LOOKUPS(WS-OT-SUB)
               MOVE WS-LOOKUP-STAMP TO WS-OT-STAMP(WS-OT-SUB,
                   WS-OT-NEXT-SLOT(WS-OT-SUB))
               COMPUTE WS-OLDEST-SLOT = WS-OT-NEXT-SLOT(WS-OT-SUB) + 1
               IF WS-OLDEST-SLOT > WS-RING-SIZE
                   MOVE 1 TO WS-OLDEST-SLOT
               END-IF
               IF WS-OT-LOOKUPS(WS-OT-SUB) > WS-BURST-LIMIT
                   AND WS-LOOKUP-STAMP
                       - WS-OT-STAMP(WS-OT-SUB, WS-OLDEST-SLOT)
                       < WS-BURST-MINUTES
                   AND WS-LOOKUP-STAMP > WS-OT-FLAGGED-UNTIL(WS-OT-SUB)
                   COMPUTE WS-OT-FLAGGED-UNTIL(WS-OT-SUB) =
                       WS-LOOKUP-STAMP + WS-BURST-MINUTES
                   MOVE WS-BURST-LIMIT TO BR-LIMIT
                   MOVE WS-BURST-MINUTES TO BR-MINUTES
                   MOVE WS-BURST-REASON TO FL-REASON
                   PERFORM 440-RECORD-FLAG
               END-IF
               MOVE WS-OLDEST-SLOT TO WS-OT-NEXT-SLOT(WS-OT-SUB)
           END-IF.
       420-CHECK-OWN-RECORD.
           PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
                   UNTIL WS-OWN-SUB > WS-OWN-COUNT
               IF WS-OWN-OPERATOR(WS-OWN-SUB) = SA-OPERATOR
                   AND WS-OWN-STUDENT(WS-OWN-SUB) = SA-STUDENT-NUMBER
                   MOVE "OPERATOR LOOKED UP THEIR OWN STUDENT RECORD"
                       TO FL-REASON
                   PERFORM 440-RECORD-FLAG
                   MOVE WS-OWN-COUNT TO WS-OWN-SUB
               END-IF
           END-PERFORM.
      * A new operator starts an empty ring; past 200 operators the
      * burst check is skipped for the newcomers.
       430-FIND-OPERATOR.
           MOVE 'N' TO WS-OT-FOUND.
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                   UNTIL WS-OT-SUB > WS-OT-COUNT OR WS-OT-FOUND = 'Y'
               IF WS-OT-OPERATOR(WS-OT-SUB) = SA-OPERATOR
                   MOVE 'Y' TO WS-OT-FOUND
               END-IF
           END-PERFORM.
           IF WS-OT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-OT-SUB
           ELSE
               IF WS-OT-COUNT < 200
                   ADD 1 TO WS-OT-COUNT
                   MOVE WS-OT-COUNT TO WS-OT-SUB
                   MOVE SA-OPERATOR TO WS-OT-OPERATOR(WS-OT-SUB)
                   MOVE ZERO TO WS-OT-LOOKUPS(WS-OT-SUB)
                   MOVE 1 TO WS-OT-NEXT-SLOT(WS-OT-SUB)
                   MOVE ZERO TO WS-OT-FLAGGED-UNTIL(WS-OT-SUB)
                   MOVE 'Y' TO WS-OT-FOUND
               END-IF
           END-IF.
       440-RECORD-FLAG.
           PERFORM 210-MATCH-SELECTION.
           IF WS-LINE-SELECTED
               ADD 1 TO WS-FLAGS-FOUND
               MOVE SA-DATE TO FL-DATE
               MOVE SA-TIME TO FL-TIME
               MOVE SA-OPERATOR TO FL-OPERATOR
               MOVE SA-STUDENT-NUMBER TO FL-STUDENT-NUMBER
               IF WS-FLAG-COUNT < 1000
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE WS-FLAG-DETAIL TO WS-FLAG-LINE(WS-FLAG-COUNT)
               END-IF
           END-IF.
       500-WRITE-UNUSUAL-ACCESS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FLAG-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FLAG-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > WS-FLAG-COUNT
               MOVE WS-FLAG-LINE(WS-FLAG-SUB) TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-FLAGS-FOUND TO TL-FLAGS-FOUND.
           MOVE WS-FLAG-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM STUDENT-ACCESS-REPORT.
