      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Daily interface status report - reads the interface
      *          schedule (interfaceschedule.txt: file name, O for a
      *          file we send or I for one we receive, how often it
      *          is due - D daily, W weekly on the day number given
      *          (1 = Monday ... 7 = Sunday), M at month-end, R on
      *          request - and the time of day it is due by) against
      *          today's lines on interfacemanifest.txt
      *          (INTERFACE-MANIFEST), and lists every interface with
      *          the time it was sent or arrived, its run sequence
      *          number, record count, hash total and a status:
      *          MISSING - due today and past its time with nothing
      *          sent or received; REFUSED - only refused copies
      *          arrived; DUPLICATE - a file already received came in
      *          again, or an outbound file went twice; SEQ GAP - a
      *          sequence number was skipped; LATE - it came after
      *          its due time; AWAITED - due later today; NOT DUE.
      *          The manifest's note is printed under any exception.
      *          Written to interfacestatus.txt, captured to the
      *          report spool, and any exception ends the step with
      *          RETURN-CODE 4. Runs as the last batchcontrol.txt
      *          step, after the steps that send and receive files
      *          have logged them - nothing prompts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFACE-STATUS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERFACE-SCHEDULE-FILE
           ASSIGN "../interfaceschedule.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IS-FILE-STATUS.
           SELECT MANIFEST-FILE
           ASSIGN "../interfacemanifest.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MF-FILE-STATUS.
           SELECT INTERFACE-REPORT-FILE
           ASSIGN "../interfacestatus.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INTERFACE-SCHEDULE-FILE.
       01 INTERFACE-SCHEDULE-RECORD.
           05 IS-FILE-NAME   PIC X(30).
           05 FILLER         PIC X.
           05 IS-DIRECTION   PIC X.
           05 FILLER         PIC X.
           05 IS-FREQUENCY   PIC X.
           05 FILLER         PIC X.
           05 IS-DAY         PIC X.
           05 FILLER         PIC X.
           05 IS-DUE-TIME    PIC X(4).
       FD MANIFEST-FILE.
           COPY "INTERFACE-MANIFEST-RECORD.CPY".
       FD INTERFACE-REPORT-FILE.
       01 REPORT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-IS-FILE-STATUS PIC XX.
       01 WS-MF-FILE-STATUS PIC XX.
       01 WS-RPT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-NOW-HHMM PIC 9(4).
       01 WS-DAY-WORK PIC 9(7).
       01 WS-DAY-QUOTIENT PIC 9(7).
       01 WS-DAY-REMAINDER PIC 9.
       01 WS-RUN-DAY-NUMBER PIC 9.
       01 WS-NEXT-DAY-DATE PIC 9(8).
       01 WS-MONTH-END-TODAY PIC X.
      * One entry per scheduled interface, with what today's
      * manifest lines say about it.
       01 WS-IF-COUNT PIC 9(2) VALUE ZERO.
       01 WS-IF-TABLE.
           05 WS-IF-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-IF-COUNT.
               10 WS-IF-FILE-NAME  PIC X(30).
               10 WS-IF-DIRECTION  PIC X.
               10 WS-IF-DUE-TODAY  PIC X.
               10 WS-IF-DUE-TIME   PIC 9(4).
               10 WS-IF-ARRIVALS   PIC 9(3).
               10 WS-IF-REFUSALS   PIC 9(3).
               10 WS-IF-FIRST-TIME PIC 9(8).
               10 WS-IF-SEQUENCE   PIC 9(6).
               10 WS-IF-COUNT-SEEN PIC 9(7).
               10 WS-IF-HASH       PIC 9(11)V99.
               10 WS-IF-DUPLICATE  PIC X.
               10 WS-IF-GAP        PIC X.
               10 WS-IF-NOTE       PIC X(40).
       01 WS-IF-SUB PIC 9(2).
       01 WS-IF-FOUND-SUB PIC 9(2).
       01 WS-STATUS PIC X(10).
       01 WS-EXCEPTION-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SPOOL-REPORT PIC X(30).
       01 WS-SPOOL-PROGRAM PIC X(30) VALUE "INTERFACE-STATUS-REPORT".
       01 WS-TITLE-LINE.
           05 FILLER PIC X(34)
               VALUE "INTERFACE TRANSMISSION STATUS FOR ".
           05 TT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AT ".
           05 TT-RUN-HH PIC 9(2).
           05 FILLER PIC X VALUE ":".
           05 TT-RUN-MM PIC 9(2).
       01 WS-HEADING-1.
           05 FILLER PIC X(29) VALUE "FILE                     DIR ".
           05 FILLER PIC X(12) VALUE "DUE   TIME  ".
           05 FILLER PIC X(15) VALUE "   SEQ   COUNT ".
           05 FILLER PIC X(24) VALUE "       HASH TOTAL STATUS".
       01 WS-HEADING-2.
           05 FILLER PIC X(29) VALUE "------------------------ --- ".
           05 FILLER PIC X(12) VALUE "----- ----- ".
           05 FILLER PIC X(15) VALUE "------ ------- ".
           05 FILLER PIC X(28) VALUE "----------------- ----------".
       01 WS-DETAIL-LINE.
           05 DL-FILE-NAME PIC X(24).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-DIRECTION PIC X(3).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-DUE.
               10 DL-DUE-HH PIC X(2).
               10 DL-DUE-COLON PIC X.
               10 DL-DUE-MM PIC X(2).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-ARRIVED.
               10 DL-ARR-HH PIC X(2).
               10 DL-ARR-COLON PIC X.
               10 DL-ARR-MM PIC X(2).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-SEQUENCE  PIC ZZZZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 DL-COUNT     PIC ZZZZZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 DL-HASH      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 DL-STATUS    PIC X(10).
       01 WS-NOTE-LINE.
           05 FILLER       PIC X(6) VALUE SPACES.
           05 NL-NOTE      PIC X(40).
       01 WS-TOTAL-LINE.
           05 FILLER       PIC X(24) VALUE "INTERFACE EXCEPTIONS:   ".
           05 TL-COUNT     PIC ZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:4) TO WS-NOW-HHMM.
           PERFORM 100-WORK-OUT-DAY-FACTS.
           PERFORM 200-LOAD-SCHEDULE.
           IF WS-IF-COUNT = ZERO
               DISPLAY "NO INTERFACES ON interfaceschedule.txt - "
                   "REPORT NOT PRODUCED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 300-READ-TODAYS-MANIFEST.
           OPEN OUTPUT INTERFACE-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INTERFACE-REPORT-FILE - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO TT-RUN-DATE.
           MOVE WS-RUN-TIME(1:2) TO TT-RUN-HH.
           MOVE WS-RUN-TIME(3:2) TO TT-RUN-MM.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 400-REPORT-ONE-INTERFACE
               VARYING WS-IF-SUB FROM 1 BY 1
               UNTIL WS-IF-SUB > WS-IF-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE INTERFACE-REPORT-FILE.
           MOVE "interfacestatus.txt" TO WS-SPOOL-REPORT.
           CALL "REPORT-SPOOL-CAPTURE" USING WS-SPOOL-REPORT
               WS-SPOOL-PROGRAM.
           DISPLAY "INTERFACES SCHEDULED: " WS-IF-COUNT.
           DISPLAY "INTERFACE EXCEPTIONS: " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "MISSING, LATE OR DUPLICATE FILES - SEE "
                   "interfacestatus.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * Day 1 of the INTEGER-OF-DATE epoch was a Monday, so the
      * remainder base-7 gives the weekday (1 = Monday ... 7 =
      * Sunday); tomorrow's month changing is what makes today
      * month-end - the same reckoning the batch calendar uses.
       100-WORK-OUT-DAY-FACTS.
           COMPUTE WS-DAY-WORK =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           SUBTRACT 1 FROM WS-DAY-WORK.
           DIVIDE WS-DAY-WORK BY 7 GIVING WS-DAY-QUOTIENT
               REMAINDER WS-DAY-REMAINDER.
           COMPUTE WS-RUN-DAY-NUMBER = WS-DAY-REMAINDER + 1.
           ADD 1 TO WS-DAY-WORK.
           COMPUTE WS-NEXT-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-WORK + 1).
           IF WS-NEXT-DAY-DATE(5:2) NOT = WS-RUN-DATE(5:2)
               MOVE 'Y' TO WS-MONTH-END-TODAY
           ELSE
               MOVE 'N' TO WS-MONTH-END-TODAY
           END-IF.
       200-LOAD-SCHEDULE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INTERFACE-SCHEDULE-FILE.
           IF WS-IS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INTERFACE-SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IS-FILE-NAME NOT = SPACES
                           PERFORM 210-STORE-SCHEDULE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-IS-FILE-STATUS = "00" OR "10"
               CLOSE INTERFACE-SCHEDULE-FILE
           END-IF.
       210-STORE-SCHEDULE-ENTRY.
           IF WS-IF-COUNT < 50
               ADD 1 TO WS-IF-COUNT
               INITIALIZE WS-IF-ENTRY(WS-IF-COUNT)
               MOVE IS-FILE-NAME TO WS-IF-FILE-NAME(WS-IF-COUNT)
               MOVE IS-DIRECTION TO WS-IF-DIRECTION(WS-IF-COUNT)
               IF IS-DUE-TIME NUMERIC
                   MOVE IS-DUE-TIME TO WS-IF-DUE-TIME(WS-IF-COUNT)
               ELSE
                   MOVE 2359 TO WS-IF-DUE-TIME(WS-IF-COUNT)
               END-IF
               MOVE 'N' TO WS-IF-DUE-TODAY(WS-IF-COUNT)
               MOVE 'N' TO WS-IF-DUPLICATE(WS-IF-COUNT)
               MOVE 'N' TO WS-IF-GAP(WS-IF-COUNT)
               EVALUATE IS-FREQUENCY
                   WHEN 'D'
                       MOVE 'Y' TO WS-IF-DUE-TODAY(WS-IF-COUNT)
                   WHEN 'W'
                       IF IS-DAY NUMERIC
                           AND IS-DAY = WS-RUN-DAY-NUMBER
                           MOVE 'Y' TO WS-IF-DUE-TODAY(WS-IF-COUNT)
                       END-IF
                   WHEN 'M'
                       IF WS-MONTH-END-TODAY = 'Y'
                           MOVE 'Y' TO WS-IF-DUE-TODAY(WS-IF-COUNT)
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY "INTERFACE TABLE FULL - DROPPED: "
                   IS-FILE-NAME
           END-IF.
       300-READ-TODAYS-MANIFEST.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MF-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MANIFEST-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MF-LOGGED-DATE = WS-RUN-DATE
                           PERFORM 310-TAKE-UP-MANIFEST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MF-FILE-STATUS = "00" OR "10"
               CLOSE MANIFEST-FILE
           END-IF.
      * A sent or received line counts as an arrival - a second
      * outbound send of the same file on one day is itself a
      * duplicate. A refusal only counts as a duplicate when the
      * manifest refused it as one. The note kept for the report is
      * the duplicate's when there is one, since that is the status
      * shown.
       310-TAKE-UP-MANIFEST-LINE.
           MOVE ZERO TO WS-IF-FOUND-SUB.
           PERFORM VARYING WS-IF-SUB FROM 1 BY 1
                   UNTIL WS-IF-SUB > WS-IF-COUNT
               IF WS-IF-FILE-NAME(WS-IF-SUB) = MF-FILE-NAME
                   AND WS-IF-DIRECTION(WS-IF-SUB) = MF-DIRECTION
                   MOVE WS-IF-SUB TO WS-IF-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-IF-FOUND-SUB > ZERO
               MOVE WS-IF-FOUND-SUB TO WS-IF-SUB
               IF MF-STATUS = 'X'
                   ADD 1 TO WS-IF-REFUSALS(WS-IF-SUB)
                   IF MF-NOTE(1:9) = "DUPLICATE"
                       MOVE 'Y' TO WS-IF-DUPLICATE(WS-IF-SUB)
                       MOVE MF-NOTE TO WS-IF-NOTE(WS-IF-SUB)
                   ELSE
                       IF WS-IF-DUPLICATE(WS-IF-SUB) = 'N'
                           MOVE MF-NOTE TO WS-IF-NOTE(WS-IF-SUB)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-IF-ARRIVALS(WS-IF-SUB)
                   IF WS-IF-ARRIVALS(WS-IF-SUB) = 1
                       MOVE MF-LOGGED-TIME
                           TO WS-IF-FIRST-TIME(WS-IF-SUB)
                   ELSE
                       IF MF-DIRECTION = 'O'
                           MOVE 'Y' TO WS-IF-DUPLICATE(WS-IF-SUB)
                           MOVE "SENT MORE THAN ONCE TODAY"
                               TO WS-IF-NOTE(WS-IF-SUB)
                       END-IF
                   END-IF
                   MOVE MF-SEQUENCE TO WS-IF-SEQUENCE(WS-IF-SUB)
                   MOVE MF-RECORD-COUNT TO WS-IF-COUNT-SEEN(WS-IF-SUB)
                   MOVE MF-HASH-TOTAL TO WS-IF-HASH(WS-IF-SUB)
                   IF MF-STATUS = 'G'
                       MOVE 'Y' TO WS-IF-GAP(WS-IF-SUB)
                       IF WS-IF-DUPLICATE(WS-IF-SUB) = 'N'
                           MOVE MF-NOTE TO WS-IF-NOTE(WS-IF-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       400-REPORT-ONE-INTERFACE.
           PERFORM 410-WORK-OUT-STATUS.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-IF-FILE-NAME(WS-IF-SUB) TO DL-FILE-NAME.
           IF WS-IF-DIRECTION(WS-IF-SUB) = 'O'
               MOVE "OUT" TO DL-DIRECTION
           ELSE
               MOVE "IN" TO DL-DIRECTION
           END-IF.
           IF WS-IF-DUE-TODAY(WS-IF-SUB) = 'Y'
               MOVE WS-IF-DUE-TIME(WS-IF-SUB)(1:2) TO DL-DUE-HH
               MOVE ":" TO DL-DUE-COLON
               MOVE WS-IF-DUE-TIME(WS-IF-SUB)(3:2) TO DL-DUE-MM
           END-IF.
           IF WS-IF-ARRIVALS(WS-IF-SUB) > ZERO
               MOVE WS-IF-FIRST-TIME(WS-IF-SUB)(1:2) TO DL-ARR-HH
               MOVE ":" TO DL-ARR-COLON
               MOVE WS-IF-FIRST-TIME(WS-IF-SUB)(3:2) TO DL-ARR-MM
               MOVE WS-IF-SEQUENCE(WS-IF-SUB) TO DL-SEQUENCE
               MOVE WS-IF-COUNT-SEEN(WS-IF-SUB) TO DL-COUNT
               MOVE WS-IF-HASH(WS-IF-SUB) TO DL-HASH
           END-IF.
           MOVE WS-STATUS TO DL-STATUS.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-STATUS = "REFUSED" OR "DUPLICATE" OR "SEQ GAP"
               MOVE WS-IF-NOTE(WS-IF-SUB) TO NL-NOTE
               MOVE WS-NOTE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       410-WORK-OUT-STATUS.
           EVALUATE TRUE
               WHEN WS-IF-ARRIVALS(WS-IF-SUB) = ZERO
                   AND WS-IF-REFUSALS(WS-IF-SUB) > ZERO
                   AND WS-IF-DUPLICATE(WS-IF-SUB) = 'N'
                   MOVE "REFUSED" TO WS-STATUS
               WHEN WS-IF-DUPLICATE(WS-IF-SUB) = 'Y'
                   MOVE "DUPLICATE" TO WS-STATUS
               WHEN WS-IF-ARRIVALS(WS-IF-SUB) = ZERO
                   AND WS-IF-DUE-TODAY(WS-IF-SUB) = 'Y'
                   AND WS-NOW-HHMM > WS-IF-DUE-TIME(WS-IF-SUB)
                   MOVE "MISSING" TO WS-STATUS
               WHEN WS-IF-ARRIVALS(WS-IF-SUB) = ZERO
                   AND WS-IF-DUE-TODAY(WS-IF-SUB) = 'Y'
                   MOVE "AWAITED" TO WS-STATUS
               WHEN WS-IF-ARRIVALS(WS-IF-SUB) = ZERO
                   MOVE "NOT DUE" TO WS-STATUS
               WHEN WS-IF-GAP(WS-IF-SUB) = 'Y'
                   MOVE "SEQ GAP" TO WS-STATUS
               WHEN WS-IF-DUE-TODAY(WS-IF-SUB) = 'Y'
                   AND WS-IF-FIRST-TIME(WS-IF-SUB)(1:4)
                       > WS-IF-DUE-TIME(WS-IF-SUB)
                   MOVE "LATE" TO WS-STATUS
               WHEN OTHER
                   MOVE "OK" TO WS-STATUS
           END-EVALUATE.
           IF WS-STATUS NOT = "OK" AND WS-STATUS NOT = "AWAITED"
               AND WS-STATUS NOT = "NOT DUE"
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       END PROGRAM INTERFACE-STATUS-REPORT.
