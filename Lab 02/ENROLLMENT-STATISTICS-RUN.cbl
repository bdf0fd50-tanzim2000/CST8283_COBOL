      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Term enrollment statistics run - counts the
      *            students on studentregistration.txt by
      *            studentProgram and studentYear, by province and by
      *            enrollmentStatus, sets each program's active
      *            headcount beside its seats still open in
      *            programcodes.txt and its waitlist.txt depth, and
      *            compares the term with the snapshot the previous
      *            term's run left in enrollmentsnapshot.txt: new
      *            intakes, withdrawals and graduations since then,
      *            and how many of the students active in the same
      *            season a year earlier are still active or have
      *            graduated. Each run's counts replace that term's
      *            lines in the enrollmentheadcounts.txt history, and
      *            enrollmentstatistics.txt closes with the term-by-
      *            term trend from it. The term comes from the TERM
      *            step parameter under BATCH-CONTROL, with the usual
      *            console prompt standalone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLLMENT-STATISTICS-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-REGISTRATION-FILE
           ASSIGN "../studentregistration.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT PROGRAM-CODE-FILE
           ASSIGN "../programcodes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT WAITLIST-FILE
           ASSIGN "../waitlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT SNAPSHOT-FILE
           ASSIGN "../enrollmentsnapshot.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ES-FILE-STATUS.
           SELECT HEADCOUNT-FILE
           ASSIGN "../enrollmentheadcounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HC-FILE-STATUS.
           SELECT STATISTICS-REPORT-FILE
           ASSIGN "../enrollmentstatistics.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT SNAPSHOT-SORT-FILE
           ASSIGN "../snapshotsort.tmp".
           SELECT HEADCOUNT-SORT-FILE
           ASSIGN "../headcountsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-REGISTRATION-FILE.
           COPY "STUDENT-REGISTRATION-RECORD.CPY".
       FD PROGRAM-CODE-FILE.
       01 PROGRAM-CODE-RECORD.
           05 PC-CODE        PIC X(8).
           05 PC-FIRST-YEAR  PIC 9(4).
           05 PC-LAST-YEAR   PIC 9(4).
      * Blank seats mean the program has no capacity limit.
           05 PC-SEATS       PIC 9(4).
           05 PC-SEATS-X REDEFINES PC-SEATS PIC X(4).
           05 PC-DURATION-X  PIC X(1).
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-REGISTRATION-DATA PIC X(144).
           05 WL-REGISTRATION-KEY REDEFINES WL-REGISTRATION-DATA.
               10 WL-STUDENT-NUMBER PIC 9(10).
               10 WL-PROGRAM        PIC X(8).
               10 FILLER            PIC X(126).
           05 WL-DATE-ADDED        PIC 9(8).
       FD SNAPSHOT-FILE.
           COPY "ENROLLMENT-SNAPSHOT-RECORD.CPY".
       FD HEADCOUNT-FILE.
           COPY "ENROLLMENT-HEADCOUNT-RECORD.CPY".
       FD STATISTICS-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       SD SNAPSHOT-SORT-FILE.
       01 SNAPSHOT-SORT-RECORD.
           05 SS-TERM-SEQ         PIC 9(5).
           05 SS-SNAPSHOT-DATA    PIC X(32).
       SD HEADCOUNT-SORT-FILE.
       01 HEADCOUNT-SORT-RECORD.
           05 HS-TERM-SEQ         PIC 9(5).
           05 HS-HEADCOUNT-DATA   PIC X(63).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-REG-FILE-STATUS PIC XX.
       01 WS-PC-FILE-STATUS PIC XX.
       01 WS-WL-FILE-STATUS PIC XX.
       01 WS-ES-FILE-STATUS PIC XX.
       01 WS-HC-FILE-STATUS PIC XX.
       01 WS-RP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SELECT-TERM PIC X(5).
       01 WS-SELECT-SEQ PIC 9(5).
       01 WS-TERM-WORK PIC X(5).
       01 WS-TERM-SEQ PIC 9(5).
       01 WS-TERM-YEAR PIC 9(4).
       01 WS-SEASON-RANK PIC 9.
      * The prior snapshot is the latest term before the one being
      * run; the year-ago snapshot is the same season one year back.
       01 WS-PRIOR-TERM PIC X(5) VALUE SPACES.
       01 WS-PRIOR-SEQ PIC 9(5) VALUE ZERO.
       01 WS-YEAR-AGO-TERM PIC X(5) VALUE SPACES.
       01 WS-YEAR-AGO-SEQ PIC 9(5) VALUE ZERO.
       01 WS-YEAR-AGO-FOUND PIC X VALUE 'N'.
       01 WS-LATER-SNAPSHOTS PIC 9(5) VALUE ZERO.
       01 WS-STATUS-CLASS PIC X.
           88 WS-STUDENT-ACTIVE    VALUE 'A'.
           88 WS-STUDENT-WITHDRAWN VALUE 'W'.
           88 WS-STUDENT-GRADUATED VALUE 'G'.
       01 WS-PROGRAM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PROGRAM-TABLE.
           05 WS-PROGRAM-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-PROGRAM-COUNT.
               10 WS-PT-CODE       PIC X(8).
               10 WS-PT-SEATS      PIC 9(4).
               10 WS-PT-LIMIT      PIC X.
                   88 WS-PT-NO-LIMIT    VALUE 'N'.
                   88 WS-PT-NOT-ON-FILE VALUE 'U'.
               10 WS-PT-ACTIVE     PIC 9(5).
               10 WS-PT-WAITING    PIC 9(5).
       01 WS-PROGRAM-SUB PIC 9(3).
       01 WS-PROGRAM-FOUND PIC X.
       01 WS-LOOK-PROGRAM PIC X(8).
       01 WS-PY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PY-TABLE.
           05 WS-PY-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-PY-COUNT.
               10 WS-PY-KEY.
                   15 WS-PY-PROGRAM PIC X(8).
                   15 WS-PY-YEAR    PIC 9(4).
               10 WS-PY-ACTIVE      PIC 9(5).
               10 WS-PY-WITHDRAWN   PIC 9(5).
               10 WS-PY-GRADUATED   PIC 9(5).
       01 WS-PY-NEW-KEY.
           05 WS-PY-NEW-PROGRAM PIC X(8).
           05 WS-PY-NEW-YEAR    PIC 9(4).
       01 WS-PY-SUB PIC 9(3).
       01 WS-PY-PLACE PIC 9(3).
       01 WS-PV-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PV-TABLE.
           05 WS-PV-ENTRY OCCURS 1 TO 30 TIMES
               DEPENDING ON WS-PV-COUNT.
               10 WS-PV-PROVINCE    PIC X(15).
               10 WS-PV-ACTIVE      PIC 9(5).
               10 WS-PV-WITHDRAWN   PIC 9(5).
               10 WS-PV-GRADUATED   PIC 9(5).
       01 WS-PV-NEW-PROVINCE PIC X(15).
       01 WS-PV-SUB PIC 9(2).
       01 WS-PV-PLACE PIC 9(2).
       01 WS-PLACE-FOUND PIC X.
       01 WS-PRIOR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PRIOR-COUNT.
               10 WS-PR-STUDENT-NUMBER PIC 9(10).
               10 WS-PR-STATUS         PIC X.
               10 WS-PR-MATCHED        PIC X.
       01 WS-PRIOR-SUB PIC 9(3).
       01 WS-YEAR-AGO-COUNT PIC 9(3) VALUE ZERO.
       01 WS-YEAR-AGO-TABLE.
           05 WS-YEAR-AGO-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-YEAR-AGO-COUNT.
               10 WS-YA-STUDENT-NUMBER PIC 9(10).
               10 WS-YA-STATUS         PIC X.
               10 WS-YA-RETAINED       PIC X.
       01 WS-YEAR-AGO-SUB PIC 9(3).
       01 WS-SNAPSHOT-OVERFLOW PIC X VALUE 'N'.
           88 WS-SNAPSHOT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-COUNT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-STUDENTS-READ PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ACTIVE PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-WITHDRAWN PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-GRADUATED PIC 9(5) VALUE ZERO.
       01 WS-WAITLIST-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-NEW-INTAKES PIC 9(5) VALUE ZERO.
       01 WS-WITHDRAWALS PIC 9(5) VALUE ZERO.
       01 WS-GRADUATIONS PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-ACTIVE PIC 9(5) VALUE ZERO.
       01 WS-LEFT-FILE PIC 9(5) VALUE ZERO.
       01 WS-COHORT-ACTIVE PIC 9(5) VALUE ZERO.
       01 WS-COHORT-RETAINED PIC 9(5) VALUE ZERO.
       01 WS-RETENTION-PCT PIC 9(3) VALUE ZERO.
       01 WS-TREND-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TREND-TABLE.
           05 WS-TREND-ENTRY OCCURS 1 TO 60 TIMES
               DEPENDING ON WS-TREND-COUNT.
               10 WS-TR-TERM       PIC X(5).
               10 WS-TR-ACTIVE     PIC 9(5).
               10 WS-TR-WITHDRAWN  PIC 9(5).
               10 WS-TR-GRADUATED  PIC 9(5).
               10 WS-TR-INTAKES    PIC 9(5).
               10 WS-TR-WITHDREW   PIC 9(5).
               10 WS-TR-MOVEMENT   PIC X.
               10 WS-TR-PCT        PIC 9(3).
               10 WS-TR-RETENTION  PIC X.
       01 WS-TREND-SUB PIC 9(2).
       01 WS-TREND-DROPPED PIC 9(3) VALUE ZERO.
       01 WS-SEATS-EDIT PIC ZZZ9.
       01 WS-PCT-EDIT PIC ZZ9.
       01 WS-TITLE-LINE.
           05 FILLER             PIC X(29) VALUE
               "ENROLLMENT STATISTICS - TERM ".
           05 TL-TERM            PIC X(5).
           05 FILLER             PIC X(9) VALUE "     RUN ".
           05 TL-RUN-DATE        PIC 9(8).
       01 WS-SECTION-LINE.
           05 SL-TEXT            PIC X(40).
           05 SL-TERM            PIC X(5).
       01 WS-COUNT-HEADING.
           05 CH-LABEL           PIC X(16).
           05 FILLER             PIC X(40) VALUE
               "    ACTIVE WITHDRAWN GRADUATED     TOTAL".
       01 WS-COUNT-LINE.
           05 CL-LABEL           PIC X(16).
           05 CL-PROGRAM-YEAR REDEFINES CL-LABEL.
               10 FILLER         PIC X(2).
               10 CL-PROGRAM     PIC X(8).
               10 FILLER         PIC X(2).
               10 CL-YEAR        PIC 9(4).
           05 FILLER             PIC X(5).
           05 CL-ACTIVE          PIC ZZZZ9.
           05 FILLER             PIC X(5).
           05 CL-WITHDRAWN       PIC ZZZZ9.
           05 FILLER             PIC X(5).
           05 CL-GRADUATED       PIC ZZZZ9.
           05 FILLER             PIC X(5).
           05 CL-TOTAL           PIC ZZZZ9.
       01 WS-CAPACITY-HEADING.
           05 FILLER             PIC X(16) VALUE "  PROGRAM".
           05 FILLER             PIC X(40) VALUE
               "    ACTIVE  SEATS OPEN  WAITLIST".
       01 WS-CAPACITY-LINE.
           05 FILLER             PIC X(2).
           05 CP-PROGRAM         PIC X(8).
           05 FILLER             PIC X(6).
           05 FILLER             PIC X(5).
           05 CP-ACTIVE          PIC ZZZZ9.
           05 FILLER             PIC X(4).
           05 CP-SEATS           PIC X(8).
           05 FILLER             PIC X(5).
           05 CP-WAITING         PIC ZZZZ9.
       01 WS-FIGURE-LINE.
           05 FL-LABEL           PIC X(40).
           05 FL-VALUE           PIC ZZZZ9.
           05 FL-SUFFIX          PIC X(5).
       01 WS-TREND-HEADING.
           05 FILLER             PIC X(41) VALUE
               "  TERM         ACTIVE WITHDRAWN GRADUATED".
           05 FILLER             PIC X(30) VALUE
               "   INTAKES  WITHDREW  RETAINED".
       01 WS-TREND-LINE.
           05 FILLER             PIC X(2).
           05 TR-TERM            PIC X(5).
           05 FILLER             PIC X(9).
           05 TR-ACTIVE          PIC ZZZZ9.
           05 FILLER             PIC X(5).
           05 TR-WITHDRAWN       PIC ZZZZ9.
           05 FILLER             PIC X(5).
           05 TR-GRADUATED       PIC ZZZZ9.
           05 FILLER             PIC X(5).
           05 TR-INTAKES         PIC X(5).
           05 FILLER             PIC X(5).
           05 TR-WITHDREW        PIC X(5).
           05 FILLER             PIC X(6).
           05 TR-RETAINED        PIC X(4).
       01 WS-COUNT-EDIT PIC ZZZZ9.
       01 WS-FIGURE PIC 9(5).
       01 WS-LOCK-DATASET PIC X(30)
           VALUE "enrollmentheadcounts.txt".
       01 WS-LOCK-PROGRAM PIC X(30)
           VALUE "ENROLLMENT-STATISTICS-RUN".
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "TERM" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:5) TO WS-SELECT-TERM
           ELSE
               DISPLAY "STATISTICS FOR WHICH TERM (e.g. 2026F)?"
               ACCEPT WS-SELECT-TERM
           END-IF.
           INSPECT WS-SELECT-TERM
               CONVERTING "fsw" TO "FSW".
           MOVE WS-SELECT-TERM TO WS-TERM-WORK.
           PERFORM 800-WORK-OUT-TERM-SEQUENCE.
           MOVE WS-TERM-SEQ TO WS-SELECT-SEQ.
           IF WS-SELECT-SEQ = ZERO
               DISPLAY "TERM " WS-SELECT-TERM " IS NOT A YEAR AND "
                   "SEASON LETTER (W, S OR F) - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-YEAR-AGO-SEQ = WS-SELECT-SEQ - 10.
           MOVE WS-SELECT-TERM TO WS-YEAR-AGO-TERM.
           MOVE WS-YEAR-AGO-SEQ(1:4) TO WS-YEAR-AGO-TERM(1:4).
      * Without the registration file there is nothing to count, and
      * running on would replace this term's history with zeros.
           OPEN INPUT STUDENT-REGISTRATION-FILE.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRATION FILE NOT AVAILABLE - STATUS "
                   WS-REG-FILE-STATUS " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE STUDENT-REGISTRATION-FILE.
           PERFORM 100-LOAD-PROGRAM-TABLE.
           PERFORM 110-TALLY-WAITLIST.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-FIND-SNAPSHOT-TERMS.
           PERFORM 130-LOAD-SNAPSHOT-TABLES.
           IF WS-SNAPSHOT-TABLE-OVERFLOWED
               DISPLAY "enrollmentsnapshot.txt HOLDS MORE STUDENTS "
                   "FOR ONE TERM THAN THIS RUN CAN COMPARE - NOTHING "
                   "COUNTED AND NEITHER HISTORY FILE WAS TOUCHED"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SORT SNAPSHOT-SORT-FILE
               ON ASCENDING KEY SS-TERM-SEQ
                                SS-SNAPSHOT-DATA
               INPUT PROCEDURE 200-RELEASE-SNAPSHOT-ROWS
               OUTPUT PROCEDURE 300-WRITE-SNAPSHOT-FILE.
           PERFORM 260-FINISH-COMPARISONS.
           SORT HEADCOUNT-SORT-FILE
               ON ASCENDING KEY HS-TERM-SEQ
                                HS-HEADCOUNT-DATA
               INPUT PROCEDURE 400-RELEASE-HEADCOUNT-ROWS
               OUTPUT PROCEDURE 500-WRITE-HEADCOUNT-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           PERFORM 600-PRODUCE-STATISTICS-REPORT.
           DISPLAY "==== ENROLLMENT STATISTICS " WS-SELECT-TERM
               " ====".
           DISPLAY "STUDENTS COUNTED:        " WS-STUDENTS-READ.
           DISPLAY "ACTIVE:                  " WS-TOTAL-ACTIVE.
           DISPLAY "WITHDRAWN:               " WS-TOTAL-WITHDRAWN.
           DISPLAY "GRADUATED:               " WS-TOTAL-GRADUATED.
           DISPLAY "ON THE WAITLIST:         " WS-WAITLIST-TOTAL.
           IF WS-PRIOR-SEQ > ZERO
               DISPLAY "NEW INTAKES SINCE " WS-PRIOR-TERM ":   "
                   WS-NEW-INTAKES
           END-IF.
           IF WS-LATER-SNAPSHOTS > ZERO
               DISPLAY "SNAPSHOT ROWS FOR LATER TERMS KEPT: "
                   WS-LATER-SNAPSHOTS
           END-IF.
           IF WS-COUNT-TABLE-OVERFLOWED
               DISPLAY "A COUNT TABLE FILLED - SOME GROUPS ARE "
                   "MISSING FROM THE REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * Programs keep programcodes.txt order on the report; a
      * registration carrying a program that is not on the table is
      * added at the end so its students are still counted.
       100-LOAD-PROGRAM-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PROGRAM-CODE-FILE.
           IF WS-PC-FILE-STATUS NOT = "00"
               DISPLAY "PROGRAM CODE FILE NOT AVAILABLE - STATUS "
                   WS-PC-FILE-STATUS " - SEATS WILL NOT BE SHOWN"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO PROGRAM-CODE-RECORD
               READ PROGRAM-CODE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PROGRAM-COUNT < 100
                           ADD 1 TO WS-PROGRAM-COUNT
                           MOVE PC-CODE
                               TO WS-PT-CODE(WS-PROGRAM-COUNT)
                           MOVE ZERO
                               TO WS-PT-ACTIVE(WS-PROGRAM-COUNT)
                           MOVE ZERO
                               TO WS-PT-WAITING(WS-PROGRAM-COUNT)
                           IF PC-SEATS-X = SPACES
                               MOVE ZERO
                                   TO WS-PT-SEATS(WS-PROGRAM-COUNT)
                               MOVE 'N'
                                   TO WS-PT-LIMIT(WS-PROGRAM-COUNT)
                           ELSE
                               MOVE PC-SEATS
                                   TO WS-PT-SEATS(WS-PROGRAM-COUNT)
                               MOVE 'Y'
                                   TO WS-PT-LIMIT(WS-PROGRAM-COUNT)
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PC-FILE-STATUS = "00" OR "10"
               CLOSE PROGRAM-CODE-FILE
           END-IF.
       110-TALLY-WAITLIST.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO WAITLIST-RECORD
               READ WAITLIST-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-WAITLIST-TOTAL
                       MOVE WL-PROGRAM TO WS-LOOK-PROGRAM
                       PERFORM 250-FIND-PROGRAM
                       IF WS-PROGRAM-FOUND = 'Y'
                           ADD 1 TO WS-PT-WAITING(WS-PROGRAM-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WL-FILE-STATUS = "00" OR "10"
               CLOSE WAITLIST-FILE
           END-IF.
      * First pass over the snapshots: the latest term before the
      * one being run is the prior snapshot. Snapshots for terms
      * after it (an earlier term being rerun) are kept untouched.
       120-FIND-SNAPSHOT-TERMS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-ES-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO ENROLLMENT-SNAPSHOT-RECORD
               READ SNAPSHOT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ES-TERM TO WS-TERM-WORK
                       PERFORM 800-WORK-OUT-TERM-SEQUENCE
                       IF WS-TERM-SEQ < WS-SELECT-SEQ
                           AND WS-TERM-SEQ > WS-PRIOR-SEQ
                           MOVE WS-TERM-SEQ TO WS-PRIOR-SEQ
                           MOVE ES-TERM TO WS-PRIOR-TERM
                       END-IF
                       IF WS-TERM-SEQ = WS-YEAR-AGO-SEQ
                           MOVE 'Y' TO WS-YEAR-AGO-FOUND
                       END-IF
                       IF WS-TERM-SEQ > WS-SELECT-SEQ
                           ADD 1 TO WS-LATER-SNAPSHOTS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ES-FILE-STATUS = "00" OR "10"
               CLOSE SNAPSHOT-FILE
           END-IF.
       130-LOAD-SNAPSHOT-TABLES.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-ES-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO ENROLLMENT-SNAPSHOT-RECORD
               READ SNAPSHOT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ES-TERM TO WS-TERM-WORK
                       PERFORM 800-WORK-OUT-TERM-SEQUENCE
                       IF WS-TERM-SEQ = WS-PRIOR-SEQ
                           PERFORM 140-STORE-PRIOR-ROW
                       END-IF
                       IF WS-TERM-SEQ = WS-YEAR-AGO-SEQ
                           PERFORM 150-STORE-YEAR-AGO-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ES-FILE-STATUS = "00" OR "10"
               CLOSE SNAPSHOT-FILE
           END-IF.
       140-STORE-PRIOR-ROW.
           IF WS-PRIOR-COUNT < 500
               ADD 1 TO WS-PRIOR-COUNT
               MOVE ES-STUDENT-NUMBER
                   TO WS-PR-STUDENT-NUMBER(WS-PRIOR-COUNT)
               MOVE ES-STATUS TO WS-PR-STATUS(WS-PRIOR-COUNT)
               MOVE 'N' TO WS-PR-MATCHED(WS-PRIOR-COUNT)
               IF ES-STATUS NOT = 'W' AND ES-STATUS NOT = 'G'
                   ADD 1 TO WS-PRIOR-ACTIVE
               END-IF
           ELSE
               MOVE 'Y' TO WS-SNAPSHOT-OVERFLOW
           END-IF.
       150-STORE-YEAR-AGO-ROW.
           IF WS-YEAR-AGO-COUNT < 500
               ADD 1 TO WS-YEAR-AGO-COUNT
               MOVE ES-STUDENT-NUMBER
                   TO WS-YA-STUDENT-NUMBER(WS-YEAR-AGO-COUNT)
               MOVE ES-STATUS TO WS-YA-STATUS(WS-YEAR-AGO-COUNT)
               MOVE 'N' TO WS-YA-RETAINED(WS-YEAR-AGO-COUNT)
           ELSE
               MOVE 'Y' TO WS-SNAPSHOT-OVERFLOW
           END-IF.
      * Every other term's snapshot rows go back as they were; this
      * term's are replaced by the registration file as it stands
      * now, counted on the way through.
       200-RELEASE-SNAPSHOT-ROWS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-ES-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO ENROLLMENT-SNAPSHOT-RECORD
               READ SNAPSHOT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ES-TERM TO WS-TERM-WORK
                       PERFORM 800-WORK-OUT-TERM-SEQUENCE
                       IF WS-TERM-SEQ NOT = WS-SELECT-SEQ
                           MOVE WS-TERM-SEQ TO SS-TERM-SEQ
                           MOVE ENROLLMENT-SNAPSHOT-RECORD
                               TO SS-SNAPSHOT-DATA
                           RELEASE SNAPSHOT-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ES-FILE-STATUS = "00" OR "10"
               CLOSE SNAPSHOT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STUDENT-REGISTRATION-FILE.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRATION FILE NOT AVAILABLE - STATUS "
                   WS-REG-FILE-STATUS " - NO STUDENTS COUNTED"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-REGISTRATION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 210-COUNT-ONE-STUDENT
               END-READ
           END-PERFORM.
           IF WS-REG-FILE-STATUS = "00" OR "10"
               CLOSE STUDENT-REGISTRATION-FILE
           END-IF.
       210-COUNT-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-READ.
           EVALUATE REG-ENROLLMENT-STATUS
               WHEN 'W'
                   MOVE 'W' TO WS-STATUS-CLASS
                   ADD 1 TO WS-TOTAL-WITHDRAWN
               WHEN 'G'
                   MOVE 'G' TO WS-STATUS-CLASS
                   ADD 1 TO WS-TOTAL-GRADUATED
               WHEN OTHER
                   MOVE 'A' TO WS-STATUS-CLASS
                   ADD 1 TO WS-TOTAL-ACTIVE
           END-EVALUATE.
           PERFORM 220-COUNT-PROGRAM-YEAR.
           PERFORM 230-COUNT-PROVINCE.
           MOVE REG-STUDENT-PROGRAM TO WS-LOOK-PROGRAM.
           PERFORM 250-FIND-PROGRAM.
           IF WS-PROGRAM-FOUND = 'N' AND WS-PROGRAM-COUNT < 100
               ADD 1 TO WS-PROGRAM-COUNT
               MOVE WS-PROGRAM-COUNT TO WS-PROGRAM-SUB
               MOVE REG-STUDENT-PROGRAM TO WS-PT-CODE(WS-PROGRAM-SUB)
               MOVE ZERO TO WS-PT-SEATS(WS-PROGRAM-SUB)
               MOVE 'U' TO WS-PT-LIMIT(WS-PROGRAM-SUB)
               MOVE ZERO TO WS-PT-ACTIVE(WS-PROGRAM-SUB)
               MOVE ZERO TO WS-PT-WAITING(WS-PROGRAM-SUB)
               MOVE 'Y' TO WS-PROGRAM-FOUND
           END-IF.
           IF WS-PROGRAM-FOUND = 'Y' AND WS-STUDENT-ACTIVE
               ADD 1 TO WS-PT-ACTIVE(WS-PROGRAM-SUB)
           END-IF.
           PERFORM 240-COMPARE-WITH-SNAPSHOTS.
           MOVE SPACES TO ENROLLMENT-SNAPSHOT-RECORD.
           MOVE WS-SELECT-TERM TO ES-TERM.
           MOVE REG-STUDENT-NUMBER TO ES-STUDENT-NUMBER.
           MOVE REG-STUDENT-PROGRAM TO ES-PROGRAM.
           MOVE REG-STUDENT-YEAR TO ES-YEAR.
           MOVE WS-STATUS-CLASS TO ES-STATUS.
           MOVE WS-SELECT-SEQ TO SS-TERM-SEQ.
           MOVE ENROLLMENT-SNAPSHOT-RECORD TO SS-SNAPSHOT-DATA.
           RELEASE SNAPSHOT-SORT-RECORD.
      * The program/year and province tables are kept in key order
      * as they are built, so the report lists them sorted.
       220-COUNT-PROGRAM-YEAR.
           MOVE REG-STUDENT-PROGRAM TO WS-PY-NEW-PROGRAM.
           MOVE REG-STUDENT-YEAR TO WS-PY-NEW-YEAR.
           MOVE 'N' TO WS-PLACE-FOUND.
           MOVE WS-PY-COUNT TO WS-PY-PLACE.
           ADD 1 TO WS-PY-PLACE.
           PERFORM VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PY-COUNT
                      OR WS-PLACE-FOUND = 'Y'
               IF WS-PY-KEY(WS-PY-SUB) NOT < WS-PY-NEW-KEY
                   MOVE 'Y' TO WS-PLACE-FOUND
                   MOVE WS-PY-SUB TO WS-PY-PLACE
               END-IF
           END-PERFORM.
           IF WS-PLACE-FOUND = 'Y'
               AND WS-PY-KEY(WS-PY-PLACE) NOT = WS-PY-NEW-KEY
               MOVE 'N' TO WS-PLACE-FOUND
           END-IF.
           IF WS-PLACE-FOUND = 'N' AND WS-PY-COUNT NOT < 300
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.
           IF WS-PLACE-FOUND = 'N' AND WS-PY-COUNT < 300
               ADD 1 TO WS-PY-COUNT
               PERFORM VARYING WS-PY-SUB FROM WS-PY-COUNT BY -1
                       UNTIL WS-PY-SUB NOT > WS-PY-PLACE
                   MOVE WS-PY-ENTRY(WS-PY-SUB - 1)
                       TO WS-PY-ENTRY(WS-PY-SUB)
               END-PERFORM
               MOVE WS-PY-NEW-KEY TO WS-PY-KEY(WS-PY-PLACE)
               MOVE ZERO TO WS-PY-ACTIVE(WS-PY-PLACE)
               MOVE ZERO TO WS-PY-WITHDRAWN(WS-PY-PLACE)
               MOVE ZERO TO WS-PY-GRADUATED(WS-PY-PLACE)
               MOVE 'Y' TO WS-PLACE-FOUND
           END-IF.
           IF WS-PLACE-FOUND = 'Y'
               EVALUATE TRUE
                   WHEN WS-STUDENT-WITHDRAWN
                       ADD 1 TO WS-PY-WITHDRAWN(WS-PY-PLACE)
                   WHEN WS-STUDENT-GRADUATED
                       ADD 1 TO WS-PY-GRADUATED(WS-PY-PLACE)
                   WHEN OTHER
                       ADD 1 TO WS-PY-ACTIVE(WS-PY-PLACE)
               END-EVALUATE
           END-IF.
       230-COUNT-PROVINCE.
           MOVE REG-PROVINCE TO WS-PV-NEW-PROVINCE.
           MOVE 'N' TO WS-PLACE-FOUND.
           MOVE WS-PV-COUNT TO WS-PV-PLACE.
           ADD 1 TO WS-PV-PLACE.
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COUNT
                      OR WS-PLACE-FOUND = 'Y'
               IF WS-PV-PROVINCE(WS-PV-SUB) NOT < WS-PV-NEW-PROVINCE
                   MOVE 'Y' TO WS-PLACE-FOUND
                   MOVE WS-PV-SUB TO WS-PV-PLACE
               END-IF
           END-PERFORM.
           IF WS-PLACE-FOUND = 'Y'
               AND WS-PV-PROVINCE(WS-PV-PLACE) NOT = WS-PV-NEW-PROVINCE
               MOVE 'N' TO WS-PLACE-FOUND
           END-IF.
           IF WS-PLACE-FOUND = 'N' AND WS-PV-COUNT NOT < 30
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.
           IF WS-PLACE-FOUND = 'N' AND WS-PV-COUNT < 30
               ADD 1 TO WS-PV-COUNT
               PERFORM VARYING WS-PV-SUB FROM WS-PV-COUNT BY -1
                       UNTIL WS-PV-SUB NOT > WS-PV-PLACE
                   MOVE WS-PV-ENTRY(WS-PV-SUB - 1)
                       TO WS-PV-ENTRY(WS-PV-SUB)
               END-PERFORM
               MOVE WS-PV-NEW-PROVINCE TO WS-PV-PROVINCE(WS-PV-PLACE)
               MOVE ZERO TO WS-PV-ACTIVE(WS-PV-PLACE)
               MOVE ZERO TO WS-PV-WITHDRAWN(WS-PV-PLACE)
               MOVE ZERO TO WS-PV-GRADUATED(WS-PV-PLACE)
               MOVE 'Y' TO WS-PLACE-FOUND
           END-IF.
           IF WS-PLACE-FOUND = 'Y'
               EVALUATE TRUE
                   WHEN WS-STUDENT-WITHDRAWN
                       ADD 1 TO WS-PV-WITHDRAWN(WS-PV-PLACE)
                   WHEN WS-STUDENT-GRADUATED
                       ADD 1 TO WS-PV-GRADUATED(WS-PV-PLACE)
                   WHEN OTHER
                       ADD 1 TO WS-PV-ACTIVE(WS-PV-PLACE)
               END-EVALUATE
           END-IF.
      * Against the prior snapshot: a student not on it is a new
      * intake, one active on it and now W or G has withdrawn or
      * graduated since. Against the year-ago snapshot: a student
      * active then and still active or graduated now is retained.
       240-COMPARE-WITH-SNAPSHOTS.
           IF WS-PRIOR-SEQ > ZERO
               MOVE 'N' TO WS-PLACE-FOUND
               PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                       UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                          OR WS-PLACE-FOUND = 'Y'
                   IF WS-PR-STUDENT-NUMBER(WS-PRIOR-SUB)
                       = REG-STUDENT-NUMBER
                       MOVE 'Y' TO WS-PLACE-FOUND
                       MOVE 'Y' TO WS-PR-MATCHED(WS-PRIOR-SUB)
                       IF WS-PR-STATUS(WS-PRIOR-SUB) NOT = 'W'
                           AND WS-PR-STATUS(WS-PRIOR-SUB) NOT = 'G'
                           IF WS-STUDENT-WITHDRAWN
                               ADD 1 TO WS-WITHDRAWALS
                           END-IF
                           IF WS-STUDENT-GRADUATED
                               ADD 1 TO WS-GRADUATIONS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PLACE-FOUND = 'N' AND WS-STUDENT-ACTIVE
                   ADD 1 TO WS-NEW-INTAKES
               END-IF
           END-IF.
           IF WS-YEAR-AGO-FOUND = 'Y'
               MOVE 'N' TO WS-PLACE-FOUND
               PERFORM VARYING WS-YEAR-AGO-SUB FROM 1 BY 1
                       UNTIL WS-YEAR-AGO-SUB > WS-YEAR-AGO-COUNT
                          OR WS-PLACE-FOUND = 'Y'
                   IF WS-YA-STUDENT-NUMBER(WS-YEAR-AGO-SUB)
                       = REG-STUDENT-NUMBER
                       MOVE 'Y' TO WS-PLACE-FOUND
                       IF NOT WS-STUDENT-WITHDRAWN
                           MOVE 'Y' TO WS-YA-RETAINED(WS-YEAR-AGO-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       250-FIND-PROGRAM.
           MOVE 'N' TO WS-PROGRAM-FOUND.
           PERFORM VARYING WS-PROGRAM-SUB FROM 1 BY 1
                   UNTIL WS-PROGRAM-SUB > WS-PROGRAM-COUNT
                      OR WS-PROGRAM-FOUND = 'Y'
               IF WS-PT-CODE(WS-PROGRAM-SUB) = WS-LOOK-PROGRAM
                   MOVE 'Y' TO WS-PROGRAM-FOUND
               END-IF
           END-PERFORM.
           IF WS-PROGRAM-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PROGRAM-SUB
           END-IF.
      * Prior-term students still active then but no longer on the
      * registration file at all (purged) are counted apart, and
      * the year-ago cohort's retention is worked out.
       260-FINISH-COMPARISONS.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
               IF WS-PR-MATCHED(WS-PRIOR-SUB) = 'N'
                   AND WS-PR-STATUS(WS-PRIOR-SUB) NOT = 'W'
                   AND WS-PR-STATUS(WS-PRIOR-SUB) NOT = 'G'
                   ADD 1 TO WS-LEFT-FILE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-YEAR-AGO-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-AGO-SUB > WS-YEAR-AGO-COUNT
               IF WS-YA-STATUS(WS-YEAR-AGO-SUB) NOT = 'W'
                   AND WS-YA-STATUS(WS-YEAR-AGO-SUB) NOT = 'G'
                   ADD 1 TO WS-COHORT-ACTIVE
                   IF WS-YA-RETAINED(WS-YEAR-AGO-SUB) = 'Y'
                       ADD 1 TO WS-COHORT-RETAINED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COHORT-ACTIVE > ZERO
               COMPUTE WS-RETENTION-PCT ROUNDED =
                   WS-COHORT-RETAINED * 100 / WS-COHORT-ACTIVE
           END-IF.
       300-WRITE-SNAPSHOT-FILE.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF WS-ES-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING SNAPSHOT-FILE - STATUS "
                   WS-ES-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SNAPSHOT-SORT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SS-SNAPSHOT-DATA
                           TO ENROLLMENT-SNAPSHOT-RECORD
                       WRITE ENROLLMENT-SNAPSHOT-RECORD
               END-RETURN
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
      * Earlier and later terms' headcount lines stay as they are;
      * this term's are replaced by the counts just taken.
       400-RELEASE-HEADCOUNT-ROWS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HEADCOUNT-FILE.
           IF WS-HC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO ENROLLMENT-HEADCOUNT-RECORD
               READ HEADCOUNT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE HC-TERM TO WS-TERM-WORK
                       PERFORM 800-WORK-OUT-TERM-SEQUENCE
                       IF WS-TERM-SEQ NOT = WS-SELECT-SEQ
                           MOVE WS-TERM-SEQ TO HS-TERM-SEQ
                           MOVE ENROLLMENT-HEADCOUNT-RECORD
                               TO HS-HEADCOUNT-DATA
                           RELEASE HEADCOUNT-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HC-FILE-STATUS = "00" OR "10"
               CLOSE HEADCOUNT-FILE
           END-IF.
           PERFORM VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PY-COUNT
               PERFORM 410-START-HEADCOUNT-ROW
               MOVE "PROGRAM" TO HC-CATEGORY
               MOVE WS-PY-PROGRAM(WS-PY-SUB) TO HC-KEY
               MOVE WS-PY-YEAR(WS-PY-SUB) TO HC-YEAR
               MOVE WS-PY-ACTIVE(WS-PY-SUB) TO HC-COUNT-1
               MOVE WS-PY-WITHDRAWN(WS-PY-SUB) TO HC-COUNT-2
               MOVE WS-PY-GRADUATED(WS-PY-SUB) TO HC-COUNT-3
               PERFORM 420-RELEASE-HEADCOUNT-ROW
           END-PERFORM.
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COUNT
               PERFORM 410-START-HEADCOUNT-ROW
               MOVE "PROVINCE" TO HC-CATEGORY
               MOVE WS-PV-PROVINCE(WS-PV-SUB) TO HC-KEY
               MOVE WS-PV-ACTIVE(WS-PV-SUB) TO HC-COUNT-1
               MOVE WS-PV-WITHDRAWN(WS-PV-SUB) TO HC-COUNT-2
               MOVE WS-PV-GRADUATED(WS-PV-SUB) TO HC-COUNT-3
               PERFORM 420-RELEASE-HEADCOUNT-ROW
           END-PERFORM.
           PERFORM 410-START-HEADCOUNT-ROW.
           MOVE "STATUS" TO HC-CATEGORY.
           MOVE "ALL" TO HC-KEY.
           MOVE WS-TOTAL-ACTIVE TO HC-COUNT-1.
           MOVE WS-TOTAL-WITHDRAWN TO HC-COUNT-2.
           MOVE WS-TOTAL-GRADUATED TO HC-COUNT-3.
           PERFORM 420-RELEASE-HEADCOUNT-ROW.
           PERFORM VARYING WS-PROGRAM-SUB FROM 1 BY 1
                   UNTIL WS-PROGRAM-SUB > WS-PROGRAM-COUNT
               PERFORM 410-START-HEADCOUNT-ROW
               MOVE "CAPACITY" TO HC-CATEGORY
               MOVE WS-PT-CODE(WS-PROGRAM-SUB) TO HC-KEY
               MOVE WS-PT-ACTIVE(WS-PROGRAM-SUB) TO HC-COUNT-1
               IF WS-PT-LIMIT(WS-PROGRAM-SUB) = 'Y'
                   MOVE WS-PT-SEATS(WS-PROGRAM-SUB) TO HC-COUNT-2
               ELSE
                   MOVE 99999 TO HC-COUNT-2
               END-IF
               MOVE WS-PT-WAITING(WS-PROGRAM-SUB) TO HC-COUNT-3
               PERFORM 420-RELEASE-HEADCOUNT-ROW
           END-PERFORM.
           IF WS-PRIOR-SEQ > ZERO
               PERFORM 410-START-HEADCOUNT-ROW
               MOVE "MOVEMENT" TO HC-CATEGORY
               MOVE WS-PRIOR-TERM TO HC-KEY
               MOVE WS-NEW-INTAKES TO HC-COUNT-1
               MOVE WS-WITHDRAWALS TO HC-COUNT-2
               MOVE WS-GRADUATIONS TO HC-COUNT-3
               PERFORM 420-RELEASE-HEADCOUNT-ROW
           END-IF.
           IF WS-COHORT-ACTIVE > ZERO
               PERFORM 410-START-HEADCOUNT-ROW
               MOVE "RETENTION" TO HC-CATEGORY
               MOVE WS-YEAR-AGO-TERM TO HC-KEY
               MOVE WS-COHORT-ACTIVE TO HC-COUNT-1
               MOVE WS-COHORT-RETAINED TO HC-COUNT-2
               MOVE WS-RETENTION-PCT TO HC-COUNT-3
               PERFORM 420-RELEASE-HEADCOUNT-ROW
           END-IF.
       410-START-HEADCOUNT-ROW.
           MOVE SPACES TO ENROLLMENT-HEADCOUNT-RECORD.
           MOVE WS-SELECT-TERM TO HC-TERM.
           MOVE WS-RUN-DATE TO HC-RUN-DATE.
       420-RELEASE-HEADCOUNT-ROW.
           MOVE WS-SELECT-SEQ TO HS-TERM-SEQ.
           MOVE ENROLLMENT-HEADCOUNT-RECORD TO HS-HEADCOUNT-DATA.
           RELEASE HEADCOUNT-SORT-RECORD.
      * The history comes back in term order, so the trend table is
      * picked up from the STATUS, MOVEMENT and RETENTION lines as
      * the file is rewritten.
       500-WRITE-HEADCOUNT-FILE.
           OPEN OUTPUT HEADCOUNT-FILE.
           IF WS-HC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING HEADCOUNT-FILE - STATUS "
                   WS-HC-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN HEADCOUNT-SORT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE HS-HEADCOUNT-DATA
                           TO ENROLLMENT-HEADCOUNT-RECORD
                       WRITE ENROLLMENT-HEADCOUNT-RECORD
                       PERFORM 510-TAKE-UP-TREND-ROW
               END-RETURN
           END-PERFORM.
           CLOSE HEADCOUNT-FILE.
      * A term beyond the table's 60 is counted as dropped and its
      * lines leave the trend alone.
       510-TAKE-UP-TREND-ROW.
           IF HC-STATUS-ROW OR HC-MOVEMENT-ROW OR HC-RETENTION-ROW
               MOVE 'Y' TO WS-PLACE-FOUND
           ELSE
               MOVE 'N' TO WS-PLACE-FOUND
           END-IF.
           IF WS-PLACE-FOUND = 'Y' AND WS-TREND-COUNT > ZERO
               IF HC-TERM NOT = WS-TR-TERM(WS-TREND-COUNT)
                   AND WS-TREND-COUNT NOT < 60
                   ADD 1 TO WS-TREND-DROPPED
                   MOVE 'N' TO WS-PLACE-FOUND
               END-IF
           END-IF.
           IF WS-PLACE-FOUND = 'Y'
               PERFORM 520-POST-TREND-ROW
           END-IF.
       520-POST-TREND-ROW.
           IF WS-TREND-COUNT = ZERO
               OR HC-TERM NOT = WS-TR-TERM(WS-TREND-COUNT)
               ADD 1 TO WS-TREND-COUNT
               MOVE HC-TERM TO WS-TR-TERM(WS-TREND-COUNT)
               MOVE ZERO TO WS-TR-ACTIVE(WS-TREND-COUNT)
               MOVE ZERO TO WS-TR-WITHDRAWN(WS-TREND-COUNT)
               MOVE ZERO TO WS-TR-GRADUATED(WS-TREND-COUNT)
               MOVE ZERO TO WS-TR-INTAKES(WS-TREND-COUNT)
               MOVE ZERO TO WS-TR-WITHDREW(WS-TREND-COUNT)
               MOVE ZERO TO WS-TR-PCT(WS-TREND-COUNT)
               MOVE 'N' TO WS-TR-MOVEMENT(WS-TREND-COUNT)
               MOVE 'N' TO WS-TR-RETENTION(WS-TREND-COUNT)
           END-IF.
           EVALUATE TRUE
               WHEN HC-STATUS-ROW
                   MOVE HC-COUNT-1 TO WS-TR-ACTIVE(WS-TREND-COUNT)
                   MOVE HC-COUNT-2 TO WS-TR-WITHDRAWN(WS-TREND-COUNT)
                   MOVE HC-COUNT-3 TO WS-TR-GRADUATED(WS-TREND-COUNT)
               WHEN HC-MOVEMENT-ROW
                   MOVE HC-COUNT-1 TO WS-TR-INTAKES(WS-TREND-COUNT)
                   MOVE HC-COUNT-2 TO WS-TR-WITHDREW(WS-TREND-COUNT)
                   MOVE 'Y' TO WS-TR-MOVEMENT(WS-TREND-COUNT)
               WHEN HC-RETENTION-ROW
                   MOVE HC-COUNT-3 TO WS-TR-PCT(WS-TREND-COUNT)
                   MOVE 'Y' TO WS-TR-RETENTION(WS-TREND-COUNT)
           END-EVALUATE.
       600-PRODUCE-STATISTICS-REPORT.
           OPEN OUTPUT STATISTICS-REPORT-FILE.
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STATISTICS-REPORT-FILE - STATUS "
                   WS-RP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SELECT-TERM TO TL-TERM.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 610-REPORT-PROGRAM-YEAR.
           PERFORM 620-REPORT-PROVINCE.
           PERFORM 630-REPORT-CAPACITY.
           PERFORM 640-REPORT-MOVEMENT.
           PERFORM 650-REPORT-TREND.
           CLOSE STATISTICS-REPORT-FILE.
       610-REPORT-PROGRAM-YEAR.
           MOVE "HEADCOUNT BY PROGRAM AND YEAR" TO SL-TEXT.
           MOVE SPACES TO SL-TERM.
           PERFORM 690-START-SECTION.
           MOVE "  PROGRAM   YEAR" TO CH-LABEL.
           MOVE WS-COUNT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PY-COUNT
               MOVE SPACES TO WS-COUNT-LINE
               MOVE WS-PY-PROGRAM(WS-PY-SUB) TO CL-PROGRAM
               MOVE WS-PY-YEAR(WS-PY-SUB) TO CL-YEAR
               MOVE WS-PY-ACTIVE(WS-PY-SUB) TO CL-ACTIVE
               MOVE WS-PY-WITHDRAWN(WS-PY-SUB) TO CL-WITHDRAWN
               MOVE WS-PY-GRADUATED(WS-PY-SUB) TO CL-GRADUATED
               COMPUTE CL-TOTAL = WS-PY-ACTIVE(WS-PY-SUB)
                   + WS-PY-WITHDRAWN(WS-PY-SUB)
                   + WS-PY-GRADUATED(WS-PY-SUB)
               MOVE WS-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           PERFORM 695-WRITE-STATUS-TOTAL.
       620-REPORT-PROVINCE.
           MOVE "HEADCOUNT BY PROVINCE" TO SL-TEXT.
           MOVE SPACES TO SL-TERM.
           PERFORM 690-START-SECTION.
           MOVE "  PROVINCE" TO CH-LABEL.
           MOVE WS-COUNT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COUNT
               MOVE SPACES TO WS-COUNT-LINE
               MOVE WS-PV-PROVINCE(WS-PV-SUB) TO CL-LABEL(3:14)
               IF WS-PV-PROVINCE(WS-PV-SUB) = SPACES
                   MOVE "(NONE)" TO CL-LABEL(3:14)
               END-IF
               MOVE WS-PV-ACTIVE(WS-PV-SUB) TO CL-ACTIVE
               MOVE WS-PV-WITHDRAWN(WS-PV-SUB) TO CL-WITHDRAWN
               MOVE WS-PV-GRADUATED(WS-PV-SUB) TO CL-GRADUATED
               COMPUTE CL-TOTAL = WS-PV-ACTIVE(WS-PV-SUB)
                   + WS-PV-WITHDRAWN(WS-PV-SUB)
                   + WS-PV-GRADUATED(WS-PV-SUB)
               MOVE WS-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           PERFORM 695-WRITE-STATUS-TOTAL.
      * Active headcount beside the seats programcodes.txt still has
      * open (seats are taken down as students are admitted) and the
      * waitlist depth behind them.
       630-REPORT-CAPACITY.
           MOVE "PROGRAM CAPACITY AND WAITLIST" TO SL-TEXT.
           MOVE SPACES TO SL-TERM.
           PERFORM 690-START-SECTION.
           MOVE WS-CAPACITY-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PROGRAM-SUB FROM 1 BY 1
                   UNTIL WS-PROGRAM-SUB > WS-PROGRAM-COUNT
               MOVE SPACES TO WS-CAPACITY-LINE
               MOVE WS-PT-CODE(WS-PROGRAM-SUB) TO CP-PROGRAM
               MOVE WS-PT-ACTIVE(WS-PROGRAM-SUB) TO CP-ACTIVE
               EVALUATE WS-PT-LIMIT(WS-PROGRAM-SUB)
                   WHEN 'Y'
                       MOVE WS-PT-SEATS(WS-PROGRAM-SUB)
                           TO WS-SEATS-EDIT
                       MOVE WS-SEATS-EDIT TO CP-SEATS(5:4)
                   WHEN 'N'
                       MOVE "NO LIMIT" TO CP-SEATS
                   WHEN OTHER
                       MOVE "UNLISTED" TO CP-SEATS
               END-EVALUATE
               MOVE WS-PT-WAITING(WS-PROGRAM-SUB) TO CP-WAITING
               MOVE WS-CAPACITY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-FIGURE-LINE.
           MOVE "  ALL PROGRAMS - ON THE WAITLIST" TO FL-LABEL.
           MOVE WS-WAITLIST-TOTAL TO FL-VALUE.
           MOVE WS-FIGURE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       640-REPORT-MOVEMENT.
           IF WS-PRIOR-SEQ = ZERO
               MOVE "NO EARLIER SNAPSHOT TO COMPARE WITH" TO SL-TEXT
               MOVE SPACES TO SL-TERM
               PERFORM 690-START-SECTION
           ELSE
               MOVE "MOVEMENT SINCE THE SNAPSHOT FOR TERM" TO SL-TEXT
               MOVE WS-PRIOR-TERM TO SL-TERM
               PERFORM 690-START-SECTION
               MOVE "  ACTIVE AT THAT SNAPSHOT" TO FL-LABEL
               MOVE WS-PRIOR-ACTIVE TO WS-FIGURE
               PERFORM 680-WRITE-FIGURE
               MOVE "  NEW INTAKES" TO FL-LABEL
               MOVE WS-NEW-INTAKES TO WS-FIGURE
               PERFORM 680-WRITE-FIGURE
               MOVE "  WITHDRAWALS" TO FL-LABEL
               MOVE WS-WITHDRAWALS TO WS-FIGURE
               PERFORM 680-WRITE-FIGURE
               MOVE "  GRADUATIONS" TO FL-LABEL
               MOVE WS-GRADUATIONS TO WS-FIGURE
               PERFORM 680-WRITE-FIGURE
               MOVE "  NO LONGER ON THE REGISTRATION FILE"
                   TO FL-LABEL
               MOVE WS-LEFT-FILE TO WS-FIGURE
               PERFORM 680-WRITE-FIGURE
           END-IF.
           IF WS-COHORT-ACTIVE = ZERO
               MOVE "NO RETENTION FIGURE - NO SNAPSHOT FOR" TO SL-TEXT
               MOVE WS-YEAR-AGO-TERM TO SL-TERM
               PERFORM 690-START-SECTION
           ELSE
               MOVE "YEAR-OVER-YEAR RETENTION FROM TERM" TO SL-TEXT
               MOVE WS-YEAR-AGO-TERM TO SL-TERM
               PERFORM 690-START-SECTION
               MOVE "  ACTIVE THEN" TO FL-LABEL
               MOVE WS-COHORT-ACTIVE TO WS-FIGURE
               PERFORM 680-WRITE-FIGURE
               MOVE "  STILL ACTIVE OR GRADUATED" TO FL-LABEL
               MOVE WS-COHORT-RETAINED TO WS-FIGURE
               PERFORM 680-WRITE-FIGURE
               MOVE "  RETENTION" TO FL-LABEL
               MOVE WS-RETENTION-PCT TO FL-VALUE
               MOVE "%" TO FL-SUFFIX
               MOVE WS-FIGURE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       650-REPORT-TREND.
           MOVE "HEADCOUNT TREND BY TERM" TO SL-TEXT.
           MOVE SPACES TO SL-TERM.
           PERFORM 690-START-SECTION.
           MOVE WS-TREND-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
                   UNTIL WS-TREND-SUB > WS-TREND-COUNT
               MOVE SPACES TO WS-TREND-LINE
               MOVE WS-TR-TERM(WS-TREND-SUB) TO TR-TERM
               MOVE WS-TR-ACTIVE(WS-TREND-SUB) TO TR-ACTIVE
               MOVE WS-TR-WITHDRAWN(WS-TREND-SUB) TO TR-WITHDRAWN
               MOVE WS-TR-GRADUATED(WS-TREND-SUB) TO TR-GRADUATED
               IF WS-TR-MOVEMENT(WS-TREND-SUB) = 'Y'
                   MOVE WS-TR-INTAKES(WS-TREND-SUB) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO TR-INTAKES
                   MOVE WS-TR-WITHDREW(WS-TREND-SUB) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO TR-WITHDREW
               ELSE
                   MOVE "    -" TO TR-INTAKES
                   MOVE "    -" TO TR-WITHDREW
               END-IF
               IF WS-TR-RETENTION(WS-TREND-SUB) = 'Y'
                   MOVE WS-TR-PCT(WS-TREND-SUB) TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO TR-RETAINED(1:3)
                   MOVE "%" TO TR-RETAINED(4:1)
               ELSE
                   MOVE "  - " TO TR-RETAINED
               END-IF
               MOVE WS-TREND-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-TREND-DROPPED > ZERO
               MOVE SPACES TO WS-FIGURE-LINE
               MOVE "  HISTORY LINES BEYOND THE TREND TABLE"
                   TO FL-LABEL
               MOVE WS-TREND-DROPPED TO FL-VALUE
               MOVE WS-FIGURE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       680-WRITE-FIGURE.
           MOVE WS-FIGURE TO FL-VALUE.
           MOVE SPACES TO FL-SUFFIX.
           MOVE WS-FIGURE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       690-START-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       695-WRITE-STATUS-TOTAL.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "  ALL STUDENTS" TO CL-LABEL.
           MOVE WS-TOTAL-ACTIVE TO CL-ACTIVE.
           MOVE WS-TOTAL-WITHDRAWN TO CL-WITHDRAWN.
           MOVE WS-TOTAL-GRADUATED TO CL-GRADUATED.
           MOVE WS-STUDENTS-READ TO CL-TOTAL.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Term codes are the year plus a season letter (W winter,
      * S summer, F fall), which do not sort alphabetically in
      * calendar order - so they compare as year * 10 plus the
      * season's place in the year. Anything else comes back zero.
       800-WORK-OUT-TERM-SEQUENCE.
           MOVE ZERO TO WS-TERM-SEQ.
           EVALUATE WS-TERM-WORK(5:1)
               WHEN 'W' MOVE 1 TO WS-SEASON-RANK
               WHEN 'S' MOVE 2 TO WS-SEASON-RANK
               WHEN 'F' MOVE 3 TO WS-SEASON-RANK
               WHEN OTHER MOVE ZERO TO WS-SEASON-RANK
           END-EVALUATE.
           IF WS-TERM-WORK(1:4) NUMERIC
               AND WS-SEASON-RANK > ZERO
               MOVE WS-TERM-WORK(1:4) TO WS-TERM-YEAR
               COMPUTE WS-TERM-SEQ =
                   WS-TERM-YEAR * 10 + WS-SEASON-RANK
           END-IF.

      * Batch steps hand their console answers through the
      * BATCH-STEP-PARMS area; run standalone the area is empty and
      * the prompts behave as they always did.
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
      * Both history files rewrite under the one data-set lock
      * (DATA-SET-LOCK) so two runs can never interleave rewrites
      * of the snapshots and the headcounts.
       960-ACQUIRE-DATA-SET-LOCK.
           MOVE "LOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-LOCK-OPERATOR WS-LOCK-ACTION
               WS-LOCK-RESULT.
       970-RELEASE-DATA-SET-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-LOCK-OPERATOR WS-LOCK-ACTION
               WS-LOCK-RESULT.

       END PROGRAM ENROLLMENT-STATISTICS-RUN.
