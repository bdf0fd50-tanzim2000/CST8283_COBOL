      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Official transcript run - works through the
      *            transcript requests waiting on
      *            transcriptrequests.txt and prints one transcript
      *            per request on transcripts.txt: the
      *            studentregistration.txt name, mailing address,
      *            studentProgram and studentYear, then every
      *            courseenrollment.txt row for the student grouped
      *            by CE-TERM in calendar order with course, section
      *            and grade (withdrawn courses show W, ungraded
      *            ones IP), term totals with the term GPA priced
      *            from gradepoints.txt and the standing from
      *            academicstanding.txt, and cumulative totals to
      *            close. Every printed transcript takes the next
      *            serial number from transcriptnext.txt and is
      *            entered on transcriptregister.txt, so the
      *            registrar's office can tell which copy is the
      *            official one. A student with an active hold on
      *            studentholds.txt, or a request naming nobody on
      *            the registration file, is refused and listed on
      *            transcriptexceptions.txt instead; held requests
      *            stay on the request file so they print once the
      *            hold is released, everything else comes off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-REQUEST-FILE
           ASSIGN "../transcriptrequests.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TQ-FILE-STATUS.
           SELECT STUDENT-REGISTRATION-FILE
           ASSIGN "../studentregistration.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT COURSE-ENROLLMENT-FILE
           ASSIGN "../courseenrollment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CE-FILE-STATUS.
           SELECT STUDENT-HOLD-FILE
           ASSIGN "../studentholds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HD-FILE-STATUS.
           SELECT GRADE-POINT-FILE
           ASSIGN "../gradepoints.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GP-FILE-STATUS.
           SELECT STANDING-FILE
           ASSIGN "../academicstanding.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AS-FILE-STATUS.
           SELECT TRANSCRIPT-FILE
           ASSIGN "../transcripts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-FILE-STATUS.
           SELECT TRANSCRIPT-EXCEPTION-FILE
           ASSIGN "../transcriptexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT TRANSCRIPT-REGISTER-FILE
           ASSIGN "../transcriptregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RG-FILE-STATUS.
           SELECT TRANSCRIPT-CONTROL-FILE
           ASSIGN "../transcriptnext.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TC-FILE-STATUS.
           SELECT TRANSCRIPT-SORT-FILE
           ASSIGN "../transcriptsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD TRANSCRIPT-REQUEST-FILE.
       01 TRANSCRIPT-REQUEST-RECORD.
           05 TQ-STUDENT-NUMBER  PIC 9(10).
           05 TQ-STUDENT-NUMBER-X REDEFINES TQ-STUDENT-NUMBER
                                 PIC X(10).
           05 FILLER             PIC X.
           05 TQ-REQUEST-DATE    PIC 9(8).
           05 FILLER             PIC X.
           05 TQ-DELIVER-TO      PIC X(30).
       FD STUDENT-REGISTRATION-FILE.
           COPY "STUDENT-REGISTRATION-RECORD.CPY".
       FD COURSE-ENROLLMENT-FILE.
           COPY "COURSE-ENROLLMENT-RECORD.CPY".
       FD STUDENT-HOLD-FILE.
           COPY "STUDENT-HOLD-RECORD.CPY".
       FD GRADE-POINT-FILE.
           COPY "GRADE-POINT-RECORD.CPY".
       FD STANDING-FILE.
           COPY "ACADEMIC-STANDING-RECORD.CPY".
       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-LINE PIC X(80).
       FD TRANSCRIPT-EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(80).
       FD TRANSCRIPT-REGISTER-FILE.
       01 TRANSCRIPT-REGISTER-RECORD.
           05 RG-SERIAL-NUMBER   PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 RG-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X VALUE SPACE.
           05 RG-ISSUE-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 RG-DELIVER-TO      PIC X(30).
       FD TRANSCRIPT-CONTROL-FILE.
       01 TRANSCRIPT-CONTROL-RECORD.
           05 TC-NEXT-SERIAL PIC 9(6).
       SD TRANSCRIPT-SORT-FILE.
       01 TRANSCRIPT-SORT-RECORD.
           05 TS-REQUEST-SUB      PIC 9(3).
           05 TS-RECORD-TYPE      PIC X.
           05 TS-TERM-SEQ         PIC 9(5).
           05 TS-COURSE-CODE      PIC X(8).
           05 TS-ENROLLMENT-DATA  PIC X(49).
       WORKING-STORAGE SECTION.
       01 WS-TQ-FILE-STATUS PIC XX.
       01 WS-REG-FILE-STATUS PIC XX.
       01 WS-CE-FILE-STATUS PIC XX.
       01 WS-HD-FILE-STATUS PIC XX.
       01 WS-GP-FILE-STATUS PIC XX.
       01 WS-AS-FILE-STATUS PIC XX.
       01 WS-TR-FILE-STATUS PIC XX.
       01 WS-TX-FILE-STATUS PIC XX.
       01 WS-RG-FILE-STATUS PIC XX.
       01 WS-TC-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-REG-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-REQUEST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-REQUEST-COUNT.
               10 WS-RQ-DATA     PIC X(50).
               10 WS-RQ-STUDENT  PIC 9(10).
               10 WS-RQ-STATE    PIC X.
                   88 WS-RQ-PRINTABLE VALUE 'P'.
                   88 WS-RQ-HELD      VALUE 'H'.
                   88 WS-RQ-REFUSED   VALUE 'X'.
               10 WS-RQ-REASON   PIC X(40).
       01 WS-REQUEST-SUB PIC 9(3).
       01 WS-REQUEST-OVERFLOW PIC X VALUE 'N'.
           88 WS-REQUEST-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-HOLD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-HOLD-COUNT.
               10 WS-HL-STUDENT PIC 9(7).
               10 WS-HL-TYPE    PIC X(3).
       01 WS-HOLD-SUB PIC 9(3).
       01 WS-GRADE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 1 TO 30 TIMES
               DEPENDING ON WS-GRADE-COUNT
               INDEXED BY WS-GRADE-IDX.
               10 WS-GP-LETTER  PIC X(2).
               10 WS-GP-POINTS  PIC 9V99.
               10 WS-GP-IN-GPA  PIC X.
               10 WS-GP-PASSING PIC X.
       01 WS-STANDING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STANDING-TABLE.
           05 WS-STANDING-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-STANDING-COUNT.
               10 WS-SD-STUDENT  PIC 9(10).
               10 WS-SD-TERM     PIC X(5).
               10 WS-SD-STANDING PIC X.
       01 WS-STANDING-SUB PIC 9(4).
       01 WS-TERM-WORK PIC X(5).
       01 WS-TERM-SEQ PIC 9(5).
       01 WS-TERM-YEAR PIC 9(4).
       01 WS-SEASON-RANK PIC 9.
       01 WS-REG-FOUND PIC X.
           88 WS-REGISTRATION-FOUND VALUE 'Y'.
       01 WS-LOOKUP-STUDENT PIC 9(10).
       01 WS-NEXT-SERIAL PIC 9(6) VALUE 1.
       01 WS-SERIAL-NUMBER PIC 9(6).
       01 WS-TRANSCRIPT-OPEN PIC X VALUE 'N'.
       01 WS-TERM-OPEN PIC X VALUE 'N'.
       01 WS-CURRENT-TERM PIC X(5).
       01 WS-TERM-ATTEMPTED PIC 9(2).
       01 WS-TERM-PASSED PIC 9(2).
       01 WS-TERM-WITHDRAWN PIC 9(2).
       01 WS-TERM-GPA-COURSES PIC 9(2).
       01 WS-TERM-POINTS PIC 9(4)V99.
       01 WS-CUM-ATTEMPTED PIC 9(3).
       01 WS-CUM-PASSED PIC 9(3).
       01 WS-CUM-WITHDRAWN PIC 9(3).
       01 WS-CUM-GPA-COURSES PIC 9(3).
       01 WS-CUM-POINTS PIC 9(5)V99.
       01 WS-GPA PIC 9V99.
       01 WS-GPA-EDIT PIC 9.99.
       01 WS-PRINTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SEPARATOR-LINE PIC X(80) VALUE ALL "=".
       01 WS-TITLE-LINE.
           05 FILLER             PIC X(40) VALUE
               "OFFICIAL ACADEMIC TRANSCRIPT".
       01 WS-SERIAL-LINE.
           05 FILLER             PIC X(15) VALUE "SERIAL NUMBER: ".
           05 SL-SERIAL-NUMBER   PIC 9(6).
           05 FILLER             PIC X(9) VALUE "  ISSUED ".
           05 SL-RUN-DATE        PIC 9(8).
       01 WS-STUDENT-LINE.
           05 FILLER             PIC X(15) VALUE "STUDENT NUMBER ".
           05 SN-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X(10) VALUE "  PROGRAM ".
           05 SN-PROGRAM         PIC X(8).
           05 FILLER             PIC X(7) VALUE "  YEAR ".
           05 SN-YEAR            PIC 9(4).
       01 WS-TERM-HEADING.
           05 FILLER             PIC X(5) VALUE "TERM ".
           05 TH-TERM            PIC X(5).
       01 WS-COLUMN-HEADING.
           05 FILLER             PIC X(40) VALUE
               "    COURSE    SECTION  GRADE".
       01 WS-COURSE-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 CL-COURSE-CODE     PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CL-SECTION         PIC X(3).
           05 FILLER             PIC X(6) VALUE SPACES.
           05 CL-GRADE           PIC X(2).
       01 WS-TERM-TOTAL-LINE.
           05 FILLER             PIC X(21) VALUE
               "    TERM:  ATTEMPTED ".
           05 TT-ATTEMPTED       PIC Z9.
           05 FILLER             PIC X(9) VALUE "  PASSED ".
           05 TT-PASSED          PIC Z9.
           05 FILLER             PIC X(12) VALUE "  WITHDRAWN ".
           05 TT-WITHDRAWN       PIC Z9.
           05 FILLER             PIC X(6) VALUE "  GPA ".
           05 TT-GPA             PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 TT-STANDING        PIC X(20).
       01 WS-CUM-TOTAL-LINE.
           05 FILLER             PIC X(23) VALUE
               "CUMULATIVE:  ATTEMPTED ".
           05 CT-ATTEMPTED       PIC ZZ9.
           05 FILLER             PIC X(9) VALUE "  PASSED ".
           05 CT-PASSED          PIC ZZ9.
           05 FILLER             PIC X(12) VALUE "  WITHDRAWN ".
           05 CT-WITHDRAWN       PIC ZZ9.
           05 FILLER             PIC X(6) VALUE "  GPA ".
           05 CT-GPA             PIC X(4).
       01 WS-LEGEND-LINE PIC X(80) VALUE
           "W = WITHDRAWN   IP = IN PROGRESS   END OF TRANSCRIPT".
       01 WS-LOCK-DATASET PIC X(30) VALUE "transcriptrequests.txt".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "TRANSCRIPT-RUN".
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-REQUESTS.
           IF WS-REQUEST-TABLE-OVERFLOWED
               DISPLAY "MORE TRANSCRIPT REQUESTS THAN THIS RUN CAN "
                   "HOLD - NOTHING PRINTED AND THE REQUEST FILE WAS "
                   "NOT TOUCHED"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REQUEST-COUNT = ZERO
               DISPLAY "NO TRANSCRIPT REQUESTS WAITING"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               GOBACK
           END-IF.
           PERFORM 110-LOAD-ACTIVE-HOLDS.
           PERFORM 120-LOAD-GRADE-POINT-TABLE.
           PERFORM 130-LOAD-STANDINGS.
           PERFORM 200-VET-ONE-REQUEST
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT.
           PERFORM 210-READ-NEXT-SERIAL-NUMBER.
           OPEN OUTPUT TRANSCRIPT-FILE.
           IF WS-TR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSCRIPT-FILE - STATUS "
                   WS-TR-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND TRANSCRIPT-REGISTER-FILE.
           IF WS-RG-FILE-STATUS = "35"
               OPEN OUTPUT TRANSCRIPT-REGISTER-FILE
           END-IF.
           IF WS-RG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSCRIPT-REGISTER-FILE - "
                   "STATUS " WS-RG-FILE-STATUS
               CLOSE TRANSCRIPT-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SORT TRANSCRIPT-SORT-FILE
               ON ASCENDING KEY TS-REQUEST-SUB
                                TS-RECORD-TYPE
                                TS-TERM-SEQ
                                TS-COURSE-CODE
               INPUT PROCEDURE 300-RELEASE-TRANSCRIPT-ROWS
               OUTPUT PROCEDURE 400-PRINT-TRANSCRIPTS.
           CLOSE TRANSCRIPT-FILE.
           CLOSE TRANSCRIPT-REGISTER-FILE.
           PERFORM 600-WRITE-NEXT-SERIAL-NUMBER.
           PERFORM 500-WRITE-EXCEPTION-PAGE.
           PERFORM 700-REWRITE-REQUEST-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== TRANSCRIPT RUN SUMMARY ====".
           DISPLAY "REQUESTS READ:        " WS-REQUEST-COUNT.
           DISPLAY "TRANSCRIPTS PRINTED:  " WS-PRINTED-COUNT.
           DISPLAY "REFUSED - ACTIVE HOLD:" WS-HELD-COUNT.
           DISPLAY "REFUSED - OTHER:      " WS-REFUSED-COUNT.
           GOBACK.
       100-LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANSCRIPT-REQUEST-FILE.
           IF WS-TQ-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO TRANSCRIPT-REQUEST-RECORD
               READ TRANSCRIPT-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRANSCRIPT-REQUEST-RECORD NOT = SPACES
                           IF WS-REQUEST-COUNT < 300
                               ADD 1 TO WS-REQUEST-COUNT
                               MOVE TRANSCRIPT-REQUEST-RECORD
                                   TO WS-RQ-DATA(WS-REQUEST-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-REQUEST-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TQ-FILE-STATUS = "00" OR "10"
               CLOSE TRANSCRIPT-REQUEST-FILE
           END-IF.
       110-LOAD-ACTIVE-HOLDS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STUDENT-HOLD-FILE.
           IF WS-HD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-HOLD-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HD-STATUS = 'A'
                           AND WS-HOLD-COUNT < 300
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HD-STUDENT-NUMBER
                               TO WS-HL-STUDENT(WS-HOLD-COUNT)
                           MOVE HD-HOLD-TYPE
                               TO WS-HL-TYPE(WS-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HD-FILE-STATUS = "00" OR "10"
               CLOSE STUDENT-HOLD-FILE
           END-IF.
       120-LOAD-GRADE-POINT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GRADE-POINT-FILE.
           IF WS-GP-FILE-STATUS NOT = "00"
               DISPLAY "gradepoints.txt NOT AVAILABLE - STATUS "
                   WS-GP-FILE-STATUS " - GPA AND PASSED COUNTS "
                   "WILL BE BLANK"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO GRADE-POINT-RECORD
               READ GRADE-POINT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GP-LETTER NOT = SPACES
                           AND GP-POINTS NUMERIC
                           AND WS-GRADE-COUNT < 30
                           ADD 1 TO WS-GRADE-COUNT
                           MOVE GP-LETTER
                               TO WS-GP-LETTER(WS-GRADE-COUNT)
                           MOVE GP-POINTS
                               TO WS-GP-POINTS(WS-GRADE-COUNT)
                           MOVE GP-IN-GPA
                               TO WS-GP-IN-GPA(WS-GRADE-COUNT)
                           MOVE GP-PASSING
                               TO WS-GP-PASSING(WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GP-FILE-STATUS = "00" OR "10"
               CLOSE GRADE-POINT-FILE
           END-IF.
       130-LOAD-STANDINGS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STANDING-FILE.
           IF WS-AS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO ACADEMIC-STANDING-RECORD
               READ STANDING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 135-KEEP-REQUESTED-STANDING
               END-READ
           END-PERFORM.
           IF WS-AS-FILE-STATUS = "00" OR "10"
               CLOSE STANDING-FILE
           END-IF.
       135-KEEP-REQUESTED-STANDING.
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               MOVE WS-RQ-DATA(WS-REQUEST-SUB)
                   TO TRANSCRIPT-REQUEST-RECORD
               IF TQ-STUDENT-NUMBER-X = AS-STUDENT-NUMBER
                   AND WS-STANDING-COUNT < 1000
                   ADD 1 TO WS-STANDING-COUNT
                   MOVE AS-STUDENT-NUMBER
                       TO WS-SD-STUDENT(WS-STANDING-COUNT)
                   MOVE AS-TERM TO WS-SD-TERM(WS-STANDING-COUNT)
                   MOVE AS-STANDING
                       TO WS-SD-STANDING(WS-STANDING-COUNT)
                   MOVE WS-REQUEST-COUNT TO WS-REQUEST-SUB
               END-IF
           END-PERFORM.
      * A request is printable only when it names a registered
      * student with no active hold. A held request stays on the
      * request file for the next run; anything else is refused
      * outright.
       200-VET-ONE-REQUEST.
           MOVE WS-RQ-DATA(WS-REQUEST-SUB)
               TO TRANSCRIPT-REQUEST-RECORD.
           MOVE SPACES TO WS-RQ-REASON(WS-REQUEST-SUB).
           MOVE 'P' TO WS-RQ-STATE(WS-REQUEST-SUB).
           MOVE ZERO TO WS-RQ-STUDENT(WS-REQUEST-SUB).
           IF TQ-STUDENT-NUMBER-X NOT NUMERIC
               MOVE 'X' TO WS-RQ-STATE(WS-REQUEST-SUB)
               MOVE "STUDENT NUMBER NOT NUMERIC"
                   TO WS-RQ-REASON(WS-REQUEST-SUB)
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE TQ-STUDENT-NUMBER
                   TO WS-RQ-STUDENT(WS-REQUEST-SUB)
               MOVE TQ-STUDENT-NUMBER TO WS-LOOKUP-STUDENT
               PERFORM 800-FIND-REGISTRATION
               IF NOT WS-REGISTRATION-FOUND
                   MOVE 'X' TO WS-RQ-STATE(WS-REQUEST-SUB)
                   MOVE "NOT ON THE REGISTRATION FILE"
                       TO WS-RQ-REASON(WS-REQUEST-SUB)
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                           UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                       IF WS-HL-STUDENT(WS-HOLD-SUB)
                               = REG-STUDENT-NUMBER-TAIL
                           MOVE 'H' TO WS-RQ-STATE(WS-REQUEST-SUB)
                           STRING "ACTIVE " DELIMITED BY SIZE
                               WS-HL-TYPE(WS-HOLD-SUB)
                                   DELIMITED BY SIZE
                               " HOLD" DELIMITED BY SIZE
                               INTO WS-RQ-REASON(WS-REQUEST-SUB)
                       END-IF
                   END-PERFORM
                   IF WS-RQ-HELD(WS-REQUEST-SUB)
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               END-IF
           END-IF.
       210-READ-NEXT-SERIAL-NUMBER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANSCRIPT-CONTROL-FILE.
           IF WS-TC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSCRIPT-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TC-NEXT-SERIAL NUMERIC
                           MOVE TC-NEXT-SERIAL TO WS-NEXT-SERIAL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TC-FILE-STATUS = "00" OR "10"
               CLOSE TRANSCRIPT-CONTROL-FILE
           END-IF.
      * Each printable request releases a header row (type 0) so a
      * student with no courses yet still gets a transcript, then
      * one row (type 1) per courseenrollment.txt row, sorted into
      * calendar term order under the request.
       300-RELEASE-TRANSCRIPT-ROWS.
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               IF WS-RQ-PRINTABLE(WS-REQUEST-SUB)
                   MOVE SPACES TO TRANSCRIPT-SORT-RECORD
                   MOVE WS-REQUEST-SUB TO TS-REQUEST-SUB
                   MOVE '0' TO TS-RECORD-TYPE
                   MOVE ZERO TO TS-TERM-SEQ
                   RELEASE TRANSCRIPT-SORT-RECORD
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           IF WS-CE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE-ENROLLMENT-FILE - "
                   "STATUS " WS-CE-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO COURSE-ENROLLMENT-RECORD
               READ COURSE-ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 310-RELEASE-ONE-ROW
               END-READ
           END-PERFORM.
           IF WS-CE-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-ENROLLMENT-FILE
           END-IF.
       310-RELEASE-ONE-ROW.
           MOVE CE-TERM TO WS-TERM-WORK.
           PERFORM 850-WORK-OUT-TERM-SEQUENCE.
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               IF WS-RQ-PRINTABLE(WS-REQUEST-SUB)
                   AND WS-RQ-STUDENT(WS-REQUEST-SUB)
                       = CE-STUDENT-NUMBER
                   MOVE WS-REQUEST-SUB TO TS-REQUEST-SUB
                   MOVE '1' TO TS-RECORD-TYPE
                   MOVE WS-TERM-SEQ TO TS-TERM-SEQ
                   MOVE CE-COURSE-CODE TO TS-COURSE-CODE
                   MOVE COURSE-ENROLLMENT-RECORD
                       TO TS-ENROLLMENT-DATA
                   RELEASE TRANSCRIPT-SORT-RECORD
               END-IF
           END-PERFORM.
       400-PRINT-TRANSCRIPTS.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-TRANSCRIPT-OPEN.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN TRANSCRIPT-SORT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TS-RECORD-TYPE = '0'
                           IF WS-TRANSCRIPT-OPEN = 'Y'
                               PERFORM 440-CLOSE-TRANSCRIPT
                           END-IF
                           PERFORM 410-OPEN-TRANSCRIPT
                       ELSE
                           PERFORM 420-PRINT-ONE-COURSE
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-TRANSCRIPT-OPEN = 'Y'
               PERFORM 440-CLOSE-TRANSCRIPT
           END-IF.
       410-OPEN-TRANSCRIPT.
           MOVE TS-REQUEST-SUB TO WS-REQUEST-SUB.
           MOVE WS-RQ-DATA(WS-REQUEST-SUB)
               TO TRANSCRIPT-REQUEST-RECORD.
           MOVE WS-RQ-STUDENT(WS-REQUEST-SUB) TO WS-LOOKUP-STUDENT.
           PERFORM 800-FIND-REGISTRATION.
           MOVE WS-NEXT-SERIAL TO WS-SERIAL-NUMBER.
           ADD 1 TO WS-NEXT-SERIAL.
           MOVE WS-SEPARATOR-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE WS-TITLE-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE WS-SERIAL-NUMBER TO SL-SERIAL-NUMBER.
           MOVE WS-RUN-DATE TO SL-RUN-DATE.
           MOVE WS-SERIAL-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE.
           STRING REG-TITLE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               REG-FIRST-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               REG-LAST-NAME DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE REG-STREET-ADDRESS TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE.
           STRING REG-CITY-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               REG-PROVINCE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               REG-POSTAL-CODE DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE REG-STUDENT-NUMBER TO SN-STUDENT-NUMBER.
           MOVE REG-STUDENT-PROGRAM TO SN-PROGRAM.
           MOVE REG-STUDENT-YEAR TO SN-YEAR.
           MOVE WS-STUDENT-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE ZERO TO WS-CUM-ATTEMPTED.
           MOVE ZERO TO WS-CUM-PASSED.
           MOVE ZERO TO WS-CUM-WITHDRAWN.
           MOVE ZERO TO WS-CUM-GPA-COURSES.
           MOVE ZERO TO WS-CUM-POINTS.
           MOVE 'N' TO WS-TERM-OPEN.
           MOVE 'Y' TO WS-TRANSCRIPT-OPEN.
           MOVE SPACES TO TRANSCRIPT-REGISTER-RECORD.
           MOVE WS-SERIAL-NUMBER TO RG-SERIAL-NUMBER.
           MOVE REG-STUDENT-NUMBER TO RG-STUDENT-NUMBER.
           MOVE WS-RUN-DATE TO RG-ISSUE-DATE.
           MOVE TQ-DELIVER-TO TO RG-DELIVER-TO.
           WRITE TRANSCRIPT-REGISTER-RECORD.
           ADD 1 TO WS-PRINTED-COUNT.
       420-PRINT-ONE-COURSE.
           MOVE TS-ENROLLMENT-DATA TO COURSE-ENROLLMENT-RECORD.
           IF WS-TERM-OPEN = 'Y'
               AND CE-TERM NOT = WS-CURRENT-TERM
               PERFORM 430-CLOSE-TERM
           END-IF.
           IF WS-TERM-OPEN = 'N'
               MOVE SPACES TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               MOVE CE-TERM TO TH-TERM
               MOVE WS-TERM-HEADING TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               MOVE WS-COLUMN-HEADING TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               MOVE CE-TERM TO WS-CURRENT-TERM
               MOVE ZERO TO WS-TERM-ATTEMPTED
               MOVE ZERO TO WS-TERM-PASSED
               MOVE ZERO TO WS-TERM-WITHDRAWN
               MOVE ZERO TO WS-TERM-GPA-COURSES
               MOVE ZERO TO WS-TERM-POINTS
               MOVE 'Y' TO WS-TERM-OPEN
           END-IF.
           MOVE CE-COURSE-CODE TO CL-COURSE-CODE.
           MOVE CE-SECTION TO CL-SECTION.
           EVALUATE TRUE
               WHEN CE-STATUS = 'W'
                   MOVE "W" TO CL-GRADE
                   ADD 1 TO WS-TERM-WITHDRAWN
               WHEN CE-GRADE = SPACES
                   MOVE "IP" TO CL-GRADE
                   ADD 1 TO WS-TERM-ATTEMPTED
               WHEN OTHER
                   MOVE CE-GRADE TO CL-GRADE
                   ADD 1 TO WS-TERM-ATTEMPTED
                   PERFORM 425-PRICE-ONE-GRADE
           END-EVALUATE.
           MOVE WS-COURSE-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
       425-PRICE-ONE-GRADE.
           IF WS-GRADE-COUNT > ZERO
               SET WS-GRADE-IDX TO 1
               SEARCH WS-GRADE-ENTRY
                   WHEN WS-GP-LETTER(WS-GRADE-IDX) = CE-GRADE
                       IF WS-GP-PASSING(WS-GRADE-IDX) = 'Y'
                           ADD 1 TO WS-TERM-PASSED
                       END-IF
                       IF WS-GP-IN-GPA(WS-GRADE-IDX) = 'Y'
                           ADD 1 TO WS-TERM-GPA-COURSES
                           ADD WS-GP-POINTS(WS-GRADE-IDX)
                               TO WS-TERM-POINTS
                       END-IF
               END-SEARCH
           END-IF.
       430-CLOSE-TERM.
           MOVE WS-TERM-ATTEMPTED TO TT-ATTEMPTED.
           MOVE WS-TERM-PASSED TO TT-PASSED.
           MOVE WS-TERM-WITHDRAWN TO TT-WITHDRAWN.
           IF WS-TERM-GPA-COURSES > ZERO
               COMPUTE WS-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-GPA-COURSES
               MOVE WS-GPA TO WS-GPA-EDIT
               MOVE WS-GPA-EDIT TO TT-GPA
           ELSE
               MOVE " N/A" TO TT-GPA
           END-IF.
           MOVE SPACES TO TT-STANDING.
           PERFORM VARYING WS-STANDING-SUB FROM 1 BY 1
                   UNTIL WS-STANDING-SUB > WS-STANDING-COUNT
               IF WS-SD-STUDENT(WS-STANDING-SUB) = REG-STUDENT-NUMBER
                   AND WS-SD-TERM(WS-STANDING-SUB) = WS-CURRENT-TERM
                   EVALUATE WS-SD-STANDING(WS-STANDING-SUB)
                       WHEN 'G' MOVE "GOOD STANDING" TO TT-STANDING
                       WHEN 'P' MOVE "PROBATION" TO TT-STANDING
                       WHEN 'R'
                           MOVE "REQUIRED TO WITHDRAW" TO TT-STANDING
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE WS-TERM-TOTAL-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           ADD WS-TERM-ATTEMPTED TO WS-CUM-ATTEMPTED.
           ADD WS-TERM-PASSED TO WS-CUM-PASSED.
           ADD WS-TERM-WITHDRAWN TO WS-CUM-WITHDRAWN.
           ADD WS-TERM-GPA-COURSES TO WS-CUM-GPA-COURSES.
           ADD WS-TERM-POINTS TO WS-CUM-POINTS.
           MOVE 'N' TO WS-TERM-OPEN.
       440-CLOSE-TRANSCRIPT.
           IF WS-TERM-OPEN = 'Y'
               PERFORM 430-CLOSE-TERM
           END-IF.
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE WS-CUM-ATTEMPTED TO CT-ATTEMPTED.
           MOVE WS-CUM-PASSED TO CT-PASSED.
           MOVE WS-CUM-WITHDRAWN TO CT-WITHDRAWN.
           IF WS-CUM-GPA-COURSES > ZERO
               COMPUTE WS-GPA ROUNDED =
                   WS-CUM-POINTS / WS-CUM-GPA-COURSES
               MOVE WS-GPA TO WS-GPA-EDIT
               MOVE WS-GPA-EDIT TO CT-GPA
           ELSE
               MOVE " N/A" TO CT-GPA
           END-IF.
           MOVE WS-CUM-TOTAL-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE WS-LEGEND-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE 'N' TO WS-TRANSCRIPT-OPEN.
       500-WRITE-EXCEPTION-PAGE.
           OPEN OUTPUT TRANSCRIPT-EXCEPTION-FILE.
           IF WS-TX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSCRIPT-EXCEPTION-FILE - "
                   "STATUS " WS-TX-FILE-STATUS
           ELSE
               MOVE SPACES TO EXCEPTION-LINE
               STRING "TRANSCRIPT REQUESTS REFUSED - RUN "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               PERFORM 510-WRITE-ONE-EXCEPTION
                   VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               CLOSE TRANSCRIPT-EXCEPTION-FILE
           END-IF.
       510-WRITE-ONE-EXCEPTION.
           IF NOT WS-RQ-PRINTABLE(WS-REQUEST-SUB)
               MOVE WS-RQ-DATA(WS-REQUEST-SUB)
                   TO TRANSCRIPT-REQUEST-RECORD
               MOVE SPACES TO EXCEPTION-LINE
               STRING "NOT PRINTED: " DELIMITED BY SIZE
                   TQ-STUDENT-NUMBER-X DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RQ-REASON(WS-REQUEST-SUB) DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.
       600-WRITE-NEXT-SERIAL-NUMBER.
           OPEN OUTPUT TRANSCRIPT-CONTROL-FILE.
           IF WS-TC-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE TRANSCRIPT-CONTROL-FILE - "
                   "STATUS " WS-TC-FILE-STATUS
           ELSE
               MOVE WS-NEXT-SERIAL TO TC-NEXT-SERIAL
               WRITE TRANSCRIPT-CONTROL-RECORD
               CLOSE TRANSCRIPT-CONTROL-FILE
           END-IF.
      * Only held requests go back on the file - printed ones are
      * done and refused ones need re-keying anyway.
       700-REWRITE-REQUEST-FILE.
           OPEN OUTPUT TRANSCRIPT-REQUEST-FILE.
           IF WS-TQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING TRANSCRIPT-REQUEST-FILE - "
                   "STATUS " WS-TQ-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               IF WS-RQ-HELD(WS-REQUEST-SUB)
                   MOVE WS-RQ-DATA(WS-REQUEST-SUB)
                       TO TRANSCRIPT-REQUEST-RECORD
                   WRITE TRANSCRIPT-REQUEST-RECORD
               END-IF
           END-PERFORM.
           CLOSE TRANSCRIPT-REQUEST-FILE.
       800-FIND-REGISTRATION.
           MOVE 'N' TO WS-REG-EOF.
           MOVE 'N' TO WS-REG-FOUND.
           OPEN INPUT STUDENT-REGISTRATION-FILE.
           IF WS-REG-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-REG-EOF
           END-IF.
           PERFORM UNTIL WS-REG-EOF = 'Y'
               READ STUDENT-REGISTRATION-FILE
                   AT END MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF REG-STUDENT-NUMBER = WS-LOOKUP-STUDENT
                           MOVE 'Y' TO WS-REG-FOUND
                           MOVE 'Y' TO WS-REG-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REG-FILE-STATUS = "00" OR "10"
               CLOSE STUDENT-REGISTRATION-FILE
           END-IF.
      * Term codes are the year plus a season letter (W winter,
      * S summer, F fall); they order as year * 10 plus the
      * season's place in the year so terms print in calendar
      * order. Anything else comes back zero and prints first.
       850-WORK-OUT-TERM-SEQUENCE.
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
      * The whole run holds the request file's data-set lock, which
      * also keeps two runs from handing out the same serial
      * numbers.
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

       END PROGRAM TRANSCRIPT-RUN.
