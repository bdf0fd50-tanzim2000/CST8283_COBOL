      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Enrollment verification letter run - works through
      *            the requests waiting on verificationrequests.txt
      *            (student number and letter purpose code) and
      *            prints one proof-of-enrollment letter per request
      *            on verificationletters.txt for the bank, landlord,
      *            immigration office or insurer: the
      *            studentregistration.txt name and address,
      *            studentProgram, year of study and the student's
      *            enrolled courseenrollment.txt rows for the term.
      *            Only a student who is active on the registration
      *            file gets a letter - enrollmentStatus A (or
      *            blank), or a W/G whose statusEffectiveDate is
      *            still to come. Withdrawn, graduated or unknown
      *            students and unknown purpose codes are listed on
      *            verificationexceptions.txt instead. Every letter
      *            takes the next reference number from
      *            verificationnext.txt and is entered on
      *            verificationregister.txt, so the registrar's
      *            office can confirm a letter when a third party
      *            calls quoting it. The term comes from the TERM
      *            step parameter under BATCH-CONTROL, with the usual
      *            console prompt standalone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICATION-LETTER-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFICATION-REQUEST-FILE
           ASSIGN "../verificationrequests.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VQ-FILE-STATUS.
           SELECT STUDENT-REGISTRATION-FILE
           ASSIGN "../studentregistration.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT COURSE-ENROLLMENT-FILE
           ASSIGN "../courseenrollment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CE-FILE-STATUS.
           SELECT VERIFICATION-LETTER-FILE
           ASSIGN "../verificationletters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VL-FILE-STATUS.
           SELECT VERIFICATION-EXCEPTION-FILE
           ASSIGN "../verificationexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VX-FILE-STATUS.
           SELECT VERIFICATION-REGISTER-FILE
           ASSIGN "../verificationregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VR-FILE-STATUS.
           SELECT VERIFICATION-CONTROL-FILE
           ASSIGN "../verificationnext.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * VQ-PURPOSE: BNK bank, LND landlord or residence, IMM
      * immigration, INS insurance, GEN any other third party.
       FD VERIFICATION-REQUEST-FILE.
       01 VERIFICATION-REQUEST-RECORD.
           05 VQ-STUDENT-NUMBER  PIC 9(10).
           05 VQ-STUDENT-NUMBER-X REDEFINES VQ-STUDENT-NUMBER
                                 PIC X(10).
           05 FILLER             PIC X.
           05 VQ-PURPOSE         PIC X(3).
           05 FILLER             PIC X.
           05 VQ-REQUEST-DATE    PIC 9(8).
       FD STUDENT-REGISTRATION-FILE.
           COPY "STUDENT-REGISTRATION-RECORD.CPY".
       FD COURSE-ENROLLMENT-FILE.
           COPY "COURSE-ENROLLMENT-RECORD.CPY".
       FD VERIFICATION-LETTER-FILE.
       01 LETTER-LINE PIC X(80).
       FD VERIFICATION-EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(80).
       FD VERIFICATION-REGISTER-FILE.
       01 VERIFICATION-REGISTER-RECORD.
           05 VR-REFERENCE       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 VR-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X VALUE SPACE.
           05 VR-PURPOSE         PIC X(3).
           05 FILLER             PIC X VALUE SPACE.
           05 VR-TERM            PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 VR-ISSUE-DATE      PIC 9(8).
       FD VERIFICATION-CONTROL-FILE.
       01 VERIFICATION-CONTROL-RECORD.
           05 VC-NEXT-REFERENCE PIC 9(6).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-VQ-FILE-STATUS PIC XX.
       01 WS-REG-FILE-STATUS PIC XX.
       01 WS-CE-FILE-STATUS PIC XX.
       01 WS-VL-FILE-STATUS PIC XX.
       01 WS-VX-FILE-STATUS PIC XX.
       01 WS-VR-FILE-STATUS PIC XX.
       01 WS-VC-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SELECT-TERM PIC X(5).
       01 WS-TERM-YEAR PIC 9(4).
       01 WS-ACADEMIC-YEAR PIC 9(4).
       01 WS-YEAR-OF-STUDY PIC S9(4).
       01 WS-YEAR-EDIT PIC Z9.
       01 WS-YEAR-TEXT PIC X(2).
       01 WS-REQUEST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-REQUEST-COUNT.
               10 WS-RQ-DATA     PIC X(23).
               10 WS-RQ-STUDENT  PIC 9(10).
               10 WS-RQ-STATE    PIC X.
                   88 WS-RQ-PRINTABLE VALUE 'P'.
                   88 WS-RQ-REFUSED   VALUE 'X'.
               10 WS-RQ-ON-FILE  PIC X.
               10 WS-RQ-REASON   PIC X(40).
               10 WS-RQ-REG-DATA PIC X(144).
       01 WS-REQUEST-SUB PIC 9(3).
       01 WS-REQUEST-OVERFLOW PIC X VALUE 'N'.
           88 WS-REQUEST-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-COURSE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-COURSE-TABLE.
           05 WS-COURSE-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-COURSE-COUNT.
               10 WS-CT-REQUEST-SUB PIC 9(3).
               10 WS-CT-COURSE-CODE PIC X(8).
               10 WS-CT-SECTION     PIC X(3).
       01 WS-COURSE-SUB PIC 9(4).
       01 WS-COURSES-DROPPED PIC 9(4) VALUE ZERO.
       01 WS-COURSES-LISTED PIC 9(2).
      * Letter purposes and the wording the RE: line carries.
       01 WS-PURPOSE-VALUES.
           05 FILLER PIC X(33) VALUE
               "BNKFOR BANKING PURPOSES          ".
           05 FILLER PIC X(33) VALUE
               "LNDFOR A LANDLORD OR RESIDENCE   ".
           05 FILLER PIC X(33) VALUE
               "IMMFOR IMMIGRATION PURPOSES      ".
           05 FILLER PIC X(33) VALUE
               "INSFOR INSURANCE PURPOSES        ".
           05 FILLER PIC X(33) VALUE
               "GENTO WHOM IT MAY CONCERN        ".
       01 WS-PURPOSE-TABLE REDEFINES WS-PURPOSE-VALUES.
           05 WS-PURPOSE-ENTRY OCCURS 5 TIMES
               INDEXED BY WS-PURPOSE-IDX.
               10 WS-PU-CODE     PIC X(3).
               10 WS-PU-TEXT     PIC X(30).
       01 WS-PURPOSE-TEXT PIC X(30).
       01 WS-NEXT-REFERENCE PIC 9(6) VALUE 1.
       01 WS-REFERENCE.
           05 FILLER          PIC X(2) VALUE "EV".
           05 WS-REFERENCE-NO PIC 9(6).
       01 WS-PRINTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SEPARATOR-LINE PIC X(80) VALUE ALL "=".
       01 WS-DATE-LINE.
           05 FILLER             PIC X(50) VALUE SPACES.
           05 DL-RUN-DATE        PIC 9(8).
       01 WS-REFERENCE-LINE.
           05 FILLER             PIC X(11) VALUE "REFERENCE: ".
           05 RF-REFERENCE       PIC X(8).
       01 WS-RE-LINE.
           05 FILLER             PIC X(33) VALUE
               "RE: CONFIRMATION OF ENROLLMENT - ".
           05 RL-PURPOSE-TEXT    PIC X(30).
       01 WS-COURSE-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 CL-COURSE-CODE     PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 CL-SECTION         PIC X(3).
       01 WS-LOCK-DATASET PIC X(30)
           VALUE "verificationrequests.txt".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "VERIFICATION-LETTER-RUN".
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
               DISPLAY "LETTERS FOR WHICH TERM (e.g. 2026F)?"
               ACCEPT WS-SELECT-TERM
           END-IF.
           INSPECT WS-SELECT-TERM
               CONVERTING "fsw" TO "FSW".
           IF WS-SELECT-TERM(1:4) NOT NUMERIC
               OR (WS-SELECT-TERM(5:1) NOT = 'W'
                   AND WS-SELECT-TERM(5:1) NOT = 'S'
                   AND WS-SELECT-TERM(5:1) NOT = 'F')
               DISPLAY "TERM " WS-SELECT-TERM " IS NOT A YEAR AND "
                   "SEASON LETTER (W, S OR F) - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * The academic year starts in the fall, so winter and summer
      * terms belong to the year that began the fall before.
           MOVE WS-SELECT-TERM(1:4) TO WS-TERM-YEAR.
           IF WS-SELECT-TERM(5:1) = 'F'
               MOVE WS-TERM-YEAR TO WS-ACADEMIC-YEAR
           ELSE
               COMPUTE WS-ACADEMIC-YEAR = WS-TERM-YEAR - 1
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-REQUESTS.
           IF WS-REQUEST-TABLE-OVERFLOWED
               DISPLAY "MORE VERIFICATION REQUESTS THAN THIS RUN CAN "
                   "HOLD - NOTHING PRINTED AND THE REQUEST FILE WAS "
                   "NOT TOUCHED"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REQUEST-COUNT = ZERO
               DISPLAY "NO VERIFICATION REQUESTS WAITING"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               GOBACK
           END-IF.
           PERFORM 110-LOAD-REGISTRATIONS.
           PERFORM 200-VET-ONE-REQUEST
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT.
           PERFORM 120-LOAD-TERM-COURSES.
           PERFORM 210-READ-NEXT-REFERENCE.
           OPEN OUTPUT VERIFICATION-LETTER-FILE.
           IF WS-VL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VERIFICATION-LETTER-FILE - "
                   "STATUS " WS-VL-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND VERIFICATION-REGISTER-FILE.
           IF WS-VR-FILE-STATUS = "35"
               OPEN OUTPUT VERIFICATION-REGISTER-FILE
           END-IF.
           IF WS-VR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VERIFICATION-REGISTER-FILE - "
                   "STATUS " WS-VR-FILE-STATUS
               CLOSE VERIFICATION-LETTER-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 400-PRINT-ONE-LETTER
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT.
           CLOSE VERIFICATION-LETTER-FILE.
           CLOSE VERIFICATION-REGISTER-FILE.
           PERFORM 600-WRITE-NEXT-REFERENCE.
           PERFORM 500-WRITE-EXCEPTION-PAGE.
           PERFORM 700-CLEAR-REQUEST-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== VERIFICATION LETTER RUN " WS-SELECT-TERM
               " ====".
           DISPLAY "REQUESTS READ:        " WS-REQUEST-COUNT.
           DISPLAY "LETTERS PRINTED:      " WS-PRINTED-COUNT.
           DISPLAY "REFUSED:              " WS-REFUSED-COUNT.
           IF WS-COURSES-DROPPED > ZERO
               DISPLAY "COURSE ROWS BEYOND THE TABLE, NOT LISTED: "
                   WS-COURSES-DROPPED
           END-IF.
           GOBACK.
       100-LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VERIFICATION-REQUEST-FILE.
           IF WS-VQ-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO VERIFICATION-REQUEST-RECORD
               READ VERIFICATION-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VERIFICATION-REQUEST-RECORD NOT = SPACES
                           IF WS-REQUEST-COUNT < 300
                               ADD 1 TO WS-REQUEST-COUNT
                               MOVE VERIFICATION-REQUEST-RECORD
                                   TO WS-RQ-DATA(WS-REQUEST-COUNT)
                               MOVE 'N'
                                   TO WS-RQ-ON-FILE(WS-REQUEST-COUNT)
                               MOVE ZERO
                                   TO WS-RQ-STUDENT(WS-REQUEST-COUNT)
                               IF VQ-STUDENT-NUMBER-X NUMERIC
                                   MOVE VQ-STUDENT-NUMBER TO
                                       WS-RQ-STUDENT(WS-REQUEST-COUNT)
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-REQUEST-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VQ-FILE-STATUS = "00" OR "10"
               CLOSE VERIFICATION-REQUEST-FILE
           END-IF.
      * One pass over the registration file picks up every
      * requested student's record.
       110-LOAD-REGISTRATIONS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STUDENT-REGISTRATION-FILE.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-REGISTRATION-FILE - "
                   "STATUS " WS-REG-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-REGISTRATION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
                           IF WS-RQ-STUDENT(WS-REQUEST-SUB)
                                   = REG-STUDENT-NUMBER
                               AND REG-STUDENT-NUMBER > ZERO
                               MOVE 'Y'
                                   TO WS-RQ-ON-FILE(WS-REQUEST-SUB)
                               MOVE REGISTRATION-RECORD
                                   TO WS-RQ-REG-DATA(WS-REQUEST-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           IF WS-REG-FILE-STATUS = "00" OR "10"
               CLOSE STUDENT-REGISTRATION-FILE
           END-IF.
      * The letter lists the term's courses the student is still
      * enrolled in - withdrawn rows are left off.
       120-LOAD-TERM-COURSES.
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
                   NOT AT END
                       IF CE-TERM = WS-SELECT-TERM
                           AND CE-STATUS NOT = 'W'
                           PERFORM 125-KEEP-ONE-COURSE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CE-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-ENROLLMENT-FILE
           END-IF.
       125-KEEP-ONE-COURSE.
           PERFORM VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               IF WS-RQ-PRINTABLE(WS-REQUEST-SUB)
                   AND WS-RQ-STUDENT(WS-REQUEST-SUB)
                       = CE-STUDENT-NUMBER
                   IF WS-COURSE-COUNT < 2000
                       ADD 1 TO WS-COURSE-COUNT
                       MOVE WS-REQUEST-SUB
                           TO WS-CT-REQUEST-SUB(WS-COURSE-COUNT)
                       MOVE CE-COURSE-CODE
                           TO WS-CT-COURSE-CODE(WS-COURSE-COUNT)
                       MOVE CE-SECTION
                           TO WS-CT-SECTION(WS-COURSE-COUNT)
                   ELSE
                       ADD 1 TO WS-COURSES-DROPPED
                   END-IF
               END-IF
           END-PERFORM.
      * A letter goes only to a student active on the registration
      * file. A W or G whose effective date is still to come leaves
      * the student active until that date.
       200-VET-ONE-REQUEST.
           MOVE WS-RQ-DATA(WS-REQUEST-SUB)
               TO VERIFICATION-REQUEST-RECORD.
           MOVE SPACES TO WS-RQ-REASON(WS-REQUEST-SUB).
           MOVE 'P' TO WS-RQ-STATE(WS-REQUEST-SUB).
           SET WS-PURPOSE-IDX TO 1.
           SEARCH WS-PURPOSE-ENTRY
               AT END
                   MOVE 'X' TO WS-RQ-STATE(WS-REQUEST-SUB)
                   MOVE "UNKNOWN LETTER PURPOSE CODE"
                       TO WS-RQ-REASON(WS-REQUEST-SUB)
               WHEN WS-PU-CODE(WS-PURPOSE-IDX) = VQ-PURPOSE
                   CONTINUE
           END-SEARCH.
           EVALUATE TRUE
               WHEN WS-RQ-REFUSED(WS-REQUEST-SUB)
                   CONTINUE
               WHEN VQ-STUDENT-NUMBER-X NOT NUMERIC
                   MOVE 'X' TO WS-RQ-STATE(WS-REQUEST-SUB)
                   MOVE "STUDENT NUMBER NOT NUMERIC"
                       TO WS-RQ-REASON(WS-REQUEST-SUB)
               WHEN WS-RQ-ON-FILE(WS-REQUEST-SUB) NOT = 'Y'
                   MOVE 'X' TO WS-RQ-STATE(WS-REQUEST-SUB)
                   MOVE "NOT ON THE REGISTRATION FILE"
                       TO WS-RQ-REASON(WS-REQUEST-SUB)
               WHEN OTHER
                   MOVE WS-RQ-REG-DATA(WS-REQUEST-SUB)
                       TO REGISTRATION-RECORD
                   IF (REG-ENROLLMENT-STATUS = 'W'
                       OR REG-ENROLLMENT-STATUS = 'G')
                       AND REG-STATUS-DATE NOT > WS-RUN-DATE
                       MOVE 'X' TO WS-RQ-STATE(WS-REQUEST-SUB)
                       IF REG-ENROLLMENT-STATUS = 'W'
                           STRING "WITHDRAWN EFFECTIVE "
                               DELIMITED BY SIZE
                               REG-STATUS-DATE DELIMITED BY SIZE
                               INTO WS-RQ-REASON(WS-REQUEST-SUB)
                       ELSE
                           STRING "GRADUATED EFFECTIVE "
                               DELIMITED BY SIZE
                               REG-STATUS-DATE DELIMITED BY SIZE
                               INTO WS-RQ-REASON(WS-REQUEST-SUB)
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-RQ-REFUSED(WS-REQUEST-SUB)
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
       210-READ-NEXT-REFERENCE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VERIFICATION-CONTROL-FILE.
           IF WS-VC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VERIFICATION-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VC-NEXT-REFERENCE NUMERIC
                           MOVE VC-NEXT-REFERENCE
                               TO WS-NEXT-REFERENCE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VC-FILE-STATUS = "00" OR "10"
               CLOSE VERIFICATION-CONTROL-FILE
           END-IF.
      * Year of study counts academic years from studentYear, the
      * year the student was admitted: admitted this academic year
      * is year 1.
       400-PRINT-ONE-LETTER.
           IF WS-RQ-PRINTABLE(WS-REQUEST-SUB)
               MOVE WS-RQ-DATA(WS-REQUEST-SUB)
                   TO VERIFICATION-REQUEST-RECORD
               MOVE WS-RQ-REG-DATA(WS-REQUEST-SUB)
                   TO REGISTRATION-RECORD
               SET WS-PURPOSE-IDX TO 1
               SEARCH WS-PURPOSE-ENTRY
                   WHEN WS-PU-CODE(WS-PURPOSE-IDX) = VQ-PURPOSE
                       MOVE WS-PU-TEXT(WS-PURPOSE-IDX)
                           TO WS-PURPOSE-TEXT
               END-SEARCH
               MOVE WS-NEXT-REFERENCE TO WS-REFERENCE-NO
               ADD 1 TO WS-NEXT-REFERENCE
               COMPUTE WS-YEAR-OF-STUDY =
                   WS-ACADEMIC-YEAR - REG-STUDENT-YEAR + 1
               IF WS-YEAR-OF-STUDY < 1
                   MOVE 1 TO WS-YEAR-OF-STUDY
               END-IF
               MOVE WS-YEAR-OF-STUDY TO WS-YEAR-EDIT
               IF WS-YEAR-OF-STUDY < 10
                   MOVE WS-YEAR-EDIT(2:1) TO WS-YEAR-TEXT
               ELSE
                   MOVE WS-YEAR-EDIT TO WS-YEAR-TEXT
               END-IF
               PERFORM 410-PRINT-LETTER-HEAD
               PERFORM 420-PRINT-LETTER-BODY
               PERFORM 430-PRINT-COURSE-LIST
               PERFORM 440-PRINT-LETTER-CLOSE
               MOVE SPACES TO VERIFICATION-REGISTER-RECORD
               MOVE WS-REFERENCE TO VR-REFERENCE
               MOVE REG-STUDENT-NUMBER TO VR-STUDENT-NUMBER
               MOVE VQ-PURPOSE TO VR-PURPOSE
               MOVE WS-SELECT-TERM TO VR-TERM
               MOVE WS-RUN-DATE TO VR-ISSUE-DATE
               WRITE VERIFICATION-REGISTER-RECORD
               ADD 1 TO WS-PRINTED-COUNT
           END-IF.
       410-PRINT-LETTER-HEAD.
           MOVE WS-SEPARATOR-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-DATE-LINE.
           MOVE WS-RUN-DATE TO DL-RUN-DATE.
           MOVE WS-DATE-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-REFERENCE TO RF-REFERENCE.
           MOVE WS-REFERENCE-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING REG-TITLE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               REG-FIRST-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               REG-LAST-NAME DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE REG-STREET-ADDRESS TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING REG-CITY-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               REG-PROVINCE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               REG-POSTAL-CODE DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-PURPOSE-TEXT TO RL-PURPOSE-TEXT.
           MOVE WS-RE-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
       420-PRINT-LETTER-BODY.
           MOVE "TO WHOM IT MAY CONCERN:" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "THIS LETTER CONFIRMS THAT THE STUDENT NAMED ABOVE, "
               DELIMITED BY SIZE
               "STUDENT NUMBER " DELIMITED BY SIZE
               REG-STUDENT-NUMBER DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "IS AN ACTIVE STUDENT IN PROGRAM " DELIMITED BY SIZE
               REG-STUDENT-PROGRAM DELIMITED BY SPACE
               ", YEAR " DELIMITED BY SIZE
               WS-YEAR-TEXT DELIMITED BY SPACE
               " OF STUDY (ADMITTED " DELIMITED BY SIZE
               REG-STUDENT-YEAR DELIMITED BY SIZE
               ")," DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "FOR TERM " DELIMITED BY SIZE
               WS-SELECT-TERM DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           IF REG-ENROLLMENT-STATUS = 'W'
               OR REG-ENROLLMENT-STATUS = 'G'
               MOVE SPACES TO LETTER-LINE
               STRING "THE STUDENT'S ENROLLMENT ENDS ON "
                   DELIMITED BY SIZE
                   REG-STATUS-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
       430-PRINT-COURSE-LIST.
           MOVE "COURSES ENROLLED THIS TERM:" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE ZERO TO WS-COURSES-LISTED.
           PERFORM VARYING WS-COURSE-SUB FROM 1 BY 1
                   UNTIL WS-COURSE-SUB > WS-COURSE-COUNT
               IF WS-CT-REQUEST-SUB(WS-COURSE-SUB) = WS-REQUEST-SUB
                   MOVE WS-CT-COURSE-CODE(WS-COURSE-SUB)
                       TO CL-COURSE-CODE
                   MOVE WS-CT-SECTION(WS-COURSE-SUB) TO CL-SECTION
                   MOVE WS-COURSE-LINE TO LETTER-LINE
                   WRITE LETTER-LINE
                   ADD 1 TO WS-COURSES-LISTED
               END-IF
           END-PERFORM.
           IF WS-COURSES-LISTED = ZERO
               MOVE "    NO COURSES REGISTERED FOR THIS TERM YET"
                   TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
       440-PRINT-LETTER-CLOSE.
           MOVE "TO VERIFY THIS LETTER, CONTACT THE REGISTRAR'S OFFICE "
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "AND QUOTE REFERENCE " DELIMITED BY SIZE
               WS-REFERENCE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "OFFICE OF THE REGISTRAR" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
       500-WRITE-EXCEPTION-PAGE.
           OPEN OUTPUT VERIFICATION-EXCEPTION-FILE.
           IF WS-VX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VERIFICATION-EXCEPTION-FILE - "
                   "STATUS " WS-VX-FILE-STATUS
           ELSE
               MOVE SPACES TO EXCEPTION-LINE
               STRING "VERIFICATION REQUESTS REFUSED - RUN "
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               PERFORM 510-WRITE-ONE-EXCEPTION
                   VARYING WS-REQUEST-SUB FROM 1 BY 1
                   UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
               CLOSE VERIFICATION-EXCEPTION-FILE
           END-IF.
       510-WRITE-ONE-EXCEPTION.
           IF WS-RQ-REFUSED(WS-REQUEST-SUB)
               MOVE WS-RQ-DATA(WS-REQUEST-SUB)
                   TO VERIFICATION-REQUEST-RECORD
               MOVE SPACES TO EXCEPTION-LINE
               STRING "NO LETTER: " DELIMITED BY SIZE
                   VQ-STUDENT-NUMBER-X DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VQ-PURPOSE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RQ-REASON(WS-REQUEST-SUB) DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.
       600-WRITE-NEXT-REFERENCE.
           OPEN OUTPUT VERIFICATION-CONTROL-FILE.
           IF WS-VC-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE VERIFICATION-CONTROL-FILE - "
                   "STATUS " WS-VC-FILE-STATUS
           ELSE
               MOVE WS-NEXT-REFERENCE TO VC-NEXT-REFERENCE
               WRITE VERIFICATION-CONTROL-RECORD
               CLOSE VERIFICATION-CONTROL-FILE
           END-IF.
      * Every request comes off the file - printed ones are done and
      * refused ones are on the exception list for follow-up.
       700-CLEAR-REQUEST-FILE.
           OPEN OUTPUT VERIFICATION-REQUEST-FILE.
           IF WS-VQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR CLEARING VERIFICATION-REQUEST-FILE - "
                   "STATUS " WS-VQ-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE VERIFICATION-REQUEST-FILE.

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
      * The whole run holds the request file's data-set lock, which
      * also keeps two runs from handing out the same reference
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

       END PROGRAM VERIFICATION-LETTER-RUN.
