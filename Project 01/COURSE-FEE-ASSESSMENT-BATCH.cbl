      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Course fee assessment - prices every active
      *          courseenrollment.txt row (CE-STATUS blank or E)
      *          from the course fee schedule (coursefees.txt -
      *          course code, term, fee type, amount) and charges
      *          each lab, materials or field-trip fee to the
      *          TERM-OWED slot for the enrollment's term on
      *          STUDENT-RECORD-FILE, adding the term slot when the
      *          student has none for it yet. Every fee posts its
      *          own CRSFEE audit action naming the course in
      *          AL-REFERENCE and the term in AL-PERIOD, which
      *          glaccountmap.txt maps to fee revenue for
      *          GL-JOURNAL-EXTRACT, and appends an A line to the
      *          course fee ledger (coursefeeledger.txt). A fee the
      *          ledger already shows as charged is skipped, so the
      *          run can be repeated as enrollments arrive without
      *          billing anyone twice; COURSE-WITHDRAWAL reverses
      *          the fee with a CRSFRV action when the course is
      *          dropped inside the refund window. A student with no
      *          billing record, or with all six term slots in use,
      *          rejects with a message instead. Ends with a
      *          reconciliation count of fees due versus fees
      *          charged or already on the ledger.
      *          Each fee is checked against the fiscal calendar
      *          (FISCAL-PERIOD-CHECK) as of the run date: a run in a
      *          month Finance has closed posts into the next open
      *          period, and with no open period to go to the fee
      *          rejects with a message and is charged on a later run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-FEE-ASSESSMENT-BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-ENROLLMENT-FILE
           ASSIGN "../courseenrollment.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CE-FILE-STATUS.
           SELECT COURSE-FEE-FILE
           ASSIGN "../coursefees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CF-FILE-STATUS.
           SELECT COURSE-FEE-LEDGER-FILE
           ASSIGN "../coursefeeledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FL-FILE-STATUS.
           SELECT STUDENT-RECORD-FILE
           ASSIGN "../studentrecord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-NUMBER
           FILE STATUS IS WS-FILE-STATUS.
           SELECT STUDENT-AUDIT-FILE
           ASSIGN "../studentaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-ENROLLMENT-FILE.
           COPY "COURSE-ENROLLMENT-RECORD.CPY".
       FD COURSE-FEE-FILE.
           COPY "COURSE-FEE-RECORD.CPY".
       FD COURSE-FEE-LEDGER-FILE.
           COPY "COURSE-FEE-LEDGER-RECORD.CPY".
       FD STUDENT-RECORD-FILE.
           COPY "STUDENT-TUITION-RECORD.CPY".
       FD STUDENT-AUDIT-FILE.
           COPY "STUDENT-AUDIT-LOG.CPY".
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CE-FILE-STATUS PIC XX.
       01 WS-CF-FILE-STATUS PIC XX.
       01 WS-FL-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-CE-NUMBER-KEY.
           05 FILLER PIC 9(3).
           05 WS-CE-TAIL PIC 9(7).
       01 WS-FEE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-FEE-COUNT.
               10 WS-CF-COURSE-CODE PIC X(8).
               10 WS-CF-TERM        PIC X(5).
               10 WS-CF-FEE-TYPE    PIC X(3).
               10 WS-CF-AMOUNT      PIC 9(5)V99.
       01 WS-FEE-SUB PIC 9(3).
      * The ledger table holds one entry per fee ever charged, with
      * the state its latest ledger line left it in - a fee whose
      * state is A is already on the student's balance.
       01 WS-LEDGER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON WS-LEDGER-COUNT.
               10 WS-LG-STUDENT     PIC 9(10).
               10 WS-LG-COURSE-CODE PIC X(8).
               10 WS-LG-SECTION     PIC X(3).
               10 WS-LG-TERM        PIC X(5).
               10 WS-LG-FEE-TYPE    PIC X(3).
               10 WS-LG-AMOUNT      PIC 9(5)V99.
               10 WS-LG-STATE       PIC X.
       01 WS-LEDGER-SUB PIC 9(4).
       01 WS-LEDGER-FOUND-SUB PIC 9(4).
       01 WS-LEDGER-OVERFLOW PIC X VALUE 'N'.
           88 WS-LEDGER-OVERFLOWED VALUE 'Y'.
       01 WS-FIND-STUDENT PIC 9(10).
       01 WS-FIND-COURSE-CODE PIC X(8).
       01 WS-FIND-SECTION PIC X(3).
       01 WS-FIND-TERM PIC X(5).
       01 WS-FIND-FEE-TYPE PIC X(3).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-OLD-TUITION PIC S9(5)V99.
       01 WS-TERM-SUB PIC 9(2).
       01 WS-TERM-FOUND-SUB PIC 9(2).
       01 WS-ROWS-READ PIC 9(5) VALUE ZERO.
       01 WS-FEES-DUE PIC 9(5) VALUE ZERO.
       01 WS-FEES-CHARGED PIC 9(5) VALUE ZERO.
       01 WS-FEES-ON-LEDGER PIC 9(5) VALUE ZERO.
       01 WS-FEES-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-DOLLARS-CHARGED PIC 9(9)V99 VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30) VALUE "studentrecord.dat".
       01 WS-LOCK-PROGRAM PIC X(30)
           VALUE "COURSE-FEE-ASSESSMENT-BATCH".
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       01 WS-FEES-ROLLED PIC 9(5) VALUE ZERO.
           COPY "FISCAL-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "COURSE-FEE-ASSESSMENT-BATCH" TO FK-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 150-LOAD-COURSE-FEE-TABLE.
           IF WS-FEE-COUNT = ZERO
               DISPLAY "NO COURSE FEES ON coursefees.txt - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 160-LOAD-FEE-LEDGER-TABLE.
           IF WS-LEDGER-OVERFLOWED
               DISPLAY "COURSE FEE LEDGER HAS MORE FEES THAN THIS RUN"
               DISPLAY "CAN HOLD - NOTHING CHARGED, SO NO FEE CAN BE"
               DISPLAY "BILLED TWICE"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           IF WS-CE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE-ENROLLMENT-FILE - "
                   "STATUS " WS-CE-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENT-RECORD-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-RECORD-FILE - STATUS "
                   WS-FILE-STATUS
               CLOSE COURSE-ENROLLMENT-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND STUDENT-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-AUDIT-FILE - STATUS "
                   WS-AUDIT-FILE-STATUS
               CLOSE COURSE-ENROLLMENT-FILE
               CLOSE STUDENT-RECORD-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND COURSE-FEE-LEDGER-FILE.
           IF WS-FL-FILE-STATUS = "35"
               OPEN OUTPUT COURSE-FEE-LEDGER-FILE
           END-IF.
           IF WS-FL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE-FEE-LEDGER-FILE - "
                   "STATUS " WS-FL-FILE-STATUS
               CLOSE COURSE-ENROLLMENT-FILE
               CLOSE STUDENT-RECORD-FILE
               CLOSE STUDENT-AUDIT-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO COURSE-ENROLLMENT-RECORD
               READ COURSE-ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 200-PRICE-ONE-ENROLLMENT
               END-READ
           END-PERFORM.
           CLOSE COURSE-ENROLLMENT-FILE.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE STUDENT-AUDIT-FILE.
           CLOSE COURSE-FEE-LEDGER-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== COURSE FEE ASSESSMENT RECONCILIATION ====".
           DISPLAY "ENROLLMENT ROWS READ: " WS-ROWS-READ.
           DISPLAY "FEES DUE:             " WS-FEES-DUE.
           DISPLAY "FEES CHARGED:         " WS-FEES-CHARGED.
           DISPLAY "ALREADY ON LEDGER:    " WS-FEES-ON-LEDGER.
           DISPLAY "FEES REJECTED:        " WS-FEES-REJECTED.
           DISPLAY "ROLLED TO OPEN PERIOD:" WS-FEES-ROLLED.
           DISPLAY "DOLLARS CHARGED:      " WS-DOLLARS-CHARGED.
           IF WS-FEES-REJECTED = ZERO
               DISPLAY "RECONCILIATION OK: EVERY FEE DUE IS CHARGED"
           ELSE
               DISPLAY "RECONCILIATION SHORT - CHECK THE REJECTED "
                   "FEES"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * Withdrawn rows carry no fee; every schedule line for the
      * row's course and term is one fee due.
       200-PRICE-ONE-ENROLLMENT.
           IF CE-STATUS NOT = 'W'
               AND CE-STUDENT-NUMBER NUMERIC
               PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                       UNTIL WS-FEE-SUB > WS-FEE-COUNT
                   IF WS-CF-COURSE-CODE(WS-FEE-SUB) = CE-COURSE-CODE
                       AND WS-CF-TERM(WS-FEE-SUB) = CE-TERM
                       ADD 1 TO WS-FEES-DUE
                       PERFORM 250-ASSESS-ONE-FEE
                   END-IF
               END-PERFORM
           END-IF.
       250-ASSESS-ONE-FEE.
           MOVE CE-STUDENT-NUMBER TO WS-FIND-STUDENT.
           MOVE CE-COURSE-CODE TO WS-FIND-COURSE-CODE.
           MOVE CE-SECTION TO WS-FIND-SECTION.
           MOVE CE-TERM TO WS-FIND-TERM.
           MOVE WS-CF-FEE-TYPE(WS-FEE-SUB) TO WS-FIND-FEE-TYPE.
           PERFORM 170-FIND-LEDGER-ENTRY.
           IF WS-LEDGER-FOUND-SUB > ZERO
               AND WS-LG-STATE(WS-LEDGER-FOUND-SUB) = 'A'
               ADD 1 TO WS-FEES-ON-LEDGER
           ELSE
               MOVE CE-STUDENT-NUMBER TO WS-CE-NUMBER-KEY
               MOVE WS-CE-TAIL TO STUDENT-NUMBER
               READ STUDENT-RECORD-FILE
                   INVALID KEY
                       ADD 1 TO WS-FEES-REJECTED
                       DISPLAY "NO TUITION RECORD FOR STUDENT "
                           CE-STUDENT-NUMBER " - " CE-COURSE-CODE
                           " " WS-FIND-FEE-TYPE " FEE NOT CHARGED"
                   NOT INVALID KEY
                       PERFORM 300-POST-THE-FEE
               END-READ
           END-IF.
       300-POST-THE-FEE.
           MOVE ZERO TO WS-TERM-FOUND-SUB.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > TERM-COUNT
               IF TERM-CODE(WS-TERM-SUB) = CE-TERM
                   MOVE WS-TERM-SUB TO WS-TERM-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-TERM-FOUND-SUB = ZERO
               IF TERM-COUNT < 6
                   ADD 1 TO TERM-COUNT
                   MOVE TERM-COUNT TO WS-TERM-FOUND-SUB
                   MOVE CE-TERM TO TERM-CODE(WS-TERM-FOUND-SUB)
                   MOVE ZERO TO TERM-OWED(WS-TERM-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-FEES-REJECTED
                   DISPLAY "ALL SIX TERM SLOTS IN USE FOR STUDENT "
                       STUDENT-NUMBER " - RUN TERM-ROLLOVER-BATCH "
                       "AND RERUN"
               END-IF
           END-IF.
           IF WS-TERM-FOUND-SUB > ZERO
               PERFORM 980-CHECK-FISCAL-PERIOD
               IF FK-REJECTED
                   MOVE ZERO TO WS-TERM-FOUND-SUB
                   ADD 1 TO WS-FEES-REJECTED
                   DISPLAY "NO OPEN FISCAL PERIOD FOR STUDENT "
                       STUDENT-NUMBER " - " CE-COURSE-CODE " "
                       WS-FIND-FEE-TYPE " FEE NOT CHARGED"
               END-IF
           END-IF.
           IF WS-TERM-FOUND-SUB > ZERO
               MOVE TUITION-OWED TO WS-OLD-TUITION
               ADD WS-CF-AMOUNT(WS-FEE-SUB)
                   TO TERM-OWED(WS-TERM-FOUND-SUB)
               ADD WS-CF-AMOUNT(WS-FEE-SUB) TO TUITION-OWED
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FEES-REJECTED
                       DISPLAY "REWRITE FAILED FOR STUDENT "
                           STUDENT-NUMBER " - STATUS "
                           WS-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-FEES-CHARGED
                       ADD WS-CF-AMOUNT(WS-FEE-SUB)
                           TO WS-DOLLARS-CHARGED
                       PERFORM 450-WRITE-AUDIT-ENTRY
                       PERFORM 500-WRITE-LEDGER-ENTRY
               END-REWRITE
           END-IF.
       450-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE "BATCH" TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           MOVE "CRSFEE" TO AL-ACTION.
           MOVE WS-OLD-TUITION TO AL-OLD-TUITION.
           MOVE TUITION-OWED TO AL-NEW-TUITION.
           MOVE CE-COURSE-CODE TO AL-REFERENCE.
           MOVE CE-TERM TO AL-PERIOD.
           WRITE AUDIT-LOG-RECORD.
      * The ledger line and the table entry are both written the
      * moment the balance moves, so a second enrollment row for
      * the same course later in this run is not charged again.
       500-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO COURSE-FEE-LEDGER-RECORD.
           MOVE CE-STUDENT-NUMBER TO FL-STUDENT-NUMBER.
           MOVE CE-COURSE-CODE TO FL-COURSE-CODE.
           MOVE CE-SECTION TO FL-SECTION.
           MOVE CE-TERM TO FL-TERM.
           MOVE WS-FIND-FEE-TYPE TO FL-FEE-TYPE.
           MOVE 'A' TO FL-EVENT.
           MOVE WS-CF-AMOUNT(WS-FEE-SUB) TO FL-AMOUNT.
           MOVE WS-RUN-DATE TO FL-EVENT-DATE.
           MOVE "BATCH" TO FL-OPERATOR.
           WRITE COURSE-FEE-LEDGER-RECORD.
           PERFORM 180-TAKE-UP-LEDGER-EVENT.
           IF WS-LEDGER-OVERFLOWED
               DISPLAY "LEDGER TABLE FULL - " CE-STUDENT-NUMBER " "
                   CE-COURSE-CODE " IS ON THE LEDGER BUT NOT IN THIS "
                   "RUN'S TABLE"
           END-IF.
       150-LOAD-COURSE-FEE-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COURSE-FEE-FILE.
           IF WS-CF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE-FEE-FILE - STATUS "
                   WS-CF-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ COURSE-FEE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CF-AMOUNT NOT NUMERIC
                           DISPLAY 'COURSE FEE WITH A NON-NUMERIC '
                               'AMOUNT - DROPPED: ' CF-COURSE-CODE
                               ' ' CF-TERM ' ' CF-FEE-TYPE
                       ELSE
                       IF WS-FEE-COUNT < 500
                           ADD 1 TO WS-FEE-COUNT
                           MOVE CF-COURSE-CODE
                               TO WS-CF-COURSE-CODE(WS-FEE-COUNT)
                           MOVE CF-TERM
                               TO WS-CF-TERM(WS-FEE-COUNT)
                           MOVE CF-FEE-TYPE
                               TO WS-CF-FEE-TYPE(WS-FEE-COUNT)
                           MOVE CF-AMOUNT
                               TO WS-CF-AMOUNT(WS-FEE-COUNT)
                       ELSE
                           DISPLAY 'COURSE FEE TABLE FULL - '
                               'DROPPED: ' CF-COURSE-CODE ' ' CF-TERM
                               ' ' CF-FEE-TYPE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CF-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-FEE-FILE
           END-IF.
      * A missing ledger simply means nothing has been charged yet.
       160-LOAD-FEE-LEDGER-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT COURSE-FEE-LEDGER-FILE.
           IF WS-FL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO COURSE-FEE-LEDGER-RECORD
               READ COURSE-FEE-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 180-TAKE-UP-LEDGER-EVENT
               END-READ
           END-PERFORM.
           IF WS-FL-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-FEE-LEDGER-FILE
           END-IF.
       170-FIND-LEDGER-ENTRY.
           MOVE ZERO TO WS-LEDGER-FOUND-SUB.
           PERFORM VARYING WS-LEDGER-SUB FROM 1 BY 1
                   UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
                      OR WS-LEDGER-FOUND-SUB > ZERO
               IF WS-LG-STUDENT(WS-LEDGER-SUB) = WS-FIND-STUDENT
                   AND WS-LG-COURSE-CODE(WS-LEDGER-SUB)
                       = WS-FIND-COURSE-CODE
                   AND WS-LG-SECTION(WS-LEDGER-SUB) = WS-FIND-SECTION
                   AND WS-LG-TERM(WS-LEDGER-SUB) = WS-FIND-TERM
                   AND WS-LG-FEE-TYPE(WS-LEDGER-SUB)
                       = WS-FIND-FEE-TYPE
                   MOVE WS-LEDGER-SUB TO WS-LEDGER-FOUND-SUB
               END-IF
           END-PERFORM.
      * Each ledger line leaves its fee in the state the line names;
      * a fee seen for the first time gets a new table entry.
       180-TAKE-UP-LEDGER-EVENT.
           MOVE FL-STUDENT-NUMBER TO WS-FIND-STUDENT.
           MOVE FL-COURSE-CODE TO WS-FIND-COURSE-CODE.
           MOVE FL-SECTION TO WS-FIND-SECTION.
           MOVE FL-TERM TO WS-FIND-TERM.
           MOVE FL-FEE-TYPE TO WS-FIND-FEE-TYPE.
           PERFORM 170-FIND-LEDGER-ENTRY.
           IF WS-LEDGER-FOUND-SUB = ZERO
               IF WS-LEDGER-COUNT < 3000
                   ADD 1 TO WS-LEDGER-COUNT
                   MOVE WS-LEDGER-COUNT TO WS-LEDGER-FOUND-SUB
                   MOVE FL-STUDENT-NUMBER
                       TO WS-LG-STUDENT(WS-LEDGER-FOUND-SUB)
                   MOVE FL-COURSE-CODE
                       TO WS-LG-COURSE-CODE(WS-LEDGER-FOUND-SUB)
                   MOVE FL-SECTION
                       TO WS-LG-SECTION(WS-LEDGER-FOUND-SUB)
                   MOVE FL-TERM
                       TO WS-LG-TERM(WS-LEDGER-FOUND-SUB)
                   MOVE FL-FEE-TYPE
                       TO WS-LG-FEE-TYPE(WS-LEDGER-FOUND-SUB)
               ELSE
                   MOVE 'Y' TO WS-LEDGER-OVERFLOW
               END-IF
           END-IF.
           IF WS-LEDGER-FOUND-SUB > ZERO
               MOVE FL-EVENT TO WS-LG-STATE(WS-LEDGER-FOUND-SUB)
               IF FL-FEE-CHARGED
                   MOVE FL-AMOUNT
                       TO WS-LG-AMOUNT(WS-LEDGER-FOUND-SUB)
               END-IF
           END-IF.
      * Every fee moves dollars onto the balance, so the fiscal
      * calendar (FISCAL-PERIOD-CHECK) is asked about the run date
      * for each before it is charged.
       980-CHECK-FISCAL-PERIOD.
           MOVE STUDENT-NUMBER TO FK-STUDENT-NUMBER.
           MOVE "CRSFEE" TO FK-ACTION.
           MOVE WS-CF-AMOUNT(WS-FEE-SUB) TO FK-AMOUNT.
           MOVE ZERO TO FK-TRANSACTION-DATE.
           CALL "FISCAL-PERIOD-CHECK" USING FISCAL-CHECK-AREA.
           IF FK-ROLLED-FORWARD
               ADD 1 TO WS-FEES-ROLLED
           END-IF.
      * Updates run under a data-set lock (DATA-SET-LOCK) so this
      * run, a withdrawal session and the other billing runs can
      * never interleave REWRITEs on the same studentrecord.dat -
      * the same lock covers the appends to the course fee ledger.
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

       END PROGRAM COURSE-FEE-ASSESSMENT-BATCH.
