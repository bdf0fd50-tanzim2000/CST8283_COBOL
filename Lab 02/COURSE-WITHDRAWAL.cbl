      *            PROJECT-ONE mode 2. Needs authority level 2 when
      *            called off the menu; the standalone fallback
      *            prompts for an operator ID like PROJECT-ONE.
      *            A drop inside the refund window (any week the
      *            schedule refunds at all) also takes back, in full,
      *            every lab, materials or field-trip fee
      *            COURSE-FEE-ASSESSMENT-BATCH charged for the
      *            enrollment - one CRSFRV audit action per fee, with
      *            an R line on coursefeeledger.txt so the fee is not
      *            reversed twice.
      *            The credit and fee reversals are checked against
      *            the fiscal calendar (FISCAL-PERIOD-CHECK) before
      *            they post: keyed in a month Finance has closed
      *            they are dated into the next open period, and with
      *            no open period to post to the drop is refused.
      *            A credit larger than the approval limit on
      *            approvallimits.txt is not posted: the course is
      *            still dropped and its fees still come back, but the
      *            credit is parked on pendingadjustments.txt for a
      *            second operator to approve through
      *            PENDING-ADJUSTMENT-APPROVAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../studentaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT COURSE-FEE-LEDGER-FILE
           ASSIGN "../coursefeeledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FL-FILE-STATUS.
           SELECT PENDING-ADJUSTMENT-FILE
           ASSIGN "../pendingadjustments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT APPROVAL-LIMIT-FILE
           ASSIGN "../approvallimits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-ENROLLMENT-FILE.
           COPY "STUDENT-TUITION-RECORD.CPY".
       FD STUDENT-AUDIT-FILE.
           COPY "STUDENT-AUDIT-LOG.CPY".
       FD COURSE-FEE-LEDGER-FILE.
           COPY "COURSE-FEE-LEDGER-RECORD.CPY".
       FD PENDING-ADJUSTMENT-FILE.
           COPY "PENDING-ADJUSTMENT-RECORD.CPY".
       FD APPROVAL-LIMIT-FILE.
           COPY "APPROVAL-LIMIT-RECORD.CPY".
       WORKING-STORAGE SECTION.
           COPY "OPERATOR-SIGNON.CPY".
       01 WS-FILE-STATUS PIC XX.
       01 WS-CE-FILE-STATUS PIC XX.
       01 WS-RS-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-FL-FILE-STATUS PIC XX.
       01 WS-PA-FILE-STATUS PIC XX.
       01 WS-AP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-SIGNON-AUTHORITY PIC 9.
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-WITHDRAWALS-DONE PIC 9(3) VALUE ZERO.
       01 WS-CREDIT-OUT PIC ZZZZ9.99.
      * One entry per course fee ever charged, in the state its
      * latest coursefeeledger.txt line left it - A still charged,
      * R already reversed.
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
       01 WS-FEES-REVERSED PIC 9(3) VALUE ZERO.
       01 WS-APPROVAL-LIMIT PIC 9(5)V99 VALUE 1000.
       01 WS-LAST-ITEM-NUMBER PIC 9(6).
       01 WS-CREDITS-PARKED PIC 9(3) VALUE ZERO.
      * Two data sets change here - the enrollment file (flagged
      * withdrawn, rewritten whole) and the student record (the
      * credit) - so both lock names are taken and released.
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "COURSE-WITHDRAWAL".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
           COPY "FISCAL-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "COURSE-WITHDRAWAL" TO FK-PROGRAM.
           IF SO-OPERATOR-ID = SPACES OR SO-OPERATOR-ID = LOW-VALUES
               DISPLAY "ENTER YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 140-LOAD-APPROVAL-LIMIT.
           MOVE "studentrecord.dat" TO WS-LOCK-DATASET.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-FEE-LEDGER-TABLE.
           IF WS-LEDGER-OVERFLOWED
               DISPLAY "COURSE FEE LEDGER HAS MORE FEES THAN THIS"
               DISPLAY "SESSION CAN HOLD - NOTHING WITHDRAWN AND"
               DISPLAY "THE FILE WAS NOT TOUCHED"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE "courseenrollment.txt" TO WS-LOCK-DATASET
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENT-RECORD-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-RECORD-FILE - STATUS "
           MOVE "courseenrollment.txt" TO WS-LOCK-DATASET.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "WITHDRAWALS PROCESSED: " WS-WITHDRAWALS-DONE.
           DISPLAY "COURSE FEES REVERSED:  " WS-FEES-REVERSED.
           DISPLAY "CREDITS PARKED:        " WS-CREDITS-PARKED.
           GOBACK.
       100-LOAD-ENROLLMENT-TABLE.
           MOVE 'N' TO WS-EOF.
           IF WS-RS-FILE-STATUS = "00" OR "10"
               CLOSE REFUND-SCHEDULE-FILE
           END-IF.
      * Loaded under the studentrecord.dat lock, which the assessment
      * batch also holds while it appends, so the table cannot go
      * stale during the session. A missing ledger means no course
      * fee has been charged yet.
       120-LOAD-FEE-LEDGER-TABLE.
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
                       PERFORM 130-TAKE-UP-LEDGER-EVENT
               END-READ
           END-PERFORM.
           IF WS-FL-FILE-STATUS = "00" OR "10"
               CLOSE COURSE-FEE-LEDGER-FILE
           END-IF.
       130-TAKE-UP-LEDGER-EVENT.
           MOVE ZERO TO WS-LEDGER-FOUND-SUB.
           PERFORM VARYING WS-LEDGER-SUB FROM 1 BY 1
                   UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
                      OR WS-LEDGER-FOUND-SUB > ZERO
               IF WS-LG-STUDENT(WS-LEDGER-SUB) = FL-STUDENT-NUMBER
                   AND WS-LG-COURSE-CODE(WS-LEDGER-SUB)
                       = FL-COURSE-CODE
                   AND WS-LG-SECTION(WS-LEDGER-SUB) = FL-SECTION
                   AND WS-LG-TERM(WS-LEDGER-SUB) = FL-TERM
                   AND WS-LG-FEE-TYPE(WS-LEDGER-SUB) = FL-FEE-TYPE
                   MOVE WS-LEDGER-SUB TO WS-LEDGER-FOUND-SUB
               END-IF
           END-PERFORM.
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
       140-LOAD-APPROVAL-LIMIT.
           OPEN INPUT APPROVAL-LIMIT-FILE.
           IF WS-AP-FILE-STATUS = "00"
               READ APPROVAL-LIMIT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AP-AMOUNT-LIMIT NUMERIC
                           MOVE AP-AMOUNT-LIMIT TO WS-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE APPROVAL-LIMIT-FILE
           END-IF.
       200-WITHDRAW-ONE-COURSE.
           DISPLAY "FULL 10-DIGIT STUDENT NUMBER?".
           ACCEPT WS-NUMBER-INPUT.
                   MOVE WS-TERM-SUB TO WS-TERM-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-TERM-FOUND-SUB NOT = ZERO
               PERFORM 980-CHECK-FISCAL-PERIOD
           END-IF.
           EVALUATE TRUE
               WHEN WS-TERM-FOUND-SUB = ZERO
                   DISPLAY "TERM " WS-TERM-INPUT " NOT ON THE "
                       "STUDENT RECORD - NOT WITHDRAWN"
               WHEN FK-REJECTED
                   DISPLAY "NO OPEN FISCAL PERIOD TO POST THE "
                       "CREDIT TO - NOT WITHDRAWN"
               WHEN WS-CREDIT-AMOUNT > WS-APPROVAL-LIMIT
                   PERFORM 430-PARK-THE-CREDIT
               WHEN OTHER
                   PERFORM 420-POST-THE-CREDIT
           END-EVALUATE.
       420-POST-THE-CREDIT.
           MOVE TUITION-OWED TO WS-OLD-TUITION.
           SUBTRACT WS-CREDIT-AMOUNT
               FROM TERM-OWED(WS-TERM-FOUND-SUB).
           SUBTRACT WS-CREDIT-AMOUNT FROM TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT "
                       STUDENT-NUMBER " - STATUS "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   PERFORM 500-WRITE-WITHDRAWAL-AUDIT
                   PERFORM 600-FLAG-ROW-WITHDRAWN
                   ADD 1 TO WS-WITHDRAWALS-DONE
                   MOVE WS-CREDIT-AMOUNT TO WS-CREDIT-OUT
                   DISPLAY "WITHDRAWN - " WS-REFUND-PERCENT
                       "% CREDIT OF " WS-CREDIT-OUT
                       " APPLIED TO TERM " WS-TERM-INPUT
                   IF WS-REFUND-PERCENT > ZERO
                       PERFORM 450-REVERSE-COURSE-FEES
                   END-IF
           END-REWRITE.
      * A keyed credit over the approval limit waits for a second
      * operator. The student is out of the course either way, and
      * the fees - charged by the system, not keyed - still come
      * back now; only the credit itself is parked, numbered under
      * the studentrecord.dat lock this session already holds.
       430-PARK-THE-CREDIT.
           PERFORM 435-FIND-LAST-ITEM-NUMBER.
           OPEN EXTEND PENDING-ADJUSTMENT-FILE.
           IF WS-PA-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-ADJUSTMENT-FILE
           END-IF.
           IF WS-PA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PENDING-ADJUSTMENT-FILE - "
                   "STATUS " WS-PA-FILE-STATUS
               DISPLAY "CREDIT IS OVER THE APPROVAL LIMIT AND COULD "
                   "NOT BE PARKED - NOT WITHDRAWN"
           ELSE
               MOVE SPACES TO PENDING-ADJUSTMENT-RECORD
               ADD 1 TO WS-LAST-ITEM-NUMBER
               MOVE WS-LAST-ITEM-NUMBER TO PA-ITEM-NUMBER
               MOVE 'P' TO PA-EVENT
               ACCEPT PA-EVENT-DATE FROM DATE YYYYMMDD
               ACCEPT PA-EVENT-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO PA-OPERATOR
               MOVE WS-LOCK-PROGRAM TO PA-PROGRAM
               MOVE STUDENT-NUMBER TO PA-STUDENT-NUMBER
               MOVE "CRSWDR" TO PA-ACTION
               MOVE WS-TERM-INPUT TO PA-TERM-CODE
               MOVE WS-COURSE-INPUT TO PA-REFERENCE
               COMPUTE PA-AMOUNT = ZERO - WS-CREDIT-AMOUNT
               WRITE PENDING-ADJUSTMENT-RECORD
               CLOSE PENDING-ADJUSTMENT-FILE
               PERFORM 600-FLAG-ROW-WITHDRAWN
               ADD 1 TO WS-WITHDRAWALS-DONE
               ADD 1 TO WS-CREDITS-PARKED
               MOVE WS-CREDIT-AMOUNT TO WS-CREDIT-OUT
               DISPLAY "WITHDRAWN - " WS-REFUND-PERCENT
                   "% CREDIT OF " WS-CREDIT-OUT
                   " IS OVER THE APPROVAL LIMIT"
               DISPLAY "CREDIT PARKED AS ADJUSTMENT " PA-ITEM-NUMBER
                   " FOR A SECOND OPERATOR TO APPROVE"
               IF WS-REFUND-PERCENT > ZERO
                   PERFORM 450-REVERSE-COURSE-FEES
               END-IF
           END-IF.
       435-FIND-LAST-ITEM-NUMBER.
           MOVE ZERO TO WS-LAST-ITEM-NUMBER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PENDING-ADJUSTMENT-FILE.
           IF WS-PA-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-ADJUSTMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PA-ITEM-NUMBER NUMERIC
                           AND PA-ITEM-NUMBER > WS-LAST-ITEM-NUMBER
                           MOVE PA-ITEM-NUMBER TO WS-LAST-ITEM-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PA-FILE-STATUS = "00" OR "10"
               CLOSE PENDING-ADJUSTMENT-FILE
           END-IF.
      * Inside the refund window the course's own fees come back in
      * full - they pay for labs, materials and trips the student
      * will no longer use - each as its own balance change.
       450-REVERSE-COURSE-FEES.
           PERFORM VARYING WS-LEDGER-SUB FROM 1 BY 1
                   UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
               IF WS-LG-STUDENT(WS-LEDGER-SUB) = WS-NUMBER-INPUT
                   AND WS-LG-COURSE-CODE(WS-LEDGER-SUB)
                       = WS-COURSE-INPUT
                   AND WS-LG-SECTION(WS-LEDGER-SUB) = WS-SECTION-INPUT
                   AND WS-LG-TERM(WS-LEDGER-SUB) = WS-TERM-INPUT
                   AND WS-LG-STATE(WS-LEDGER-SUB) = 'A'
                   PERFORM 460-REVERSE-ONE-FEE
               END-IF
           END-PERFORM.
       460-REVERSE-ONE-FEE.
           MOVE TUITION-OWED TO WS-OLD-TUITION.
           SUBTRACT WS-LG-AMOUNT(WS-LEDGER-SUB)
               FROM TERM-OWED(WS-TERM-FOUND-SUB).
           SUBTRACT WS-LG-AMOUNT(WS-LEDGER-SUB) FROM TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "FEE REVERSAL FAILED FOR STUDENT "
                       STUDENT-NUMBER " - STATUS " WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   MOVE FK-POST-DATE TO AL-DATE
                   ACCEPT AL-TIME FROM TIME
                   MOVE WS-OPERATOR-ID TO AL-OPERATOR
                   MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER
                   MOVE "CRSFRV" TO AL-ACTION
                   MOVE WS-OLD-TUITION TO AL-OLD-TUITION
                   MOVE TUITION-OWED TO AL-NEW-TUITION
                   MOVE WS-COURSE-INPUT TO AL-REFERENCE
                   MOVE WS-TERM-INPUT TO AL-PERIOD
                   WRITE AUDIT-LOG-RECORD
                   PERFORM 470-WRITE-LEDGER-REVERSAL
                   MOVE 'R' TO WS-LG-STATE(WS-LEDGER-SUB)
                   ADD 1 TO WS-FEES-REVERSED
                   MOVE WS-LG-AMOUNT(WS-LEDGER-SUB) TO WS-CREDIT-OUT
                   DISPLAY "COURSE FEE " WS-LG-FEE-TYPE(WS-LEDGER-SUB)
                       " OF " WS-CREDIT-OUT " REVERSED"
           END-REWRITE.
       470-WRITE-LEDGER-REVERSAL.
           OPEN EXTEND COURSE-FEE-LEDGER-FILE.
           IF WS-FL-FILE-STATUS = "35"
               OPEN OUTPUT COURSE-FEE-LEDGER-FILE
           END-IF.
           IF WS-FL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE-FEE-LEDGER-FILE - "
                   "STATUS " WS-FL-FILE-STATUS
               DISPLAY "FEE REVERSED BUT NOT WRITTEN TO "
                   "coursefeeledger.txt"
           ELSE
               MOVE SPACES TO COURSE-FEE-LEDGER-RECORD
               MOVE WS-LG-STUDENT(WS-LEDGER-SUB) TO FL-STUDENT-NUMBER
               MOVE WS-LG-COURSE-CODE(WS-LEDGER-SUB) TO FL-COURSE-CODE
               MOVE WS-LG-SECTION(WS-LEDGER-SUB) TO FL-SECTION
               MOVE WS-LG-TERM(WS-LEDGER-SUB) TO FL-TERM
               MOVE WS-LG-FEE-TYPE(WS-LEDGER-SUB) TO FL-FEE-TYPE
               MOVE 'R' TO FL-EVENT
               MOVE WS-LG-AMOUNT(WS-LEDGER-SUB) TO FL-AMOUNT
               MOVE AL-DATE TO FL-EVENT-DATE
               MOVE WS-OPERATOR-ID TO FL-OPERATOR
               WRITE COURSE-FEE-LEDGER-RECORD
               CLOSE COURSE-FEE-LEDGER-FILE
           END-IF.
       500-WRITE-WITHDRAWAL-AUDIT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           END-PERFORM.
           CLOSE COURSE-ENROLLMENT-FILE.

      * The drop is keyed the day it is processed, so the fiscal
      * calendar (FISCAL-PERIOD-CHECK) is asked about today; the fee
      * reversals ride on the same posting date as the credit.
       980-CHECK-FISCAL-PERIOD.
           MOVE STUDENT-NUMBER TO FK-STUDENT-NUMBER.
           MOVE "CRSWDR" TO FK-ACTION.
           MOVE WS-CREDIT-AMOUNT TO FK-AMOUNT.
           MOVE ZERO TO FK-TRANSACTION-DATE.
           CALL "FISCAL-PERIOD-CHECK" USING FISCAL-CHECK-AREA.
           IF FK-ROLLED-FORWARD
               DISPLAY "TODAY IS IN A CLOSED FISCAL PERIOD - CREDIT "
                   "POSTED " FK-POST-DATE
           END-IF.

      * Updates run under the data-set lock named in
      * WS-LOCK-DATASET (DATA-SET-LOCK) so this session, intake and
      * the overnight window can never interleave on the same file.
