      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Pre-authorized debit submission build - ahead of each
      *          due date, picks every payment plan installment on
      *          paymentplans.txt that is not yet covered (plan
      *          status A or D, PP-PAID-FLAG not Y) and falls due
      *          between today and the LEADDAYS step parameter days
      *          from now (prompting only standalone), for a student
      *          with an active agreement on padagreements.txt, and
      *          writes the bank's PAD submission file
      *          (padsubmission.txt): an H header with the originator
      *          and dates, one D debit per installment drawn from
      *          the student's registered account, and a T trailer
      *          carrying the debit count and dollar total for the
      *          bank to balance to. Each debit gets a PD reference
      *          that becomes its receipt number, and an S line on
      *          the PAD debit register (paddebits.txt,
      *          PAD-DEBIT-RECORD.CPY), so an installment already
      *          sent is never sent twice however often the run is
      *          repeated. Installments already past due are left
      *          to the dunning run. PAD-SETTLEMENT-IMPORT takes the
      *          bank's settlement file back in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAD-DEBIT-BUILD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLAN-FILE
           ASSIGN "../paymentplans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PP-FILE-STATUS.
           SELECT PAD-AGREEMENT-FILE
           ASSIGN "../padagreements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT PAD-DEBIT-FILE
           ASSIGN "../paddebits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PD-FILE-STATUS.
           SELECT PAD-SUBMISSION-FILE
           ASSIGN "../padsubmission.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-PLAN-FILE.
           COPY "PAYMENT-PLAN-RECORD.CPY".
       FD PAD-AGREEMENT-FILE.
           COPY "PAD-AGREEMENT-RECORD.CPY".
       FD PAD-DEBIT-FILE.
           COPY "PAD-DEBIT-RECORD.CPY".
       FD PAD-SUBMISSION-FILE.
       01 PAD-SUBMISSION-RECORD.
           05 PS-RECORD-TYPE    PIC X.
           05 PS-DETAIL-DATA.
               10 PS-REFERENCE      PIC X(8).
               10 PS-INSTITUTION    PIC 9(3).
               10 PS-TRANSIT        PIC 9(5).
               10 PS-ACCOUNT        PIC X(12).
               10 PS-HOLDER-NAME    PIC X(30).
               10 PS-AMOUNT         PIC 9(5)V99.
               10 PS-DUE-DATE       PIC 9(8).
               10 PS-STUDENT-NUMBER PIC 9(7).
           05 PS-HEADER-DATA REDEFINES PS-DETAIL-DATA.
               10 PS-ORIGINATOR     PIC X(10).
               10 PS-CREATION-DATE  PIC 9(8).
               10 PS-DUE-BY-DATE    PIC 9(8).
               10 FILLER            PIC X(54).
           05 PS-TRAILER-DATA REDEFINES PS-DETAIL-DATA.
               10 PS-TRAILER-COUNT  PIC 9(5).
               10 PS-TRAILER-TOTAL  PIC 9(9)V99.
               10 FILLER            PIC X(64).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-PP-FILE-STATUS PIC XX.
       01 WS-PA-FILE-STATUS PIC XX.
       01 WS-PD-FILE-STATUS PIC XX.
       01 WS-PS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DUE-BY-DATE PIC 9(8).
       01 WS-LEAD-INPUT PIC X(2).
       01 WS-LEAD-DAYS PIC 9(2).
       01 WS-ORIGINATOR-ID PIC X(10) VALUE "BURSAR0001".
       01 WS-PLAN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-PLAN-COUNT.
               10 WS-PL-RECORD PIC X(260).
               10 WS-PL-SENT OCCURS 12 TIMES PIC X.
       01 WS-PLAN-SUB PIC 9(3).
       01 WS-PLAN-FOUND-SUB PIC 9(3).
       01 WS-PLAN-OVERFLOW PIC X VALUE 'N'.
           88 WS-PLAN-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-INST-SUB PIC 9(2).
       01 WS-AGREEMENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-AGREEMENT-TABLE.
           05 WS-AGREEMENT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-AGREEMENT-COUNT.
               10 WS-PA-RECORD PIC X(83).
       01 WS-AGREEMENT-SUB PIC 9(3).
       01 WS-AGREEMENT-FOUND-SUB PIC 9(3).
       01 WS-AGREEMENT-OVERFLOW PIC X VALUE 'N'.
           88 WS-AGREEMENT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-REFERENCE.
           05 WS-REFERENCE-PREFIX PIC XX VALUE "PD".
           05 WS-REFERENCE-NUMBER PIC 9(6).
       01 WS-LAST-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-DEBITS-BUILT PIC 9(5) VALUE ZERO.
       01 WS-DOLLARS-BUILT PIC 9(9)V99 VALUE ZERO.
       01 WS-ALREADY-SENT PIC 9(5) VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30) VALUE "paddebits.txt".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "PAD-DEBIT-BUILD".
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "LEADDAYS" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:2) TO WS-LEAD-INPUT
           ELSE
               DISPLAY "DEBIT INSTALLMENTS DUE IN THE NEXT HOW MANY "
                   "DAYS (e.g. 05)?"
               ACCEPT WS-LEAD-INPUT
           END-IF.
           IF WS-LEAD-INPUT NOT NUMERIC
               DISPLAY "LEAD DAYS MUST BE TWO DIGITS - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-LEAD-INPUT TO WS-LEAD-DAYS.
           COMPUTE WS-DUE-BY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-LEAD-DAYS).
           PERFORM 100-LOAD-PLAN-TABLE.
           PERFORM 110-LOAD-AGREEMENT-TABLE.
           IF WS-PLAN-TABLE-OVERFLOWED
               OR WS-AGREEMENT-TABLE-OVERFLOWED
               DISPLAY "MORE PLANS OR PAD AGREEMENTS THAN THIS RUN "
                   "CAN HOLD - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-LOAD-DEBITS-ALREADY-SENT.
           OPEN EXTEND PAD-DEBIT-FILE.
           IF WS-PD-FILE-STATUS = "35"
               OPEN OUTPUT PAD-DEBIT-FILE
           END-IF.
           IF WS-PD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAD-DEBIT-FILE - STATUS "
                   WS-PD-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PAD-SUBMISSION-FILE.
           IF WS-PS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAD-SUBMISSION-FILE - STATUS "
                   WS-PS-FILE-STATUS
               CLOSE PAD-DEBIT-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO PAD-SUBMISSION-RECORD.
           MOVE 'H' TO PS-RECORD-TYPE.
           MOVE WS-ORIGINATOR-ID TO PS-ORIGINATOR.
           MOVE WS-RUN-DATE TO PS-CREATION-DATE.
           MOVE WS-DUE-BY-DATE TO PS-DUE-BY-DATE.
           WRITE PAD-SUBMISSION-RECORD.
           PERFORM 300-DEBIT-ONE-PLAN
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.
           MOVE SPACES TO PAD-SUBMISSION-RECORD.
           MOVE 'T' TO PS-RECORD-TYPE.
           MOVE WS-DEBITS-BUILT TO PS-TRAILER-COUNT.
           MOVE WS-DOLLARS-BUILT TO PS-TRAILER-TOTAL.
           WRITE PAD-SUBMISSION-RECORD.
           CLOSE PAD-SUBMISSION-FILE.
           CLOSE PAD-DEBIT-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== PAD DEBIT SUBMISSION ====".
           DISPLAY "INSTALLMENTS DUE " WS-RUN-DATE " TO "
               WS-DUE-BY-DATE.
           DISPLAY "ALREADY SENT:     " WS-ALREADY-SENT.
           DISPLAY "DEBITS BUILT:     " WS-DEBITS-BUILT.
           DISPLAY "DOLLARS BUILT:    " WS-DOLLARS-BUILT.
           DISPLAY "padsubmission.txt READY FOR THE BANK".
           GOBACK.
       100-LOAD-PLAN-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PP-FILE-STATUS NOT = "00"
               DISPLAY "NO PAYMENT PLAN FILE ON HAND - STATUS "
                   WS-PP-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYMENT-PLAN-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PP-STATUS = 'A' OR PP-STATUS = 'D'
                           IF WS-PLAN-COUNT < 200
                               ADD 1 TO WS-PLAN-COUNT
                               MOVE PAYMENT-PLAN-RECORD
                                   TO WS-PL-RECORD(WS-PLAN-COUNT)
                               PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                                       UNTIL WS-INST-SUB > 12
                                   MOVE 'N' TO WS-PL-SENT(WS-PLAN-COUNT,
                                       WS-INST-SUB)
                               END-PERFORM
                           ELSE
                               MOVE 'Y' TO WS-PLAN-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PP-FILE-STATUS = "00" OR "10"
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
       110-LOAD-AGREEMENT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PAD-AGREEMENT-FILE.
           IF WS-PA-FILE-STATUS NOT = "00"
               DISPLAY "NO PAD AGREEMENT FILE ON HAND - STATUS "
                   WS-PA-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAD-AGREEMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PA-AGREEMENT-ACTIVE
                           IF WS-AGREEMENT-COUNT < 500
                               ADD 1 TO WS-AGREEMENT-COUNT
                               MOVE PAD-AGREEMENT-RECORD
                                   TO WS-PA-RECORD(WS-AGREEMENT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-AGREEMENT-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PA-FILE-STATUS = "00" OR "10"
               CLOSE PAD-AGREEMENT-FILE
           END-IF.
      * Any line on the register for an installment means it has
      * been sent; the highest reference on file is where this run's
      * numbering carries on from.
       200-LOAD-DEBITS-ALREADY-SENT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PAD-DEBIT-FILE.
           IF WS-PD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAD-DEBIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PD-REFERENCE(3:6) NUMERIC
                           AND PD-REFERENCE(3:6) > WS-LAST-NUMBER
                           MOVE PD-REFERENCE(3:6) TO WS-LAST-NUMBER
                       END-IF
                       IF PD-SUBMITTED
                           PERFORM 210-MARK-INSTALLMENT-SENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PD-FILE-STATUS = "00" OR "10"
               CLOSE PAD-DEBIT-FILE
           END-IF.
       210-MARK-INSTALLMENT-SENT.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               MOVE WS-PL-RECORD(WS-PLAN-SUB) TO PAYMENT-PLAN-RECORD
               IF PP-STUDENT-NUMBER = PD-STUDENT-NUMBER
                   AND PP-TERM-CODE = PD-TERM
                   AND PD-INSTALLMENT > ZERO
                   AND PD-INSTALLMENT NOT > PP-INSTALLMENT-COUNT
                   IF PP-DUE-DATE(PD-INSTALLMENT) = PD-DUE-DATE
                       MOVE 'Y'
                           TO WS-PL-SENT(WS-PLAN-SUB, PD-INSTALLMENT)
                   END-IF
               END-IF
           END-PERFORM.
       300-DEBIT-ONE-PLAN.
           MOVE WS-PL-RECORD(WS-PLAN-SUB) TO PAYMENT-PLAN-RECORD.
           MOVE ZERO TO WS-AGREEMENT-FOUND-SUB.
           PERFORM VARYING WS-AGREEMENT-SUB FROM 1 BY 1
                   UNTIL WS-AGREEMENT-SUB > WS-AGREEMENT-COUNT
               MOVE WS-PA-RECORD(WS-AGREEMENT-SUB)
                   TO PAD-AGREEMENT-RECORD
               IF PA-STUDENT-NUMBER = PP-STUDENT-NUMBER
                   MOVE WS-AGREEMENT-SUB TO WS-AGREEMENT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-AGREEMENT-FOUND-SUB > ZERO
               MOVE WS-PA-RECORD(WS-AGREEMENT-FOUND-SUB)
                   TO PAD-AGREEMENT-RECORD
               PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                       UNTIL WS-INST-SUB > PP-INSTALLMENT-COUNT
                   IF PP-PAID-FLAG(WS-INST-SUB) NOT = 'Y'
                       AND PP-DUE-DATE(WS-INST-SUB) NOT < WS-RUN-DATE
                       AND PP-DUE-DATE(WS-INST-SUB)
                           NOT > WS-DUE-BY-DATE
                       IF WS-PL-SENT(WS-PLAN-SUB, WS-INST-SUB) = 'Y'
                           ADD 1 TO WS-ALREADY-SENT
                       ELSE
                           PERFORM 310-WRITE-ONE-DEBIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       310-WRITE-ONE-DEBIT.
           ADD 1 TO WS-LAST-NUMBER.
           MOVE WS-LAST-NUMBER TO WS-REFERENCE-NUMBER.
           MOVE SPACES TO PAD-SUBMISSION-RECORD.
           MOVE 'D' TO PS-RECORD-TYPE.
           MOVE WS-REFERENCE TO PS-REFERENCE.
           MOVE PA-INSTITUTION TO PS-INSTITUTION.
           MOVE PA-TRANSIT TO PS-TRANSIT.
           MOVE PA-ACCOUNT TO PS-ACCOUNT.
           MOVE PA-HOLDER-NAME TO PS-HOLDER-NAME.
           MOVE PP-DUE-AMOUNT(WS-INST-SUB) TO PS-AMOUNT.
           MOVE PP-DUE-DATE(WS-INST-SUB) TO PS-DUE-DATE.
           MOVE PP-STUDENT-NUMBER TO PS-STUDENT-NUMBER.
           WRITE PAD-SUBMISSION-RECORD.
           MOVE SPACES TO PAD-DEBIT-RECORD.
           MOVE WS-REFERENCE TO PD-REFERENCE.
           MOVE 'S' TO PD-EVENT.
           MOVE PP-STUDENT-NUMBER TO PD-STUDENT-NUMBER.
           MOVE PP-TERM-CODE TO PD-TERM.
           MOVE WS-INST-SUB TO PD-INSTALLMENT.
           MOVE PP-DUE-DATE(WS-INST-SUB) TO PD-DUE-DATE.
           MOVE PP-DUE-AMOUNT(WS-INST-SUB) TO PD-AMOUNT.
           MOVE WS-RUN-DATE TO PD-EVENT-DATE.
           WRITE PAD-DEBIT-RECORD.
           MOVE 'Y' TO WS-PL-SENT(WS-PLAN-SUB, WS-INST-SUB).
           ADD 1 TO WS-DEBITS-BUILT.
           ADD PP-DUE-AMOUNT(WS-INST-SUB) TO WS-DOLLARS-BUILT.

      * Step parameters come from BATCH-CONTROL through the
      * BATCH-STEP-PARMS area; run standalone the area is empty and
      * the caller prompts instead.
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
      * The register is appended under a data-set lock
      * (DATA-SET-LOCK) so a build and a settlement import can never
      * interleave their lines or hand out the same reference.
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

       END PROGRAM PAD-DEBIT-BUILD.
