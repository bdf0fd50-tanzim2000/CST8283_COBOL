      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Pre-authorized debit settlement import - reads the
      *          bank's settlement file for the debits PAD-DEBIT-BUILD
      *          submitted (padsettlement.txt: D records with the
      *          debit reference, amount, result S settled or R
      *          returned, the bank's return reason and the
      *          settlement date, and a T trailer carrying the count
      *          and total), and checks each against the PAD debit
      *          register (paddebits.txt). A settled debit becomes an
      *          ordinary payment on payments.txt under its reference
      *          as receipt number, for STUDENT-PAYMENT-BATCH to post.
      *          A returned debit (NSF, account closed) becomes a
      *          PAYREV against that receipt when the payment had
      *          already posted, or simply never posts when it had
      *          not - a debit settled and returned in the same file
      *          nets to nothing - and either way its installment is
      *          marked unpaid on paymentplans.txt (plan status D
      *          once the due date has passed). Every outcome goes on
      *          the register as a P or R line. References not on the
      *          register, amounts that differ from the debit sent,
      *          and debits already settled or returned sideline to
      *          padexceptions.txt, and - as with the lockbox -
      *          nothing is released unless the accepted lines
      *          balance to the trailer. Transactions are appended to
      *          payments.txt, so run it after LOCKBOX-IMPORT and
      *          before STUDENT-PAYMENT-BATCH.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAD-SETTLEMENT-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE
           ASSIGN "../padsettlement.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SF-FILE-STATUS.
           SELECT PAD-DEBIT-FILE
           ASSIGN "../paddebits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PD-FILE-STATUS.
           SELECT PAYMENT-PLAN-FILE
           ASSIGN "../paymentplans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PP-FILE-STATUS.
           SELECT PAYMENT-TRANSACTION-FILE
           ASSIGN "../payments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PT-FILE-STATUS.
           SELECT PAD-EXCEPTION-FILE
           ASSIGN "../padexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SETTLEMENT-FILE.
       01 SETTLEMENT-RECORD.
           05 SF-RECORD-TYPE    PIC X.
           05 SF-DETAIL-DATA.
               10 SF-REFERENCE      PIC X(8).
               10 SF-AMOUNT         PIC X(7).
               10 SF-AMOUNT-VALUE REDEFINES SF-AMOUNT PIC 9(5)V99.
               10 SF-RESULT         PIC X.
               10 SF-REASON         PIC X(3).
               10 SF-SETTLED-DATE   PIC X(8).
           05 SF-TRAILER-DATA REDEFINES SF-DETAIL-DATA.
               10 SF-TRAILER-COUNT  PIC 9(5).
               10 SF-TRAILER-TOTAL  PIC 9(9)V99.
               10 FILLER            PIC X(11).
       FD PAD-DEBIT-FILE.
           COPY "PAD-DEBIT-RECORD.CPY".
       FD PAYMENT-PLAN-FILE.
           COPY "PAYMENT-PLAN-RECORD.CPY".
       FD PAYMENT-TRANSACTION-FILE.
       01 PAYMENT-RECORD.
           05 PT-STUDENT-NUMBER  PIC 9(7).
           05 PT-PAYMENT-DATE    PIC 9(8).
           05 PT-AMOUNT          PIC 9(5)V99.
           05 PT-RECEIPT-NUMBER  PIC X(8).
           05 PT-TERM-CODE       PIC X(5).
           05 PT-TRANS-TYPE      PIC X(6).
           05 PT-NSF-FEE         PIC 9(3)V99.
       FD PAD-EXCEPTION-FILE.
       01 PAD-EXCEPTION-RECORD.
           05 EX-RAW-SETTLEMENT PIC X(27).
           05 FILLER            PIC X VALUE SPACE.
           05 EX-REASON         PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-SF-FILE-STATUS PIC XX.
       01 WS-PD-FILE-STATUS PIC XX.
       01 WS-PP-FILE-STATUS PIC XX.
       01 WS-PT-FILE-STATUS PIC XX.
       01 WS-EX-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SETTLE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SETTLE-TABLE.
           05 WS-SETTLE-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SETTLE-COUNT.
               10 WS-ST-RAW          PIC X(27).
               10 WS-ST-REFERENCE    PIC X(8).
               10 WS-ST-AMOUNT       PIC 9(5)V99.
               10 WS-ST-RESULT       PIC X.
               10 WS-ST-REASON       PIC X(3).
               10 WS-ST-SETTLED-DATE PIC 9(8).
               10 WS-ST-STATE        PIC X.
               10 WS-ST-STUDENT      PIC 9(7).
               10 WS-ST-TERM         PIC X(5).
               10 WS-ST-INSTALLMENT  PIC 9(2).
               10 WS-ST-DUE-DATE     PIC 9(8).
               10 WS-ST-DEBIT-AMOUNT PIC 9(5)V99.
               10 WS-ST-ACTION       PIC X.
       01 WS-SETTLE-SUB PIC 9(3).
       01 WS-PRIOR-SUB PIC 9(3).
       01 WS-PRIOR-FOUND-SUB PIC 9(3).
       01 WS-SETTLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-SETTLE-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-PLAN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-PLAN-COUNT.
               10 WS-PL-RECORD PIC X(260).
       01 WS-PLAN-SUB PIC 9(3).
       01 WS-PLAN-OVERFLOW PIC X VALUE 'N'.
           88 WS-PLAN-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-PLANS-CHANGED PIC X VALUE 'N'.
       01 WS-INST-SUB PIC 9(2).
       01 WS-REGISTER-EVENT PIC X.
       01 WS-PAYMENT-TYPE PIC X(6).
       01 WS-TRAILER-SEEN PIC X VALUE 'N'.
           88 WS-TRAILER-ON-FILE VALUE 'Y'.
       01 WS-TRAILER-COUNT PIC 9(5).
       01 WS-TRAILER-TOTAL PIC 9(9)V99.
       01 WS-ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ACCEPTED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PAYMENTS-RELEASED PIC 9(5) VALUE ZERO.
       01 WS-REVERSALS-RELEASED PIC 9(5) VALUE ZERO.
       01 WS-RETURNS-UNPOSTED PIC 9(5) VALUE ZERO.
       01 WS-INSTALLMENTS-REOPENED PIC 9(5) VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30) VALUE "paddebits.txt".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "PAD-SETTLEMENT-IMPORT".
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-PLAN-TABLE.
           IF WS-PLAN-TABLE-OVERFLOWED
               DISPLAY "paymentplans.txt HAS MORE PLANS THAN THIS RUN "
                   "CAN HOLD - RUN REFUSED SO THE FILE IS NOT "
                   "REWRITTEN SHORT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SETTLEMENT-FILE.
           IF WS-SF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SETTLEMENT-FILE - STATUS "
                   WS-SF-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PAD-EXCEPTION-FILE.
           IF WS-EX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAD-EXCEPTION-FILE - "
                   "STATUS " WS-EX-FILE-STATUS
               CLOSE SETTLEMENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               CLOSE SETTLEMENT-FILE
               CLOSE PAD-EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SETTLEMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 200-LOAD-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE SETTLEMENT-FILE.
           PERFORM 300-LOAD-REGISTER-STATE.
           PERFORM 400-SETTLE-ONE-ENTRY
               VARYING WS-SETTLE-SUB FROM 1 BY 1
               UNTIL WS-SETTLE-SUB > WS-SETTLE-COUNT.
           CLOSE PAD-EXCEPTION-FILE.
           PERFORM 500-BALANCE-AND-RELEASE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
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
                       IF WS-PLAN-COUNT < 200
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE PAYMENT-PLAN-RECORD
                               TO WS-PL-RECORD(WS-PLAN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-PLAN-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PP-FILE-STATUS = "00" OR "10"
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
       200-LOAD-ONE-RECORD.
           EVALUATE SF-RECORD-TYPE
               WHEN 'D' PERFORM 210-LOAD-ONE-SETTLEMENT
               WHEN 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE SF-TRAILER-COUNT TO WS-TRAILER-COUNT
                   MOVE SF-TRAILER-TOTAL TO WS-TRAILER-TOTAL
               WHEN OTHER
                   MOVE SPACES TO PAD-EXCEPTION-RECORD
                   MOVE SF-DETAIL-DATA TO EX-RAW-SETTLEMENT
                   MOVE "UNKNOWN RECORD TYPE" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
           END-EVALUATE.
       210-LOAD-ONE-SETTLEMENT.
           MOVE SPACES TO PAD-EXCEPTION-RECORD.
           MOVE SF-DETAIL-DATA TO EX-RAW-SETTLEMENT.
           EVALUATE TRUE
               WHEN SF-REFERENCE = SPACES
                   MOVE "NO DEBIT REFERENCE" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN SF-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT IS NOT NUMERIC" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN SF-RESULT NOT = 'S' AND SF-RESULT NOT = 'R'
                   MOVE "RESULT IS NEITHER S NOR R" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN SF-SETTLED-DATE NOT NUMERIC
                   MOVE "SETTLEMENT DATE IS NOT NUMERIC" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN WS-SETTLE-COUNT NOT < 500
                   MOVE 'Y' TO WS-SETTLE-OVERFLOW
                   MOVE "IMPORT TABLE FULL" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-SETTLE-COUNT
                   MOVE SF-DETAIL-DATA TO WS-ST-RAW(WS-SETTLE-COUNT)
                   MOVE SF-REFERENCE
                       TO WS-ST-REFERENCE(WS-SETTLE-COUNT)
                   MOVE SF-AMOUNT-VALUE
                       TO WS-ST-AMOUNT(WS-SETTLE-COUNT)
                   MOVE SF-RESULT TO WS-ST-RESULT(WS-SETTLE-COUNT)
                   MOVE SF-REASON TO WS-ST-REASON(WS-SETTLE-COUNT)
                   MOVE SF-SETTLED-DATE
                       TO WS-ST-SETTLED-DATE(WS-SETTLE-COUNT)
                   MOVE SPACE TO WS-ST-STATE(WS-SETTLE-COUNT)
                   MOVE SPACE TO WS-ST-ACTION(WS-SETTLE-COUNT)
           END-EVALUATE.
       250-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           WRITE PAD-EXCEPTION-RECORD.
      * A debit's state is its latest line on the register; the S
      * line carries the student, term and installment it was for.
       300-LOAD-REGISTER-STATE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PAD-DEBIT-FILE.
           IF WS-PD-FILE-STATUS NOT = "00"
               DISPLAY "NO PAD DEBIT REGISTER ON HAND - STATUS "
                   WS-PD-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAD-DEBIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 310-APPLY-REGISTER-LINE
               END-READ
           END-PERFORM.
           IF WS-PD-FILE-STATUS = "00" OR "10"
               CLOSE PAD-DEBIT-FILE
           END-IF.
       310-APPLY-REGISTER-LINE.
           PERFORM VARYING WS-SETTLE-SUB FROM 1 BY 1
                   UNTIL WS-SETTLE-SUB > WS-SETTLE-COUNT
               IF WS-ST-REFERENCE(WS-SETTLE-SUB) = PD-REFERENCE
                   MOVE PD-EVENT TO WS-ST-STATE(WS-SETTLE-SUB)
                   IF PD-SUBMITTED
                       MOVE PD-STUDENT-NUMBER
                           TO WS-ST-STUDENT(WS-SETTLE-SUB)
                       MOVE PD-TERM TO WS-ST-TERM(WS-SETTLE-SUB)
                       MOVE PD-INSTALLMENT
                           TO WS-ST-INSTALLMENT(WS-SETTLE-SUB)
                       MOVE PD-DUE-DATE TO WS-ST-DUE-DATE(WS-SETTLE-SUB)
                       MOVE PD-AMOUNT
                           TO WS-ST-DEBIT-AMOUNT(WS-SETTLE-SUB)
                   END-IF
               END-IF
           END-PERFORM.
      * Actions: P post the payment, V reverse a posted payment, R
      * return a debit that never posted, N a settlement this same
      * file returns again (nets to nothing), X sidelined.
       400-SETTLE-ONE-ENTRY.
           MOVE ZERO TO WS-PRIOR-FOUND-SUB.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB NOT < WS-SETTLE-SUB
               IF WS-ST-REFERENCE(WS-PRIOR-SUB)
                   = WS-ST-REFERENCE(WS-SETTLE-SUB)
                   AND WS-ST-ACTION(WS-PRIOR-SUB) NOT = 'X'
                   MOVE WS-PRIOR-SUB TO WS-PRIOR-FOUND-SUB
               END-IF
           END-PERFORM.
           MOVE SPACES TO PAD-EXCEPTION-RECORD.
           MOVE WS-ST-RAW(WS-SETTLE-SUB) TO EX-RAW-SETTLEMENT.
           EVALUATE TRUE
               WHEN WS-ST-STATE(WS-SETTLE-SUB) = SPACE
                   MOVE "REFERENCE NOT ON THE PAD DEBIT REGISTER"
                       TO EX-REASON
                   PERFORM 410-SIDELINE-ENTRY
               WHEN WS-ST-AMOUNT(WS-SETTLE-SUB)
                   NOT = WS-ST-DEBIT-AMOUNT(WS-SETTLE-SUB)
                   MOVE "AMOUNT DIFFERS FROM THE DEBIT SUBMITTED"
                       TO EX-REASON
                   PERFORM 410-SIDELINE-ENTRY
               WHEN WS-PRIOR-FOUND-SUB > ZERO
                   IF WS-ST-RESULT(WS-SETTLE-SUB) = 'R'
                       AND WS-ST-ACTION(WS-PRIOR-FOUND-SUB) = 'P'
                       MOVE 'N' TO WS-ST-ACTION(WS-PRIOR-FOUND-SUB)
                       MOVE 'R' TO WS-ST-ACTION(WS-SETTLE-SUB)
                   ELSE
                       MOVE "DEBIT ALREADY SETTLED OR RETURNED"
                           TO EX-REASON
                       PERFORM 410-SIDELINE-ENTRY
                   END-IF
               WHEN WS-ST-RESULT(WS-SETTLE-SUB) = 'S'
                   AND WS-ST-STATE(WS-SETTLE-SUB) = 'S'
                   MOVE 'P' TO WS-ST-ACTION(WS-SETTLE-SUB)
               WHEN WS-ST-RESULT(WS-SETTLE-SUB) = 'R'
                   AND WS-ST-STATE(WS-SETTLE-SUB) = 'S'
                   MOVE 'R' TO WS-ST-ACTION(WS-SETTLE-SUB)
               WHEN WS-ST-RESULT(WS-SETTLE-SUB) = 'R'
                   AND WS-ST-STATE(WS-SETTLE-SUB) = 'P'
                   MOVE 'V' TO WS-ST-ACTION(WS-SETTLE-SUB)
               WHEN OTHER
                   MOVE "DEBIT ALREADY SETTLED OR RETURNED"
                       TO EX-REASON
                   PERFORM 410-SIDELINE-ENTRY
           END-EVALUATE.
           IF WS-ST-ACTION(WS-SETTLE-SUB) NOT = 'X'
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD WS-ST-AMOUNT(WS-SETTLE-SUB) TO WS-ACCEPTED-TOTAL
           END-IF.
       410-SIDELINE-ENTRY.
           MOVE 'X' TO WS-ST-ACTION(WS-SETTLE-SUB).
           PERFORM 250-WRITE-EXCEPTION.
       500-BALANCE-AND-RELEASE.
           DISPLAY "==== PAD SETTLEMENT IMPORT ====".
           DISPLAY "SETTLEMENTS ACCEPTED:   " WS-ACCEPTED-COUNT.
           DISPLAY "EXCEPTIONS SIDELINED:   " WS-EXCEPTION-COUNT.
           DISPLAY "ACCEPTED TOTAL:         " WS-ACCEPTED-TOTAL.
           IF NOT WS-TRAILER-ON-FILE
               DISPLAY "NO TRAILER ON THE SETTLEMENT FILE - "
                   "NOTHING RELEASED"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-ACCEPTED-COUNT NOT = WS-TRAILER-COUNT
               OR WS-ACCEPTED-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "TRAILER SHOWS " WS-TRAILER-COUNT
                   " SETTLEMENTS FOR " WS-TRAILER-TOTAL
               DISPLAY "ACCEPTED LINES DO NOT BALANCE TO THE "
                   "SETTLEMENT FILE - NOTHING RELEASED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 600-RELEASE-SETTLEMENTS
           END-IF
           END-IF.
       600-RELEASE-SETTLEMENTS.
           OPEN EXTEND PAYMENT-TRANSACTION-FILE.
           IF WS-PT-FILE-STATUS = "35"
               OPEN OUTPUT PAYMENT-TRANSACTION-FILE
           END-IF.
           IF WS-PT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYMENT-TRANSACTION-FILE - "
                   "STATUS " WS-PT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND PAD-DEBIT-FILE
               IF WS-PD-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING PAD-DEBIT-FILE - STATUS "
                       WS-PD-FILE-STATUS
                   CLOSE PAYMENT-TRANSACTION-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 610-RELEASE-ONE-ENTRY
                       VARYING WS-SETTLE-SUB FROM 1 BY 1
                       UNTIL WS-SETTLE-SUB > WS-SETTLE-COUNT
                   CLOSE PAD-DEBIT-FILE
                   CLOSE PAYMENT-TRANSACTION-FILE
                   IF WS-PLANS-CHANGED = 'Y'
                       PERFORM 700-REWRITE-PLAN-FILE
                   END-IF
                   DISPLAY "PAYMENTS RELEASED:      "
                       WS-PAYMENTS-RELEASED
                   DISPLAY "PAYREVS RELEASED:       "
                       WS-REVERSALS-RELEASED
                   DISPLAY "RETURNED BEFORE POSTING:"
                       WS-RETURNS-UNPOSTED
                   DISPLAY "INSTALLMENTS REOPENED:  "
                       WS-INSTALLMENTS-REOPENED
               END-IF
           END-IF.
       610-RELEASE-ONE-ENTRY.
           EVALUATE WS-ST-ACTION(WS-SETTLE-SUB)
               WHEN 'P'
                   MOVE SPACES TO WS-PAYMENT-TYPE
                   PERFORM 620-WRITE-PAYMENT-TRANSACTION
                   MOVE 'P' TO WS-REGISTER-EVENT
                   PERFORM 630-WRITE-REGISTER-LINE
                   ADD 1 TO WS-PAYMENTS-RELEASED
               WHEN 'V'
                   MOVE "PAYREV" TO WS-PAYMENT-TYPE
                   PERFORM 620-WRITE-PAYMENT-TRANSACTION
                   MOVE 'R' TO WS-REGISTER-EVENT
                   PERFORM 630-WRITE-REGISTER-LINE
                   PERFORM 640-REOPEN-INSTALLMENT
                   ADD 1 TO WS-REVERSALS-RELEASED
               WHEN 'R'
                   MOVE 'R' TO WS-REGISTER-EVENT
                   PERFORM 630-WRITE-REGISTER-LINE
                   PERFORM 640-REOPEN-INSTALLMENT
                   ADD 1 TO WS-RETURNS-UNPOSTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       620-WRITE-PAYMENT-TRANSACTION.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE WS-PAYMENT-TYPE TO PT-TRANS-TYPE.
           MOVE WS-ST-STUDENT(WS-SETTLE-SUB) TO PT-STUDENT-NUMBER.
           MOVE WS-ST-SETTLED-DATE(WS-SETTLE-SUB) TO PT-PAYMENT-DATE.
           MOVE WS-ST-AMOUNT(WS-SETTLE-SUB) TO PT-AMOUNT.
           MOVE WS-ST-REFERENCE(WS-SETTLE-SUB) TO PT-RECEIPT-NUMBER.
           MOVE WS-ST-TERM(WS-SETTLE-SUB) TO PT-TERM-CODE.
           MOVE ZERO TO PT-NSF-FEE.
           WRITE PAYMENT-RECORD.
       630-WRITE-REGISTER-LINE.
           MOVE SPACES TO PAD-DEBIT-RECORD.
           MOVE WS-REGISTER-EVENT TO PD-EVENT.
           MOVE WS-ST-REFERENCE(WS-SETTLE-SUB) TO PD-REFERENCE.
           MOVE WS-ST-STUDENT(WS-SETTLE-SUB) TO PD-STUDENT-NUMBER.
           MOVE WS-ST-TERM(WS-SETTLE-SUB) TO PD-TERM.
           MOVE WS-ST-INSTALLMENT(WS-SETTLE-SUB) TO PD-INSTALLMENT.
           MOVE WS-ST-DUE-DATE(WS-SETTLE-SUB) TO PD-DUE-DATE.
           MOVE WS-ST-AMOUNT(WS-SETTLE-SUB) TO PD-AMOUNT.
           MOVE WS-ST-SETTLED-DATE(WS-SETTLE-SUB) TO PD-EVENT-DATE.
           IF PD-RETURNED
               MOVE WS-ST-REASON(WS-SETTLE-SUB) TO PD-REASON
           ELSE
               MOVE SPACES TO PD-REASON
           END-IF.
           WRITE PAD-DEBIT-RECORD.
      * The returned installment is unpaid again; once its due date
      * has passed the plan is in arrears and the student goes back
      * to the dunning run. PAYMENT-PLAN-CHECK restates the plan
      * from the posted receipts on its next run.
       640-REOPEN-INSTALLMENT.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               MOVE WS-PL-RECORD(WS-PLAN-SUB) TO PAYMENT-PLAN-RECORD
               MOVE WS-ST-INSTALLMENT(WS-SETTLE-SUB) TO WS-INST-SUB
               IF PP-STUDENT-NUMBER = WS-ST-STUDENT(WS-SETTLE-SUB)
                   AND PP-TERM-CODE = WS-ST-TERM(WS-SETTLE-SUB)
                   AND WS-INST-SUB > ZERO
                   AND WS-INST-SUB NOT > PP-INSTALLMENT-COUNT
                   IF PP-DUE-DATE(WS-INST-SUB)
                       = WS-ST-DUE-DATE(WS-SETTLE-SUB)
                       MOVE 'N' TO PP-PAID-FLAG(WS-INST-SUB)
                       IF PP-DUE-DATE(WS-INST-SUB) < WS-RUN-DATE
                           MOVE 'D' TO PP-STATUS
                       ELSE
                           IF PP-STATUS = 'C'
                               MOVE 'A' TO PP-STATUS
                           END-IF
                       END-IF
                       MOVE PAYMENT-PLAN-RECORD
                           TO WS-PL-RECORD(WS-PLAN-SUB)
                       MOVE 'Y' TO WS-PLANS-CHANGED
                       ADD 1 TO WS-INSTALLMENTS-REOPENED
                   END-IF
               END-IF
           END-PERFORM.
       700-REWRITE-PLAN-FILE.
           OPEN OUTPUT PAYMENT-PLAN-FILE.
           IF WS-PP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE PAYMENT-PLAN-FILE - STATUS "
                   WS-PP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                       UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                   MOVE WS-PL-RECORD(WS-PLAN-SUB)
                       TO PAYMENT-PLAN-RECORD
                   WRITE PAYMENT-PLAN-RECORD
               END-PERFORM
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

      * The register is appended under a data-set lock
      * (DATA-SET-LOCK) so a build and a settlement import can never
      * interleave their lines.
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

       END PROGRAM PAD-SETTLEMENT-IMPORT.
