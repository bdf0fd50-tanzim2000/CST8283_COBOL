      *          the same batch twice and LOCKBOX-IMPORT's
      *          unposted-work check only ever sees genuinely
      *          unposted transactions.
      *          Every payment, sponsor payment and reversal is
      *          checked against the fiscal calendar
      *          (FISCAL-PERIOD-CHECK) on its payment date: one
      *          dated into a month Finance has closed posts in the
      *          next open period, and one with no open period to go
      *          to is rejected for review, both logged on
      *          closedperiodpostings.txt.
      *          Every payment or sponsor payment rejected for review
      *          is cash the bank already holds, so it also goes into
      *          unapplied cash suspense (unappliedcash.txt,
      *          UNAPPLIED-CASH-RECORD.CPY) with its receipt number,
      *          date and amount until the Bursar's office applies or
      *          refunds it in UNAPPLIED-CASH-MAINTENANCE. Rejected
      *          reversals are not cash and stay on the review file
      *          only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../rejectedpayments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RJ-FILE-STATUS.
           SELECT UNAPPLIED-CASH-FILE
           ASSIGN "../unappliedcash.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-TRANSACTION-FILE.
           05 RP-AMOUNT          PIC Z(4)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 RP-REASON          PIC X(40).
       FD UNAPPLIED-CASH-FILE.
           COPY "UNAPPLIED-CASH-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-RJ-FILE-STATUS PIC XX.
       01 WS-UC-FILE-STATUS PIC XX.
       01 WS-UC-EOF PIC X.
       01 WS-LAST-ITEM-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-PAYMENTS-SUSPENDED PIC 9(5) VALUE ZERO.
       01 WS-SUSPENDED-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-SUSPENDED-TOTAL-OUT PIC ZZZ,ZZZ9.99.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-OLD-TUITION PIC S9(5)V99.
       01 WS-REASON-HOLD PIC X(40).
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       01 WS-SUSPENSE-LOCK-DATASET PIC X(30) VALUE "unappliedcash.txt".
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-COMMAND-LINE PIC X(100).
       01 WS-PAYMENTS-ROLLED PIC 9(5) VALUE ZERO.
           COPY "FISCAL-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "STUDENT-PAYMENT-BATCH" TO FK-PROGRAM.
      * A reversal can name a receipt of any age, so the whole
      * history is staged for the PAYMNT lookup.
           MOVE ZERO TO WS-STAGE-FROM-DATE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 965-ACQUIRE-SUSPENSE-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               CLOSE PAYMENT-TRANSACTION-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENT-RECORD-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-RECORD-FILE - STATUS "
                   WS-FILE-STATUS
               CLOSE PAYMENT-TRANSACTION-FILE
               PERFORM 975-RELEASE-SUSPENSE-LOCK
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
                   WS-FILE-STATUS
               CLOSE PAYMENT-TRANSACTION-FILE
               CLOSE STUDENT-RECORD-FILE
               PERFORM 975-RELEASE-SUSPENSE-LOCK
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
               CLOSE PAYMENT-TRANSACTION-FILE
               CLOSE STUDENT-RECORD-FILE
               CLOSE STUDENT-AUDIT-FILE
               PERFORM 975-RELEASE-SUSPENSE-LOCK
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 150-FIND-LAST-ITEM-NUMBER.
           OPEN EXTEND UNAPPLIED-CASH-FILE.
           IF WS-UC-FILE-STATUS = "35"
               OPEN OUTPUT UNAPPLIED-CASH-FILE
           END-IF.
           IF WS-UC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING UNAPPLIED-CASH-FILE - STATUS "
                   WS-UC-FILE-STATUS
               CLOSE PAYMENT-TRANSACTION-FILE
               CLOSE STUDENT-RECORD-FILE
               CLOSE STUDENT-AUDIT-FILE
               CLOSE REJECTED-PAYMENT-FILE
               PERFORM 975-RELEASE-SUSPENSE-LOCK
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           CLOSE STUDENT-RECORD-FILE.
           CLOSE STUDENT-AUDIT-FILE.
           CLOSE REJECTED-PAYMENT-FILE.
           CLOSE UNAPPLIED-CASH-FILE.
           PERFORM 975-RELEASE-SUSPENSE-LOCK.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           PERFORM 400-DISPLAY-CONTROL-TOTALS.
           PERFORM 500-STAMP-POSTED-PAYMENTS.
               ".posted" DELIMITED BY SIZE
               INTO WS-COMMAND-LINE.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
      * Suspense items are numbered on from the highest on file;
      * the suspense lock keeps the lockbox import and the
      * maintenance session from numbering alongside this run.
       150-FIND-LAST-ITEM-NUMBER.
           MOVE 'N' TO WS-UC-EOF.
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF WS-UC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-UC-EOF
           END-IF.
           PERFORM UNTIL WS-UC-EOF = 'Y'
               READ UNAPPLIED-CASH-FILE
                   AT END MOVE 'Y' TO WS-UC-EOF
                   NOT AT END
                       IF UC-ITEM-NUMBER NUMERIC
                           AND UC-ITEM-NUMBER > WS-LAST-ITEM-NUMBER
                           MOVE UC-ITEM-NUMBER TO WS-LAST-ITEM-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-UC-FILE-STATUS = "00" OR "10"
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.
      * Updates run under a data-set lock (DATA-SET-LOCK) so this
      * run and a counter session can never interleave REWRITEs on
      * the same studentrecord.dat.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-LOCK-OPERATOR WS-LOCK-ACTION
               WS-LOCK-RESULT.
       965-ACQUIRE-SUSPENSE-LOCK.
           MOVE "LOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-SUSPENSE-LOCK-DATASET
               WS-LOCK-PROGRAM WS-LOCK-OPERATOR WS-LOCK-ACTION
               WS-LOCK-RESULT.
       975-RELEASE-SUSPENSE-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-SUSPENSE-LOCK-DATASET
               WS-LOCK-PROGRAM WS-LOCK-OPERATOR WS-LOCK-ACTION
               WS-LOCK-RESULT.
      * Dollar postings are dated by the fiscal calendar
      * (FISCAL-PERIOD-CHECK): the payment date decides whether the
      * posting stands, rolls to the next open period or is refused.
       980-CHECK-FISCAL-PERIOD.
           MOVE PT-PAYMENT-DATE TO FK-TRANSACTION-DATE.
           CALL "FISCAL-PERIOD-CHECK" USING FISCAL-CHECK-AREA.
           IF FK-ROLLED-FORWARD
               ADD 1 TO WS-PAYMENTS-ROLLED
               DISPLAY "RECEIPT " PT-RECEIPT-NUMBER " DATED "
                   PT-PAYMENT-DATE " IN A CLOSED PERIOD - POSTED "
                   FK-POST-DATE
           END-IF.
       200-POST-ONE-PAYMENT.
           IF PT-STUDENT-NUMBER NOT NUMERIC
               OR PT-AMOUNT NOT NUMERIC
               MOVE "TERM NOT ON STUDENT RECORD" TO RP-REASON
               PERFORM 300-WRITE-REJECTED-PAYMENT
           ELSE
               MOVE STUDENT-NUMBER TO FK-STUDENT-NUMBER
               IF PT-TRANS-TYPE = "SPNPAY"
                   MOVE "SPNPAY" TO FK-ACTION
               ELSE
                   MOVE "PAYMNT" TO FK-ACTION
               END-IF
               MOVE PT-AMOUNT TO FK-AMOUNT
               PERFORM 980-CHECK-FISCAL-PERIOD
               IF FK-REJECTED
                   MOVE "DATED INTO A CLOSED FISCAL PERIOD"
                       TO RP-REASON
                   PERFORM 300-WRITE-REJECTED-PAYMENT
               ELSE
                   PERFORM 215-APPLY-PAYMENT-TO-TERM
               END-IF
           END-IF.
       215-APPLY-PAYMENT-TO-TERM.
           MOVE TUITION-OWED TO WS-OLD-TUITION.
           END-REWRITE.
       220-WRITE-PAYMENT-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE "BATCH" TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
                   MOVE WS-TERM-SUB TO WS-TERM-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-TERM-FOUND-SUB NOT = ZERO
               MOVE STUDENT-NUMBER TO FK-STUDENT-NUMBER
               MOVE "PAYREV" TO FK-ACTION
               MOVE WS-REVERSAL-AMOUNT TO FK-AMOUNT
               PERFORM 980-CHECK-FISCAL-PERIOD
           END-IF.
           EVALUATE TRUE
               WHEN WS-TERM-FOUND-SUB = ZERO
                   MOVE "TERM NOT ON STUDENT RECORD" TO RP-REASON
                   PERFORM 300-WRITE-REJECTED-PAYMENT
               WHEN FK-REJECTED
                   MOVE "DATED INTO A CLOSED FISCAL PERIOD"
                       TO RP-REASON
                   PERFORM 300-WRITE-REJECTED-PAYMENT
               WHEN OTHER
                   PERFORM 265-POST-REVERSAL
           END-EVALUATE.
       265-POST-REVERSAL.
           MOVE TUITION-OWED TO WS-OLD-TUITION.
           ADD WS-REVERSAL-AMOUNT
               TO TERM-OWED(WS-TERM-FOUND-SUB).
           ADD WS-REVERSAL-AMOUNT TO TUITION-OWED.
           MOVE TUITION-OWED TO WS-AFTER-REVERSAL.
           IF PT-NSF-FEE NUMERIC AND PT-NSF-FEE > ZERO
               ADD PT-NSF-FEE TO TERM-OWED(WS-TERM-FOUND-SUB)
               ADD PT-NSF-FEE TO TUITION-OWED
           END-IF.
      * The audit entries write only after the REWRITE lands - a
      * failed rewrite must leave no PAYREV on the log, or the
      * duplicate guard would refuse the corrected rerun forever.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT NUMBER "
                       STUDENT-NUMBER " - STATUS " WS-FILE-STATUS
                   MOVE "REWRITE FAILED ON STUDENT RECORD"
                       TO RP-REASON
                   PERFORM 300-WRITE-REJECTED-PAYMENT
               NOT INVALID KEY
                   PERFORM 270-WRITE-REVERSAL-AUDIT-ENTRY
                   ADD 1 TO WS-REVERSALS-APPLIED
                   ADD WS-REVERSAL-AMOUNT TO WS-REVERSED-TOTAL
                   IF WS-REVERSED-THIS-RUN < 200
                       ADD 1 TO WS-REVERSED-THIS-RUN
                       MOVE PT-RECEIPT-NUMBER TO
                           WS-RR-RECEIPT(WS-REVERSED-THIS-RUN)
                   END-IF
                   IF PT-NSF-FEE NUMERIC AND PT-NSF-FEE > ZERO
                       PERFORM 280-WRITE-NSF-FEE-AUDIT-ENTRY
                       ADD 1 TO WS-NSF-FEES-APPLIED
                   END-IF
           END-REWRITE.
       270-WRITE-REVERSAL-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE "BATCH" TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           WRITE AUDIT-LOG-RECORD.
       280-WRITE-NSF-FEE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE "BATCH" TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           MOVE PT-STUDENT-NUMBER TO RP-STUDENT-NUMBER.
           MOVE PT-RECEIPT-NUMBER TO RP-RECEIPT-NUMBER.
           WRITE REJECTED-PAYMENT-RECORD.
           IF PT-TRANS-TYPE NOT = "PAYREV" AND PT-AMOUNT NUMERIC
               PERFORM 310-SUSPEND-REJECTED-PAYMENT
           END-IF.
       310-SUSPEND-REJECTED-PAYMENT.
           ADD 1 TO WS-LAST-ITEM-NUMBER.
           MOVE SPACES TO UNAPPLIED-CASH-RECORD.
           MOVE WS-LAST-ITEM-NUMBER TO UC-ITEM-NUMBER.
           MOVE 'S' TO UC-EVENT.
           ACCEPT UC-EVENT-DATE FROM DATE YYYYMMDD.
           MOVE "PAYBATCH" TO UC-SOURCE.
           MOVE PT-RECEIPT-NUMBER TO UC-RECEIPT-NUMBER.
           IF PT-PAYMENT-DATE NUMERIC
               MOVE PT-PAYMENT-DATE TO UC-RECEIVED-DATE
           ELSE
               MOVE UC-EVENT-DATE TO UC-RECEIVED-DATE
           END-IF.
           MOVE PT-AMOUNT TO UC-AMOUNT.
           MOVE PT-STUDENT-NUMBER TO UC-STUDENT-NUMBER.
           MOVE PT-TERM-CODE TO UC-TERM-CODE.
           MOVE "BATCH" TO UC-OPERATOR.
           MOVE WS-REASON-HOLD TO UC-NOTE.
           WRITE UNAPPLIED-CASH-RECORD.
           ADD 1 TO WS-PAYMENTS-SUSPENDED.
           ADD PT-AMOUNT TO WS-SUSPENDED-TOTAL.
       400-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==== PAYMENT POSTING CONTROL TOTALS ====".
           DISPLAY "PAYMENTS READ:     " WS-PAYMENTS-READ.
           DISPLAY "DOLLARS APPLIED:   " WS-APPLIED-TOTAL-OUT.
           MOVE WS-REJECTED-TOTAL TO WS-REJECTED-TOTAL-OUT.
           DISPLAY "DOLLARS REJECTED:  " WS-REJECTED-TOTAL-OUT.
           DISPLAY "TO UNAPPLIED CASH: " WS-PAYMENTS-SUSPENDED.
           MOVE WS-SUSPENDED-TOTAL TO WS-SUSPENDED-TOTAL-OUT.
           DISPLAY "DOLLARS SUSPENDED: " WS-SUSPENDED-TOTAL-OUT.
           DISPLAY "REVERSALS APPLIED: " WS-REVERSALS-APPLIED.
           DISPLAY "NSF FEES APPLIED:  " WS-NSF-FEES-APPLIED.
           MOVE WS-REVERSED-TOTAL TO WS-REVERSED-TOTAL-OUT.
           DISPLAY "DOLLARS REVERSED:  " WS-REVERSED-TOTAL-OUT.
           DISPLAY "ROLLED TO OPEN PERIOD: " WS-PAYMENTS-ROLLED.

       END PROGRAM STUDENT-PAYMENT-BATCH.
