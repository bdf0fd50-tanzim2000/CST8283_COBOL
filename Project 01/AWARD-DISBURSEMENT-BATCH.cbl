      *          entries on the audit log count toward the to-date
      *          figure), with the same control-total discipline as
      *          STUDENT-PAYMENT-BATCH.
      *          Each disbursement is checked against the fiscal
      *          calendar (FISCAL-PERIOD-CHECK) as of the run date: a
      *          run in a month Finance has closed posts into the
      *          next open period, and with no open period to go to
      *          the award rejects for review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       01 WS-AWARDS-ROLLED PIC 9(5) VALUE ZERO.
           COPY "FISCAL-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "AWARD-DISBURSEMENT-BATCH" TO FK-PROGRAM.
           PERFORM 100-LOAD-AWARD-MASTER-TABLE.
           IF WS-AWARD-COUNT = ZERO
               DISPLAY "NO AWARD MASTER ENTRIES ON FILE - RUN "
                   MOVE WS-TERM-SUB TO WS-TERM-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-TERM-FOUND-SUB NOT = ZERO
               PERFORM 980-CHECK-FISCAL-PERIOD
           END-IF.
           EVALUATE TRUE
               WHEN WS-TERM-FOUND-SUB = ZERO
                   MOVE "TERM NOT ON STUDENT RECORD" TO RA-REASON
                   PERFORM 400-WRITE-REJECTED-AWARD
               WHEN FK-REJECTED
                   MOVE "NO OPEN FISCAL PERIOD TO POST TO"
                       TO RA-REASON
                   PERFORM 400-WRITE-REJECTED-AWARD
               WHEN OTHER
                   PERFORM 235-POST-AWARD
           END-EVALUATE.
       235-POST-AWARD.
           MOVE TUITION-OWED TO WS-OLD-TUITION.
           SUBTRACT AT-AMOUNT FROM TERM-OWED(WS-TERM-FOUND-SUB).
           SUBTRACT AT-AMOUNT FROM TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT NUMBER "
                       STUDENT-NUMBER " - STATUS " WS-FILE-STATUS
                   MOVE "REWRITE FAILED ON STUDENT RECORD"
                       TO RA-REASON
                   PERFORM 400-WRITE-REJECTED-AWARD
               NOT INVALID KEY
                   ADD 1 TO WS-AWARDS-APPLIED
                   ADD AT-AMOUNT TO WS-APPLIED-TOTAL
                   ADD AT-AMOUNT
                       TO WS-AW-DISBURSED(WS-AWARD-FOUND-SUB)
                   PERFORM 300-WRITE-AWARD-AUDIT-ENTRY
           END-REWRITE.
       300-WRITE-AWARD-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE "BATCH" TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           DISPLAY "DOLLARS APPLIED:   " WS-APPLIED-TOTAL-OUT.
           MOVE WS-REJECTED-TOTAL TO WS-REJECTED-TOTAL-OUT.
           DISPLAY "DOLLARS REJECTED:  " WS-REJECTED-TOTAL-OUT.
           DISPLAY "ROLLED TO OPEN PERIOD: " WS-AWARDS-ROLLED.
       600-REPORT-FUNDS-AGAINST-BUDGET.
           MOVE ZERO TO WS-FUND-COUNT.
           PERFORM VARYING WS-AWARD-SUB FROM 1 BY 1
                   TO WS-FU-DISBURSED(WS-FUND-FOUND-SUB)
           END-IF.

      * Awards carry no date of their own, so the fiscal calendar
      * (FISCAL-PERIOD-CHECK) is asked about the run date for each.
       980-CHECK-FISCAL-PERIOD.
           MOVE STUDENT-NUMBER TO FK-STUDENT-NUMBER.
           MOVE "AWARD" TO FK-ACTION.
           MOVE AT-AMOUNT TO FK-AMOUNT.
           MOVE ZERO TO FK-TRANSACTION-DATE.
           CALL "FISCAL-PERIOD-CHECK" USING FISCAL-CHECK-AREA.
           IF FK-ROLLED-FORWARD
               ADD 1 TO WS-AWARDS-ROLLED
           END-IF.

      * Updates run under a data-set lock (DATA-SET-LOCK) so this
      * run and a counter session can never interleave REWRITEs on
      * the same studentrecord.dat.
