      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Unapplied cash suspense maintenance for the Bursar's
      *          office - works the items LOCKBOX-IMPORT and
      *          STUDENT-PAYMENT-BATCH could not post
      *          (unappliedcash.txt, UNAPPLIED-CASH-RECORD.CPY).
      *          Lists the open items with their receipt number,
      *          date, amount and why they were rejected; applies an
      *          item to the right student and term (checked against
      *          studentrecord.dat) by writing a normal payments.txt
      *          transaction under the original receipt number and
      *          date for STUDENT-PAYMENT-BATCH to post; or marks an
      *          item for refund to the payer, naming who and why.
      *          Either way the item is cleared with an A or F line
      *          and leaves the suspense balance. The session holds
      *          the data-set lock on unappliedcash.txt, so the
      *          lockbox import and the payment batch cannot add
      *          items underneath it. Needs a signed-on operator with
      *          update authority (2 in OPERATOR-SIGNON.CPY); run
      *          standalone the program prompts for an operator ID,
      *          the same fallback PROJECT-ONE uses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPPLIED-CASH-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAPPLIED-CASH-FILE
           ASSIGN "../unappliedcash.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UC-FILE-STATUS.
           SELECT STUDENT-RECORD-FILE
           ASSIGN "../studentrecord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-NUMBER
           FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-TRANSACTION-FILE
           ASSIGN "../payments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD UNAPPLIED-CASH-FILE.
           COPY "UNAPPLIED-CASH-RECORD.CPY".
       FD STUDENT-RECORD-FILE.
           COPY "STUDENT-TUITION-RECORD.CPY".
       FD PAYMENT-TRANSACTION-FILE.
       01 PAYMENT-RECORD.
           05 PT-STUDENT-NUMBER  PIC 9(7).
           05 PT-PAYMENT-DATE    PIC 9(8).
           05 PT-AMOUNT          PIC 9(5)V99.
           05 PT-RECEIPT-NUMBER  PIC X(8).
           05 PT-TERM-CODE       PIC X(5).
           05 PT-TRANS-TYPE      PIC X(6).
           05 PT-NSF-FEE         PIC 9(3)V99.
       WORKING-STORAGE SECTION.
           COPY "OPERATOR-SIGNON.CPY".
       01 WS-FILE-STATUS PIC XX.
       01 WS-UC-FILE-STATUS PIC XX.
       01 WS-PT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-SIGNON-AUTHORITY PIC 9.
       01 WS-RUN-DATE PIC 9(8).
      * Every item ever suspended, with whether it is still open -
      * a clearing line finds its item by number.
       01 WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ITEM-COUNT.
               10 WS-IT-NUMBER   PIC 9(6).
               10 WS-IT-OPEN     PIC X.
               10 WS-IT-RECORD   PIC X(118).
       01 WS-ITEM-SUB PIC 9(4).
       01 WS-FOUND-SUB PIC 9(4).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-MAINT-MORE PIC X VALUE 'Y'.
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-LIST   VALUE '1'.
           88 WS-CHOICE-APPLY  VALUE '2'.
           88 WS-CHOICE-REFUND VALUE '3'.
       01 WS-CONFIRM PIC X.
       01 WS-ITEM-INPUT PIC X(6).
       01 WS-NUMBER-INPUT PIC X(7).
       01 WS-TERM-INPUT PIC X(5).
       01 WS-NOTE-INPUT PIC X(40).
       01 WS-TERM-SUB PIC 9(2).
       01 WS-TERM-FOUND PIC X.
           88 WS-TERM-ON-RECORD VALUE 'Y'.
       01 WS-AMOUNT-OUT PIC ZZ,ZZ9.99.
       01 WS-OPEN-COUNT PIC 9(4).
       01 WS-OPEN-TOTAL PIC 9(8)V99.
       01 WS-OPEN-TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ITEMS-APPLIED PIC 9(4) VALUE ZERO.
       01 WS-ITEMS-REFUNDED PIC 9(4) VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30) VALUE "unappliedcash.txt".
       01 WS-LOCK-PROGRAM PIC X(30)
           VALUE "UNAPPLIED-CASH-MAINTENANCE".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF SO-OPERATOR-ID = SPACES OR SO-OPERATOR-ID = LOW-VALUES
               DISPLAY "ENTER YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               MOVE 9 TO WS-SIGNON-AUTHORITY
           ELSE
               MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SO-AUTHORITY TO WS-SIGNON-AUTHORITY
           END-IF.
           IF WS-SIGNON-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - UNAPPLIED CASH NEEDS UPDATE "
                   "AUTHORITY (2)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-ITEM-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "unappliedcash.txt HAS MORE ITEMS THAN THIS "
                   "SESSION CAN HOLD - NO MAINTENANCE DONE"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-RECORD-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-RECORD-FILE - STATUS "
                   WS-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-MAINTAIN-ONE-ITEM
               UNTIL WS-MAINT-MORE = 'N' OR WS-MAINT-MORE = 'n'.
           CLOSE STUDENT-RECORD-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== UNAPPLIED CASH MAINTENANCE ====".
           DISPLAY "ITEMS APPLIED:          " WS-ITEMS-APPLIED.
           DISPLAY "ITEMS MARKED FOR REFUND:" WS-ITEMS-REFUNDED.
           GOBACK.
       100-LOAD-ITEM-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF WS-UC-FILE-STATUS NOT = "00"
               DISPLAY "NO UNAPPLIED CASH ON FILE - STATUS "
                   WS-UC-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UNAPPLIED-CASH-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 110-APPLY-ITEM-LINE
               END-READ
           END-PERFORM.
           IF WS-UC-FILE-STATUS = "00" OR "10"
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.
       110-APPLY-ITEM-LINE.
           IF UC-SUSPENDED
               IF WS-ITEM-COUNT < 2000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE UC-ITEM-NUMBER TO WS-IT-NUMBER(WS-ITEM-COUNT)
                   MOVE 'Y' TO WS-IT-OPEN(WS-ITEM-COUNT)
                   MOVE UNAPPLIED-CASH-RECORD
                       TO WS-IT-RECORD(WS-ITEM-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           ELSE
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   IF WS-IT-NUMBER(WS-ITEM-SUB) = UC-ITEM-NUMBER
                       MOVE 'N' TO WS-IT-OPEN(WS-ITEM-SUB)
                   END-IF
               END-PERFORM
           END-IF.
       200-MAINTAIN-ONE-ITEM.
           DISPLAY "1 = LIST OPEN SUSPENSE ITEMS".
           DISPLAY "2 = APPLY AN ITEM TO A STUDENT AND TERM".
           DISPLAY "3 = MARK AN ITEM FOR REFUND TO THE PAYER".
           DISPLAY "SELECT AN OPTION [1-3]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-LIST   PERFORM 300-LIST-OPEN-ITEMS
               WHEN WS-CHOICE-APPLY  PERFORM 400-APPLY-ITEM
               WHEN WS-CHOICE-REFUND PERFORM 500-REFUND-ITEM
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-3"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-MAINT-MORE.
       300-LIST-OPEN-ITEMS.
           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE ZERO TO WS-OPEN-TOTAL.
           DISPLAY "ITEM   SOURCE   RECEIPT  RECEIVED    AMOUNT "
               "STUDENT TERM  REASON".
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-OPEN(WS-ITEM-SUB) = 'Y'
                   MOVE WS-IT-RECORD(WS-ITEM-SUB)
                       TO UNAPPLIED-CASH-RECORD
                   MOVE UC-AMOUNT TO WS-AMOUNT-OUT
                   DISPLAY UC-ITEM-NUMBER " " UC-SOURCE " "
                       UC-RECEIPT-NUMBER " " UC-RECEIVED-DATE " "
                       WS-AMOUNT-OUT " " UC-STUDENT-NUMBER " "
                       UC-TERM-CODE " " UC-NOTE
                   ADD 1 TO WS-OPEN-COUNT
                   ADD UC-AMOUNT TO WS-OPEN-TOTAL
               END-IF
           END-PERFORM.
           MOVE WS-OPEN-TOTAL TO WS-OPEN-TOTAL-OUT.
           DISPLAY "OPEN ITEMS: " WS-OPEN-COUNT
               "   SUSPENSE BALANCE: " WS-OPEN-TOTAL-OUT.
      * The money posts the ordinary way - a payments.txt line under
      * the original receipt and date - so it is fiscal-checked,
      * audited and reversible exactly like any other payment.
       400-APPLY-ITEM.
           PERFORM 600-FIND-OPEN-ITEM.
           IF WS-FOUND-SUB > ZERO
               DISPLAY "APPLY TO STUDENT NUMBER (7 DIGITS)?"
               ACCEPT WS-NUMBER-INPUT
               DISPLAY "APPLY TO TERM CODE?"
               ACCEPT WS-TERM-INPUT
               PERFORM 610-CHECK-STUDENT-AND-TERM
               IF WS-TERM-ON-RECORD
                   PERFORM 410-CONFIRM-AND-APPLY
               END-IF
           END-IF.
       410-CONFIRM-AND-APPLY.
           MOVE UC-AMOUNT TO WS-AMOUNT-OUT.
           DISPLAY "APPLY " WS-AMOUNT-OUT " RECEIPT "
               UC-RECEIPT-NUMBER " TO " STUDENT-NAME.
           DISPLAY "TERM " WS-TERM-INPUT " - CONFIRM [Y/N]".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               OPEN EXTEND PAYMENT-TRANSACTION-FILE
               IF WS-PT-FILE-STATUS = "35"
                   OPEN OUTPUT PAYMENT-TRANSACTION-FILE
               END-IF
               IF WS-PT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING PAYMENT-TRANSACTION-FILE - "
                       "STATUS " WS-PT-FILE-STATUS " - NOT APPLIED"
               ELSE
                   MOVE SPACES TO PAYMENT-RECORD
                   MOVE STUDENT-NUMBER TO PT-STUDENT-NUMBER
                   MOVE UC-RECEIVED-DATE TO PT-PAYMENT-DATE
                   MOVE UC-AMOUNT TO PT-AMOUNT
                   MOVE UC-RECEIPT-NUMBER TO PT-RECEIPT-NUMBER
                   MOVE WS-TERM-INPUT TO PT-TERM-CODE
                   MOVE SPACES TO PT-TRANS-TYPE
                   MOVE ZERO TO PT-NSF-FEE
                   WRITE PAYMENT-RECORD
                   CLOSE PAYMENT-TRANSACTION-FILE
                   MOVE 'A' TO UC-EVENT
                   MOVE STUDENT-NUMBER TO UC-STUDENT-NUMBER
                   MOVE WS-TERM-INPUT TO UC-TERM-CODE
                   MOVE "APPLIED - POSTS WITH THE NEXT PAYMENT BATCH"
                       TO UC-NOTE
                   PERFORM 700-WRITE-CLEARING-LINE
                   ADD 1 TO WS-ITEMS-APPLIED
                   DISPLAY "ITEM " UC-ITEM-NUMBER " APPLIED - "
                       "payments.txt WILL POST IT"
               END-IF
           ELSE
               DISPLAY "NOT APPLIED"
           END-IF.
      * The refund itself is cut by accounts payable; clearing the
      * item here takes the money out of suspense and records who it
      * goes back to.
       500-REFUND-ITEM.
           PERFORM 600-FIND-OPEN-ITEM.
           IF WS-FOUND-SUB > ZERO
               DISPLAY "REFUND TO (PAYER NAME AND REASON)?"
               ACCEPT WS-NOTE-INPUT
               IF WS-NOTE-INPUT = SPACES
                   DISPLAY "PAYER AND REASON ARE REQUIRED - NOT MARKED"
               ELSE
                   MOVE UC-AMOUNT TO WS-AMOUNT-OUT
                   DISPLAY "REFUND " WS-AMOUNT-OUT " RECEIPT "
                       UC-RECEIPT-NUMBER " - CONFIRM [Y/N]"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       MOVE 'F' TO UC-EVENT
                       MOVE WS-NOTE-INPUT TO UC-NOTE
                       PERFORM 700-WRITE-CLEARING-LINE
                       ADD 1 TO WS-ITEMS-REFUNDED
                       DISPLAY "ITEM " UC-ITEM-NUMBER
                           " MARKED FOR REFUND"
                   ELSE
                       DISPLAY "NOT MARKED"
                   END-IF
               END-IF
           END-IF.
       600-FIND-OPEN-ITEM.
           MOVE ZERO TO WS-FOUND-SUB.
           DISPLAY "SUSPENSE ITEM NUMBER (6 DIGITS)?".
           ACCEPT WS-ITEM-INPUT.
           IF WS-ITEM-INPUT NOT NUMERIC
               DISPLAY "ITEM NUMBER MUST BE NUMERIC"
           ELSE
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   IF WS-IT-NUMBER(WS-ITEM-SUB) = WS-ITEM-INPUT
                       MOVE WS-ITEM-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-FOUND-SUB = ZERO
                       DISPLAY "NO SUSPENSE ITEM " WS-ITEM-INPUT
                   WHEN WS-IT-OPEN(WS-FOUND-SUB) NOT = 'Y'
                       DISPLAY "ITEM " WS-ITEM-INPUT
                           " IS ALREADY CLEARED"
                       MOVE ZERO TO WS-FOUND-SUB
                   WHEN OTHER
                       MOVE WS-IT-RECORD(WS-FOUND-SUB)
                           TO UNAPPLIED-CASH-RECORD
               END-EVALUATE
           END-IF.
       610-CHECK-STUDENT-AND-TERM.
           MOVE 'N' TO WS-TERM-FOUND.
           IF WS-NUMBER-INPUT NOT NUMERIC
               DISPLAY "STUDENT NUMBER MUST BE NUMERIC - NOT APPLIED"
           ELSE
               MOVE WS-NUMBER-INPUT TO STUDENT-NUMBER
               READ STUDENT-RECORD-FILE
                   INVALID KEY
                       DISPLAY "NO STUDENT RECORD FOR "
                           WS-NUMBER-INPUT " - NOT APPLIED"
                   NOT INVALID KEY
                       PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                               UNTIL WS-TERM-SUB > TERM-COUNT
                           IF TERM-CODE(WS-TERM-SUB) = WS-TERM-INPUT
                               MOVE 'Y' TO WS-TERM-FOUND
                           END-IF
                       END-PERFORM
                       IF NOT WS-TERM-ON-RECORD
                           DISPLAY "TERM " WS-TERM-INPUT " IS NOT ON "
                               "THE STUDENT RECORD - NOT APPLIED"
                       END-IF
               END-READ
           END-IF.
      * The clearing line carries the item's original receipt, date
      * and amount, with today's date and the operator.
       700-WRITE-CLEARING-LINE.
           MOVE WS-RUN-DATE TO UC-EVENT-DATE.
           MOVE WS-OPERATOR-ID TO UC-OPERATOR.
           OPEN EXTEND UNAPPLIED-CASH-FILE.
           IF WS-UC-FILE-STATUS = "35"
               OPEN OUTPUT UNAPPLIED-CASH-FILE
           END-IF.
           IF WS-UC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING UNAPPLIED-CASH-FILE - STATUS "
                   WS-UC-FILE-STATUS
           ELSE
               WRITE UNAPPLIED-CASH-RECORD
               CLOSE UNAPPLIED-CASH-FILE
               MOVE 'N' TO WS-IT-OPEN(WS-FOUND-SUB)
           END-IF.

      * The whole session runs under the data-set lock on
      * unappliedcash.txt (DATA-SET-LOCK).
       960-ACQUIRE-DATA-SET-LOCK.
           MOVE "LOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-OPERATOR-ID WS-LOCK-ACTION
               WS-LOCK-RESULT.
       970-RELEASE-DATA-SET-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-OPERATOR-ID WS-LOCK-ACTION
               WS-LOCK-RESULT.

       END PROGRAM UNAPPLIED-CASH-MAINTENANCE.
