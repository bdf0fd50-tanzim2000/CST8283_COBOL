      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Pre-authorized debit (PAD) agreement maintenance for
      *          the Bursar's office - registers the bank account a
      *          student on a payment plan wants their installments
      *          drawn from, replaces it when the student changes
      *          banks, and cancels it when the student withdraws
      *          the authorization. Agreements live on
      *          padagreements.txt (PAD-AGREEMENT-RECORD.CPY) with
      *          the usual load-table/rewrite-at-end pattern, one per
      *          student; only a student with a plan still open
      *          (status A or D on paymentplans.txt) can register
      *          one. PAD-DEBIT-BUILD draws each installment from the
      *          active agreement as it falls due. The account number
      *          is only ever shown masked to its last four digits.
      *          Needs a signed-on operator with update authority
      *          (2 in OPERATOR-SIGNON.CPY); run standalone the
      *          program prompts for an operator ID, the same
      *          fallback PROJECT-ONE uses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAD-AGREEMENT-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAD-AGREEMENT-FILE
           ASSIGN "../padagreements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT PAYMENT-PLAN-FILE
           ASSIGN "../paymentplans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAD-AGREEMENT-FILE.
           COPY "PAD-AGREEMENT-RECORD.CPY".
       FD PAYMENT-PLAN-FILE.
           COPY "PAYMENT-PLAN-RECORD.CPY".
       WORKING-STORAGE SECTION.
           COPY "OPERATOR-SIGNON.CPY".
       01 WS-PA-FILE-STATUS PIC XX.
       01 WS-PP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-PLAN-EOF PIC X.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-SIGNON-AUTHORITY PIC 9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AGREEMENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-AGREEMENT-TABLE.
           05 WS-AGREEMENT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-AGREEMENT-COUNT.
               10 WS-PA-RECORD PIC X(83).
       01 WS-AGREEMENT-SUB PIC 9(3).
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-MAINT-MORE PIC X VALUE 'Y'.
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-REGISTER VALUE '1'.
           88 WS-CHOICE-CANCEL   VALUE '2'.
           88 WS-CHOICE-SHOW     VALUE '3'.
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-CONFIRM PIC X.
       01 WS-NUMBER-INPUT PIC X(7).
       01 WS-INSTITUTION-INPUT PIC X(3).
       01 WS-TRANSIT-INPUT PIC X(5).
       01 WS-ACCOUNT-INPUT PIC X(12).
       01 WS-HOLDER-INPUT PIC X(30).
       01 WS-OPEN-PLAN PIC X.
           88 WS-STUDENT-HAS-OPEN-PLAN VALUE 'Y'.
       01 WS-ACCOUNT-LENGTH PIC 9(2).
       01 WS-MASKED-ACCOUNT PIC X(12).
       01 WS-AGREEMENTS-REGISTERED PIC 9(4) VALUE ZERO.
       01 WS-AGREEMENTS-CANCELLED PIC 9(4) VALUE ZERO.
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
               DISPLAY "NOT AUTHORIZED - PAD AGREEMENTS NEED UPDATE "
                   "AUTHORITY (2)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-AGREEMENT-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "padagreements.txt HAS MORE AGREEMENTS THAN "
                   "THIS SESSION CAN HOLD - NO MAINTENANCE DONE AND "
                   "THE FILE WAS NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-MAINTAIN-ONE-ITEM
               UNTIL WS-MAINT-MORE = 'N' OR WS-MAINT-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-AGREEMENT-FILE
           END-IF.
           DISPLAY "==== PAD AGREEMENT MAINTENANCE ====".
           DISPLAY "AGREEMENTS REGISTERED: " WS-AGREEMENTS-REGISTERED.
           DISPLAY "AGREEMENTS CANCELLED:  " WS-AGREEMENTS-CANCELLED.
           GOBACK.
       100-LOAD-AGREEMENT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PAD-AGREEMENT-FILE.
           IF WS-PA-FILE-STATUS NOT = "00"
               DISPLAY "NO PAD AGREEMENT FILE ON HAND - STARTING EMPTY"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAD-AGREEMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-AGREEMENT-COUNT < 500
                           ADD 1 TO WS-AGREEMENT-COUNT
                           MOVE PAD-AGREEMENT-RECORD
                               TO WS-PA-RECORD(WS-AGREEMENT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PA-FILE-STATUS = "00" OR "10"
               CLOSE PAD-AGREEMENT-FILE
           END-IF.
       200-MAINTAIN-ONE-ITEM.
           DISPLAY "1 = REGISTER OR REPLACE A STUDENT'S BANK ACCOUNT".
           DISPLAY "2 = CANCEL A STUDENT'S PAD AGREEMENT".
           DISPLAY "3 = SHOW A STUDENT'S PAD AGREEMENT".
           DISPLAY "SELECT AN OPTION [1-3]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-REGISTER PERFORM 300-REGISTER-AGREEMENT
               WHEN WS-CHOICE-CANCEL   PERFORM 400-CANCEL-AGREEMENT
               WHEN WS-CHOICE-SHOW     PERFORM 500-SHOW-AGREEMENT
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-3"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-MAINT-MORE.
      * A PAD agreement only ever draws plan installments, so a
      * student with no plan still open has nothing to debit.
       300-REGISTER-AGREEMENT.
           DISPLAY "STUDENT NUMBER (7 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           IF WS-NUMBER-INPUT NOT NUMERIC
               DISPLAY "STUDENT NUMBER MUST BE NUMERIC"
           ELSE
               PERFORM 610-CHECK-FOR-OPEN-PLAN
               IF NOT WS-STUDENT-HAS-OPEN-PLAN
                   DISPLAY "STUDENT " WS-NUMBER-INPUT " HAS NO OPEN "
                       "PAYMENT PLAN - SET ONE UP IN "
                       "PAYMENT-PLAN-SETUP FIRST"
               ELSE
                   PERFORM 310-ENTER-BANK-DETAILS
               END-IF
           END-IF.
       310-ENTER-BANK-DETAILS.
           DISPLAY "BANK INSTITUTION NUMBER (3 DIGITS)?".
           ACCEPT WS-INSTITUTION-INPUT.
           DISPLAY "BRANCH TRANSIT NUMBER (5 DIGITS)?".
           ACCEPT WS-TRANSIT-INPUT.
           DISPLAY "ACCOUNT NUMBER (UP TO 12 DIGITS)?".
           ACCEPT WS-ACCOUNT-INPUT.
           DISPLAY "ACCOUNT HOLDER NAME?".
           ACCEPT WS-HOLDER-INPUT.
           MOVE ZERO TO WS-ACCOUNT-LENGTH.
           INSPECT WS-ACCOUNT-INPUT TALLYING WS-ACCOUNT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN WS-INSTITUTION-INPUT NOT NUMERIC
                   DISPLAY "INSTITUTION NUMBER MUST BE 3 DIGITS - "
                       "NOT REGISTERED"
               WHEN WS-TRANSIT-INPUT NOT NUMERIC
                   DISPLAY "TRANSIT NUMBER MUST BE 5 DIGITS - "
                       "NOT REGISTERED"
               WHEN WS-ACCOUNT-LENGTH < 5
                   DISPLAY "ACCOUNT NUMBER MUST BE AT LEAST 5 DIGITS "
                       "- NOT REGISTERED"
               WHEN WS-ACCOUNT-INPUT(1:WS-ACCOUNT-LENGTH) NOT NUMERIC
                   DISPLAY "ACCOUNT NUMBER MUST BE DIGITS ONLY - "
                       "NOT REGISTERED"
               WHEN WS-HOLDER-INPUT = SPACES
                   DISPLAY "ACCOUNT HOLDER NAME IS REQUIRED - "
                       "NOT REGISTERED"
               WHEN OTHER
                   PERFORM 320-STORE-AGREEMENT
           END-EVALUATE.
       320-STORE-AGREEMENT.
           PERFORM 600-FIND-AGREEMENT.
           IF WS-FOUND-SUB = ZERO
               IF WS-AGREEMENT-COUNT < 500
                   ADD 1 TO WS-AGREEMENT-COUNT
                   MOVE WS-AGREEMENT-COUNT TO WS-FOUND-SUB
               ELSE
                   DISPLAY "PAD AGREEMENT TABLE FULL - CANNOT REGISTER"
               END-IF
           END-IF.
           IF WS-FOUND-SUB > ZERO
               MOVE SPACES TO PAD-AGREEMENT-RECORD
               MOVE WS-NUMBER-INPUT TO PA-STUDENT-NUMBER
               MOVE 'A' TO PA-STATUS
               MOVE WS-INSTITUTION-INPUT TO PA-INSTITUTION
               MOVE WS-TRANSIT-INPUT TO PA-TRANSIT
               MOVE WS-ACCOUNT-INPUT TO PA-ACCOUNT
               MOVE WS-HOLDER-INPUT TO PA-HOLDER-NAME
               MOVE WS-RUN-DATE TO PA-SIGNED-DATE
               MOVE WS-OPERATOR-ID TO PA-OPERATOR
               MOVE PAD-AGREEMENT-RECORD TO WS-PA-RECORD(WS-FOUND-SUB)
               MOVE 'Y' TO WS-CHANGES-MADE
               ADD 1 TO WS-AGREEMENTS-REGISTERED
               PERFORM 620-MASK-ACCOUNT
               DISPLAY "PAD AGREEMENT REGISTERED FOR STUDENT "
                   PA-STUDENT-NUMBER " - ACCOUNT " WS-MASKED-ACCOUNT
           END-IF.
       400-CANCEL-AGREEMENT.
           DISPLAY "STUDENT NUMBER (7 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           PERFORM 600-FIND-AGREEMENT.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO PAD AGREEMENT ON FILE FOR " WS-NUMBER-INPUT
           ELSE
               MOVE WS-PA-RECORD(WS-FOUND-SUB) TO PAD-AGREEMENT-RECORD
               IF PA-AGREEMENT-CANCELLED
                   DISPLAY "PAD AGREEMENT FOR " WS-NUMBER-INPUT
                       " IS ALREADY CANCELLED"
               ELSE
                   PERFORM 620-MASK-ACCOUNT
                   DISPLAY "CANCEL PAD FROM ACCOUNT " WS-MASKED-ACCOUNT
                       " FOR STUDENT " WS-NUMBER-INPUT "? [Y/N]"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       MOVE 'C' TO PA-STATUS
                       MOVE WS-RUN-DATE TO PA-SIGNED-DATE
                       MOVE WS-OPERATOR-ID TO PA-OPERATOR
                       MOVE PAD-AGREEMENT-RECORD
                           TO WS-PA-RECORD(WS-FOUND-SUB)
                       MOVE 'Y' TO WS-CHANGES-MADE
                       ADD 1 TO WS-AGREEMENTS-CANCELLED
                       DISPLAY "PAD AGREEMENT CANCELLED - DEBITS "
                           "ALREADY SENT TO THE BANK STILL SETTLE"
                   ELSE
                       DISPLAY "NOT CANCELLED"
                   END-IF
               END-IF
           END-IF.
       500-SHOW-AGREEMENT.
           DISPLAY "STUDENT NUMBER (7 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           PERFORM 600-FIND-AGREEMENT.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO PAD AGREEMENT ON FILE FOR " WS-NUMBER-INPUT
           ELSE
               MOVE WS-PA-RECORD(WS-FOUND-SUB) TO PAD-AGREEMENT-RECORD
               PERFORM 620-MASK-ACCOUNT
               DISPLAY "STUDENT  " PA-STUDENT-NUMBER
               IF PA-AGREEMENT-ACTIVE
                   DISPLAY "STATUS   ACTIVE"
               ELSE
                   DISPLAY "STATUS   CANCELLED"
               END-IF
               DISPLAY "BANK     " PA-INSTITUTION "-" PA-TRANSIT
               DISPLAY "ACCOUNT  " WS-MASKED-ACCOUNT
               DISPLAY "HOLDER   " PA-HOLDER-NAME
               DISPLAY "LAST SET " PA-SIGNED-DATE " BY " PA-OPERATOR
           END-IF.
       600-FIND-AGREEMENT.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-AGREEMENT-SUB FROM 1 BY 1
                   UNTIL WS-AGREEMENT-SUB > WS-AGREEMENT-COUNT
               MOVE WS-PA-RECORD(WS-AGREEMENT-SUB)
                   TO PAD-AGREEMENT-RECORD
               IF PA-STUDENT-NUMBER = WS-NUMBER-INPUT
                   MOVE WS-AGREEMENT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       610-CHECK-FOR-OPEN-PLAN.
           MOVE 'N' TO WS-OPEN-PLAN.
           MOVE 'N' TO WS-PLAN-EOF.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PP-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PLAN-EOF
           END-IF.
           PERFORM UNTIL WS-PLAN-EOF = 'Y'
               READ PAYMENT-PLAN-FILE
                   AT END MOVE 'Y' TO WS-PLAN-EOF
                   NOT AT END
                       IF PP-STUDENT-NUMBER = WS-NUMBER-INPUT
                           AND (PP-STATUS = 'A' OR PP-STATUS = 'D')
                           MOVE 'Y' TO WS-OPEN-PLAN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PP-FILE-STATUS = "00" OR "10"
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
      * Only the last four digits of an account number are ever put
      * on the screen.
       620-MASK-ACCOUNT.
           MOVE ALL '*' TO WS-MASKED-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-LENGTH.
           INSPECT PA-ACCOUNT TALLYING WS-ACCOUNT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-ACCOUNT-LENGTH > 4
               MOVE PA-ACCOUNT(WS-ACCOUNT-LENGTH - 3:4)
                   TO WS-MASKED-ACCOUNT(9:4)
           END-IF.
       700-REWRITE-AGREEMENT-FILE.
           OPEN OUTPUT PAD-AGREEMENT-FILE.
           IF WS-PA-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE PAD-AGREEMENT-FILE - STATUS "
                   WS-PA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-AGREEMENT-SUB FROM 1 BY 1
                       UNTIL WS-AGREEMENT-SUB > WS-AGREEMENT-COUNT
                   MOVE WS-PA-RECORD(WS-AGREEMENT-SUB)
                       TO PAD-AGREEMENT-RECORD
                   WRITE PAD-AGREEMENT-RECORD
               END-PERFORM
               CLOSE PAD-AGREEMENT-FILE
               DISPLAY "PAD AGREEMENT FILE REWRITTEN"
           END-IF.

       END PROGRAM PAD-AGREEMENT-MAINTENANCE.
