      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Warranty recovery claim entry - carries a claim on
      *          warrantyclaims.txt (raised by WORK-ORDER-CLOSE when
      *          a warranty-eligible order closes) through the
      *          dealer's process: submitted with the dealer's claim
      *          reference, then approved for an amount up to what
      *          was claimed or denied, then paid - the amount
      *          actually received and the date it came in. Each
      *          step is taken only from the one before it, dates
      *          default to today and are never in the future.
      *          WARRANTY-RECOVERY-REPORT totals the results by
      *          dealer. Same load-table/rewrite-at-end pattern as
      *          VIOLATION-ENTRY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-CLAIM-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRANTY-CLAIM-FILE
           ASSIGN "../warrantyclaims.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WARRANTY-CLAIM-FILE.
           COPY "WARRANTY-CLAIM-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-WR-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-CLAIM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CLAIM-TABLE.
           05 WS-CLAIM-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CLAIM-COUNT.
               10 WS-CT-RECORD PIC X(108).
       01 WS-CLAIM-SUB PIC 9(4).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-FOUND-SUB PIC 9(4).
       01 WS-ENTRY-MORE PIC X VALUE 'Y'.
       01 WS-MENU-CHOICE PIC X.
           88 WS-CHOICE-SUBMIT   VALUE '1'.
           88 WS-CHOICE-DECISION VALUE '2'.
           88 WS-CHOICE-PAYMENT  VALUE '3'.
       01 WS-NUMBER-INPUT PIC X(6).
       01 WS-REFERENCE-INPUT PIC X(12).
       01 WS-DECISION-INPUT PIC X.
           88 WS-DECISION-APPROVED VALUE 'A' 'a'.
           88 WS-DECISION-DENIED   VALUE 'D' 'd'.
       01 WS-AMOUNT-INPUT PIC X(10).
       01 WS-AMOUNT PIC 9(5)V99.
       01 WS-AMOUNT-OUT PIC ZZ,ZZ9.99.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-GOOD-DATE PIC 9(8).
       01 WS-DATE-OK PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-CLAIMS-SUBMITTED PIC 9(3) VALUE ZERO.
       01 WS-CLAIMS-DECIDED PIC 9(3) VALUE ZERO.
       01 WS-CLAIMS-PAID PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-CLAIM-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "WARRANTY CLAIM FILE HAS MORE RECORDS THAN"
               DISPLAY "THIS SESSION CAN HOLD - NOTHING RECORDED AND"
               DISPLAY "THE FILE WAS NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLAIM-COUNT = ZERO
               DISPLAY "NO WARRANTY CLAIMS ON FILE"
               STOP RUN
           END-IF.
           PERFORM 200-TAKE-ONE-REQUEST
               UNTIL WS-ENTRY-MORE = 'N' OR WS-ENTRY-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-CLAIM-FILE
               DISPLAY "WARRANTY CLAIM FILE REWRITTEN"
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           DISPLAY "CLAIMS SUBMITTED: " WS-CLAIMS-SUBMITTED.
           DISPLAY "CLAIMS DECIDED:   " WS-CLAIMS-DECIDED.
           DISPLAY "CLAIMS PAID:      " WS-CLAIMS-PAID.
           STOP RUN.
       100-LOAD-CLAIM-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WARRANTY-CLAIM-FILE.
           IF WS-WR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WARRANTY-CLAIM-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CLAIM-COUNT < 2000
                           ADD 1 TO WS-CLAIM-COUNT
                           MOVE WARRANTY-CLAIM-RECORD
                               TO WS-CT-RECORD(WS-CLAIM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WR-FILE-STATUS = "00" OR "10"
               CLOSE WARRANTY-CLAIM-FILE
           END-IF.
       200-TAKE-ONE-REQUEST.
           DISPLAY "1 = SUBMIT A CLAIM TO THE DEALER".
           DISPLAY "2 = RECORD THE DEALER'S DECISION".
           DISPLAY "3 = RECORD A PAYMENT RECEIVED".
           DISPLAY "SELECT AN OPTION [1-3]:".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-SUBMIT PERFORM 300-SUBMIT-ONE-CLAIM
               WHEN WS-CHOICE-DECISION PERFORM 400-DECIDE-ONE-CLAIM
               WHEN WS-CHOICE-PAYMENT PERFORM 500-PAY-ONE-CLAIM
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-3"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-ENTRY-MORE.
       300-SUBMIT-ONE-CLAIM.
           PERFORM 600-FIND-CLAIM.
           IF WS-FOUND-SUB > ZERO
               IF WR-STATUS NOT = 'O'
                   DISPLAY "CLAIM " WR-WO-NUMBER " IS ALREADY "
                       "SUBMITTED - STATUS " WR-STATUS
               ELSE
                   DISPLAY "DEALER'S CLAIM REFERENCE?"
                   ACCEPT WS-REFERENCE-INPUT
                   DISPLAY "DATE SUBMITTED (YYYYMMDD, BLANK = TODAY)?"
                   PERFORM 610-TAKE-A-DATE
                   IF WS-REFERENCE-INPUT = SPACES
                       DISPLAY "THE DEALER'S REFERENCE IS REQUIRED - "
                           "NOT RECORDED"
                   ELSE
                   IF WS-DATE-OK = 'Y'
                       MOVE WS-REFERENCE-INPUT TO WR-DEALER-REFERENCE
                       MOVE WS-GOOD-DATE TO WR-SUBMITTED-DATE
                       MOVE 'S' TO WR-STATUS
                       PERFORM 620-SAVE-THE-CLAIM
                       ADD 1 TO WS-CLAIMS-SUBMITTED
                       DISPLAY "CLAIM " WR-WO-NUMBER " SUBMITTED TO "
                           WR-DEALER
                   END-IF
                   END-IF
               END-IF
           END-IF.
      * An approval can be for less than was claimed - the dealer
      * may not accept all the labour - but never for more.
       400-DECIDE-ONE-CLAIM.
           PERFORM 600-FIND-CLAIM.
           IF WS-FOUND-SUB > ZERO
               IF WR-STATUS NOT = 'S'
                   DISPLAY "CLAIM " WR-WO-NUMBER " IS NOT WAITING ON "
                       "THE DEALER - STATUS " WR-STATUS
               ELSE
                   DISPLAY "APPROVED OR DENIED? [A/D]"
                   ACCEPT WS-DECISION-INPUT
                   EVALUATE TRUE
                       WHEN WS-DECISION-APPROVED
                           PERFORM 410-APPROVE-THE-CLAIM
                       WHEN WS-DECISION-DENIED
                           PERFORM 420-DENY-THE-CLAIM
                       WHEN OTHER
                           DISPLAY "ENTER A OR D - NOT RECORDED"
                   END-EVALUATE
               END-IF
           END-IF.
       410-APPROVE-THE-CLAIM.
           DISPLAY "AMOUNT APPROVED (BLANK = AMOUNT CLAIMED)?".
           MOVE SPACES TO WS-AMOUNT-INPUT.
           ACCEPT WS-AMOUNT-INPUT.
           DISPLAY "DATE OF THE DECISION (YYYYMMDD, BLANK = TODAY)?".
           PERFORM 610-TAKE-A-DATE.
           IF WS-AMOUNT-INPUT = SPACES
               MOVE WR-CLAIMED-AMOUNT TO WS-AMOUNT
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) = ZERO
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-INPUT)
           ELSE
               MOVE ZERO TO WS-AMOUNT
           END-IF
           END-IF.
           IF WS-AMOUNT = ZERO
               OR WS-AMOUNT > WR-CLAIMED-AMOUNT
               MOVE WR-CLAIMED-AMOUNT TO WS-AMOUNT-OUT
               DISPLAY "AMOUNT MUST BE ABOVE ZERO AND NO MORE THAN "
                   "THE " WS-AMOUNT-OUT " CLAIMED - NOT RECORDED"
           ELSE
           IF WS-DATE-OK = 'Y'
               MOVE WS-AMOUNT TO WR-APPROVED-AMOUNT
               MOVE WS-GOOD-DATE TO WR-DECIDED-DATE
               MOVE 'A' TO WR-STATUS
               PERFORM 620-SAVE-THE-CLAIM
               ADD 1 TO WS-CLAIMS-DECIDED
               MOVE WR-APPROVED-AMOUNT TO WS-AMOUNT-OUT
               DISPLAY "CLAIM " WR-WO-NUMBER " APPROVED FOR "
                   WS-AMOUNT-OUT
           END-IF
           END-IF.
       420-DENY-THE-CLAIM.
           DISPLAY "DATE OF THE DECISION (YYYYMMDD, BLANK = TODAY)?".
           PERFORM 610-TAKE-A-DATE.
           IF WS-DATE-OK = 'Y'
               MOVE ZERO TO WR-APPROVED-AMOUNT
               MOVE WS-GOOD-DATE TO WR-DECIDED-DATE
               MOVE 'D' TO WR-STATUS
               PERFORM 620-SAVE-THE-CLAIM
               ADD 1 TO WS-CLAIMS-DECIDED
               DISPLAY "CLAIM " WR-WO-NUMBER " DENIED"
           END-IF.
      * The dealer's cheque or credit is recorded as it came in; a
      * short payment stays visible against the approved amount on
      * the recovery report.
       500-PAY-ONE-CLAIM.
           PERFORM 600-FIND-CLAIM.
           IF WS-FOUND-SUB > ZERO
               IF WR-STATUS NOT = 'A'
                   DISPLAY "CLAIM " WR-WO-NUMBER " IS NOT APPROVED "
                       "AND UNPAID - STATUS " WR-STATUS
               ELSE
                   DISPLAY "AMOUNT RECEIVED (BLANK = AMOUNT APPROVED)?"
                   MOVE SPACES TO WS-AMOUNT-INPUT
                   ACCEPT WS-AMOUNT-INPUT
                   DISPLAY "DATE RECEIVED (YYYYMMDD, BLANK = TODAY)?"
                   PERFORM 610-TAKE-A-DATE
                   IF WS-AMOUNT-INPUT = SPACES
                       MOVE WR-APPROVED-AMOUNT TO WS-AMOUNT
                   ELSE
                   IF FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) = ZERO
                       COMPUTE WS-AMOUNT =
                           FUNCTION NUMVAL(WS-AMOUNT-INPUT)
                   ELSE
                       MOVE ZERO TO WS-AMOUNT
                   END-IF
                   END-IF
                   IF WS-AMOUNT = ZERO
                       DISPLAY "AMOUNT MUST BE A DOLLAR AMOUNT ABOVE "
                           "ZERO - NOT RECORDED"
                   ELSE
                   IF WS-DATE-OK = 'Y'
                       MOVE WS-AMOUNT TO WR-PAID-AMOUNT
                       MOVE WS-GOOD-DATE TO WR-PAID-DATE
                       MOVE 'P' TO WR-STATUS
                       PERFORM 620-SAVE-THE-CLAIM
                       ADD 1 TO WS-CLAIMS-PAID
                       MOVE WR-PAID-AMOUNT TO WS-AMOUNT-OUT
                       DISPLAY "CLAIM " WR-WO-NUMBER " PAID "
                           WS-AMOUNT-OUT
                   END-IF
                   END-IF
               END-IF
           END-IF.
       600-FIND-CLAIM.
           DISPLAY "WORK ORDER NUMBER ON THE CLAIM (6 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
                   UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               MOVE WS-CT-RECORD(WS-CLAIM-SUB)
                   TO WARRANTY-CLAIM-RECORD
               IF WR-WO-NUMBER = WS-NUMBER-INPUT
                   MOVE WS-CLAIM-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO WARRANTY CLAIM ON FILE FOR WORK ORDER "
                   WS-NUMBER-INPUT
           ELSE
               MOVE WS-CT-RECORD(WS-FOUND-SUB)
                   TO WARRANTY-CLAIM-RECORD
               MOVE WR-CLAIMED-AMOUNT TO WS-AMOUNT-OUT
               DISPLAY "CLAIM " WR-WO-NUMBER ": UNIT " WR-UNIT-NUMBER
                   " " WR-COVERAGE " DEALER " WR-DEALER
                   " CLAIMED " WS-AMOUNT-OUT
           END-IF.
       610-TAKE-A-DATE.
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           MOVE 'N' TO WS-DATE-OK.
           EVALUATE TRUE
               WHEN WS-DATE-INPUT = SPACES
                   MOVE WS-TODAY TO WS-GOOD-DATE
                   MOVE 'Y' TO WS-DATE-OK
               WHEN WS-DATE-INPUT NOT NUMERIC
                   DISPLAY "DATE MUST BE NUMERIC - NOT RECORDED"
               WHEN WS-DATE-INPUT > WS-TODAY
                   DISPLAY "DATE IS IN THE FUTURE - NOT RECORDED"
               WHEN OTHER
                   MOVE WS-DATE-INPUT TO WS-GOOD-DATE
                   MOVE 'Y' TO WS-DATE-OK
           END-EVALUATE.
       620-SAVE-THE-CLAIM.
           MOVE WARRANTY-CLAIM-RECORD TO WS-CT-RECORD(WS-FOUND-SUB).
           MOVE 'Y' TO WS-CHANGES-MADE.
       700-REWRITE-CLAIM-FILE.
           OPEN OUTPUT WARRANTY-CLAIM-FILE.
           IF WS-WR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING WARRANTY-CLAIM-FILE - STATUS "
                   WS-WR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
                   UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               MOVE WS-CT-RECORD(WS-CLAIM-SUB)
                   TO WARRANTY-CLAIM-RECORD
               WRITE WARRANTY-CLAIM-RECORD
           END-PERFORM.
           CLOSE WARRANTY-CLAIM-FILE.

       END PROGRAM WARRANTY-CLAIM-ENTRY.
