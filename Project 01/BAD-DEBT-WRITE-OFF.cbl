      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Bad-debt write-off of accounts the collection agency
      *          has returned as uncollectible (status U on
      *          collectionplacements.txt, set by
      *          COLLECTION-RETURN-BATCH). A signed-on supervisor
      *          (authority 3 in OPERATOR-SIGNON.CPY) reviews each
      *          one and approves or passes it; an approved account
      *          has every term still owing cleared to zero with a
      *          WRTOFF audit entry per term carrying the supervisor,
      *          the placement closed as W, a permanent WRO hold put
      *          on studentholds.txt, and a W line per term logged on
      *          writeoffregister.txt for the register the auditors
      *          get from WRITE-OFF-REGISTER-REPORT. Money a student
      *          pays direct after a write-off is keyed here as a
      *          recovery: the amount goes back on the written-off
      *          terms with a WRTREC audit entry (reversing the
      *          bad-debt expense in the journal) and an R register
      *          line, ready for the payment itself to post through
      *          payments.txt as usual. Agency recoveries post in
      *          COLLECTION-RETURN-BATCH. Run standalone the program
      *          asks for a supervisor's operator ID and password and
      *          checks them on operators.txt (active, authority 3);
      *          anyone else is turned away.
      *          Write-offs and recoveries are checked against the
      *          fiscal calendar (FISCAL-PERIOD-CHECK) as of today: in
      *          a month Finance has closed they post, and register,
      *          in the next open period, and with no open period to
      *          go to they are refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-WRITE-OFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLACEMENT-FILE
           ASSIGN "../collectionplacements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CL-FILE-STATUS.
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
           SELECT STUDENT-HOLD-FILE
           ASSIGN "../studentholds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HD-FILE-STATUS.
           SELECT WRITE-OFF-REGISTER-FILE
           ASSIGN "../writeoffregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE
           ASSIGN "../operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PLACEMENT-FILE.
           COPY "COLLECTION-PLACEMENT-RECORD.CPY".
       FD STUDENT-RECORD-FILE.
           COPY "STUDENT-TUITION-RECORD.CPY".
       FD STUDENT-AUDIT-FILE.
           COPY "STUDENT-AUDIT-LOG.CPY".
       FD STUDENT-HOLD-FILE.
           COPY "STUDENT-HOLD-RECORD.CPY".
       FD WRITE-OFF-REGISTER-FILE.
           COPY "WRITE-OFF-REGISTER-RECORD.CPY".
       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD.
           05 OP-OPERATOR-ID PIC X(10).
           05 OP-NAME        PIC X(20).
           05 OP-PASSWORD    PIC X(10).
           05 OP-AUTHORITY   PIC 9.
           05 OP-ACTIVE      PIC X.
           05 OP-PWD-CHANGE  PIC X.
       WORKING-STORAGE SECTION.
           COPY "OPERATOR-SIGNON.CPY".
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID-INPUT PIC X(10).
       01 WS-OPERATOR-PASSWORD PIC X(10).
       01 WS-OP-EOF PIC X.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CL-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-HD-FILE-STATUS PIC XX.
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-PLACE-EOF PIC X.
       01 WS-HOLD-EOF PIC X.
       01 WS-WO-EOF PIC X.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-SIGNON-AUTHORITY PIC 9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PLACEMENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PLACEMENT-TABLE.
           05 WS-PLACEMENT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-PLACEMENT-COUNT.
               10 WS-PL-RECORD PIC X(40).
       01 WS-PLACEMENT-SUB PIC 9(3).
       01 WS-PLACEMENT-FOUND-SUB PIC 9(3).
       01 WS-PLACEMENT-OVERFLOW PIC X VALUE 'N'.
           88 WS-PLACEMENT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-MAINT-MORE PIC X VALUE 'Y'.
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-REVIEW   VALUE '1'.
           88 WS-CHOICE-RECOVERY VALUE '2'.
       01 WS-CONFIRM PIC X.
       01 WS-NUMBER-INPUT PIC X(7).
       01 WS-REFERENCE-INPUT PIC X(8).
       01 WS-RECOVERY-AMOUNT PIC 9(5)V99.
       01 WS-ACCOUNTS-AWAITING PIC 9(4).
       01 WS-OLD-TUITION PIC S9(5)V99.
       01 WS-NEW-TUITION PIC S9(5)V99.
       01 WS-WRITE-OFF-TOTAL PIC S9(7)V99.
       01 WS-TERM-SUB PIC 9(2).
       01 WS-HOLD-FOUND PIC X.
           88 WS-WRO-HOLD-ON-FILE VALUE 'Y'.
       01 WS-DISPLAY-AMOUNT PIC ZZZ,ZZ9.99-.
      * The term balances cleared by one write-off, kept until the
      * REWRITE has gone through so the audit and register lines
      * only go out for a write-off that actually posted.
       01 WS-WO-TERM-COUNT PIC 9(2).
       01 WS-WO-TERM-TABLE.
           05 WS-WO-TERM-ENTRY OCCURS 6 TIMES.
               10 WS-WT-TERM   PIC X(5).
               10 WS-WT-AMOUNT PIC S9(5)V99.
       01 WS-WT-SUB PIC 9(2).
      * One student's written-off terms from writeoffregister.txt,
      * with what is still unrecovered on each and the share of the
      * current recovery that goes against it.
       01 WS-RC-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RECOVERY-TABLE.
           05 WS-RC-ENTRY OCCURS 1 TO 12 TIMES
               DEPENDING ON WS-RC-COUNT.
               10 WS-RC-TERM        PIC X(5).
               10 WS-RC-UNRECOVERED PIC S9(7)V99.
               10 WS-RC-PORTION     PIC 9(5)V99.
               10 WS-RC-SLOT        PIC 9(2).
       01 WS-RC-SUB PIC 9(2).
       01 WS-RC-FOUND-SUB PIC 9(2).
       01 WS-UNRECOVERED-TOTAL PIC S9(7)V99.
       01 WS-RECOVERY-LEFT PIC 9(5)V99.
       01 WS-SLOTS-NEEDED PIC 9(2).
       01 WS-ACCOUNTS-WRITTEN-OFF PIC 9(4) VALUE ZERO.
       01 WS-DOLLARS-WRITTEN-OFF PIC 9(8)V99 VALUE ZERO.
       01 WS-RECOVERIES-POSTED PIC 9(4) VALUE ZERO.
       01 WS-DOLLARS-RECOVERED PIC 9(8)V99 VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30) VALUE "studentrecord.dat".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "BAD-DEBT-WRITE-OFF".
       01 WS-LOCK-OPERATOR PIC X(10).
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
           COPY "FISCAL-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "BAD-DEBT-WRITE-OFF" TO FK-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF SO-OPERATOR-ID = SPACES OR SO-OPERATOR-ID = LOW-VALUES
               PERFORM 050-AUTHENTICATE-SUPERVISOR
           ELSE
               MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SO-AUTHORITY TO WS-SIGNON-AUTHORITY
           END-IF.
           IF WS-SIGNON-AUTHORITY < 3
               DISPLAY "NOT AUTHORIZED - BAD-DEBT WRITE-OFF NEEDS A "
                   "SUPERVISOR (AUTHORITY 3)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-PLACEMENT-TABLE.
           IF WS-PLACEMENT-TABLE-OVERFLOWED
               DISPLAY "MORE PLACEMENTS THAN THIS SESSION CAN HOLD - "
                   "RUN REFUSED SO THE FILE IS NOT REWRITTEN SHORT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENT-RECORD-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-RECORD-FILE - STATUS "
                   WS-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND STUDENT-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-AUDIT-FILE - STATUS "
                   WS-AUDIT-FILE-STATUS
               CLOSE STUDENT-RECORD-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-MAINTAIN-ONE-ACCOUNT
               UNTIL WS-MAINT-MORE = 'N' OR WS-MAINT-MORE = 'n'.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE STUDENT-AUDIT-FILE.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 600-REWRITE-PLACEMENT-FILE
           END-IF.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== BAD-DEBT WRITE-OFF SUMMARY ====".
           DISPLAY "ACCOUNTS WRITTEN OFF: " WS-ACCOUNTS-WRITTEN-OFF.
           DISPLAY "DOLLARS WRITTEN OFF:  " WS-DOLLARS-WRITTEN-OFF.
           DISPLAY "RECOVERIES POSTED:    " WS-RECOVERIES-POSTED.
           DISPLAY "DOLLARS RECOVERED:    " WS-DOLLARS-RECOVERED.
           GOBACK.
      * Run standalone there is no menu sign-on to trust, so the
      * supervisor proves who they are against operators.txt - an
      * active operator, the right password and authority 3 - the
      * same check PENDING-ADJUSTMENT-APPROVAL makes of its approver.
       050-AUTHENTICATE-SUPERVISOR.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE ZERO TO WS-SIGNON-AUTHORITY.
           DISPLAY "SUPERVISOR OPERATOR ID:".
           ACCEPT WS-OPERATOR-ID-INPUT.
           DISPLAY "PASSWORD:".
           ACCEPT WS-OPERATOR-PASSWORD.
           MOVE 'N' TO WS-OP-EOF.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OP-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
                   WS-OP-FILE-STATUS
               MOVE 'Y' TO WS-OP-EOF
           END-IF.
           PERFORM UNTIL WS-OP-EOF = 'Y'
               MOVE SPACES TO OPERATOR-MASTER-RECORD
               READ OPERATOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-OP-EOF
                   NOT AT END
                       IF OP-OPERATOR-ID = WS-OPERATOR-ID-INPUT
                           AND OP-ACTIVE = 'A'
                           AND OP-PASSWORD = WS-OPERATOR-PASSWORD
                           AND OP-AUTHORITY = 3
                           MOVE OP-OPERATOR-ID TO WS-OPERATOR-ID
                           MOVE OP-AUTHORITY TO WS-SIGNON-AUTHORITY
                           MOVE 'Y' TO WS-OP-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OP-FILE-STATUS = "00" OR "10"
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
       100-LOAD-PLACEMENT-TABLE.
           MOVE 'N' TO WS-PLACE-EOF.
           OPEN INPUT PLACEMENT-FILE.
           IF WS-CL-FILE-STATUS NOT = "00"
               DISPLAY "NO PLACEMENT FILE ON HAND - STATUS "
                   WS-CL-FILE-STATUS
               MOVE 'Y' TO WS-PLACE-EOF
           END-IF.
           PERFORM UNTIL WS-PLACE-EOF = 'Y'
               READ PLACEMENT-FILE
                   AT END MOVE 'Y' TO WS-PLACE-EOF
                   NOT AT END
                       IF WS-PLACEMENT-COUNT < 200
                           ADD 1 TO WS-PLACEMENT-COUNT
                           MOVE COLLECTION-PLACEMENT-RECORD
                               TO WS-PL-RECORD(WS-PLACEMENT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-PLACEMENT-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CL-FILE-STATUS = "00" OR "10"
               CLOSE PLACEMENT-FILE
           END-IF.
       200-MAINTAIN-ONE-ACCOUNT.
           DISPLAY "1 = REVIEW ACCOUNTS RETURNED UNCOLLECTIBLE".
           DISPLAY "2 = RECORD A RECOVERY PAID DIRECT".
           DISPLAY "SELECT AN OPTION [1-2]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-REVIEW   PERFORM 300-REVIEW-UNCOLLECTIBLE
               WHEN WS-CHOICE-RECOVERY PERFORM 500-RECORD-RECOVERY
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-2"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-MAINT-MORE.
      * Every account the agency has handed back uncollectible is put
      * in front of the supervisor in turn; one passed over stays U
      * and comes round again next session.
       300-REVIEW-UNCOLLECTIBLE.
           MOVE ZERO TO WS-ACCOUNTS-AWAITING.
           PERFORM VARYING WS-PLACEMENT-SUB FROM 1 BY 1
                   UNTIL WS-PLACEMENT-SUB > WS-PLACEMENT-COUNT
               MOVE WS-PL-RECORD(WS-PLACEMENT-SUB)
                   TO COLLECTION-PLACEMENT-RECORD
               IF CL-STATUS = 'U'
                   ADD 1 TO WS-ACCOUNTS-AWAITING
                   MOVE WS-PLACEMENT-SUB TO WS-PLACEMENT-FOUND-SUB
                   PERFORM 310-REVIEW-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           IF WS-ACCOUNTS-AWAITING = ZERO
               DISPLAY "NO ACCOUNTS AWAITING WRITE-OFF"
           END-IF.
       310-REVIEW-ONE-ACCOUNT.
           MOVE CL-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-RECORD-FILE
               INVALID KEY
                   DISPLAY "NO STUDENT RECORD FOR RETURNED ACCOUNT "
                       CL-STUDENT-NUMBER " - LEFT AWAITING WRITE-OFF"
               NOT INVALID KEY
                   PERFORM 320-SHOW-ACCOUNT
                   DISPLAY "APPROVE WRITE-OFF OF THE BALANCE OWING? "
                       "[Y/N]"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       PERFORM 400-WRITE-OFF-ACCOUNT
                   ELSE
                       DISPLAY "PASSED - LEFT AWAITING WRITE-OFF"
                   END-IF
           END-READ.
       320-SHOW-ACCOUNT.
           DISPLAY "STUDENT " STUDENT-NUMBER " " STUDENT-NAME.
           MOVE CL-PLACED-BALANCE TO WS-DISPLAY-AMOUNT.
           DISPLAY "PLACED " CL-PLACED-DATE " FOR " WS-DISPLAY-AMOUNT
               " - LAST AGENCY PAYMENT " CL-LAST-PAYMENT-DATE.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > TERM-COUNT
               MOVE TERM-OWED(WS-TERM-SUB) TO WS-DISPLAY-AMOUNT
               DISPLAY "  TERM " TERM-CODE(WS-TERM-SUB) " OWING "
                   WS-DISPLAY-AMOUNT
           END-PERFORM.
           MOVE TUITION-OWED TO WS-DISPLAY-AMOUNT.
           DISPLAY "  TOTAL OWING " WS-DISPLAY-AMOUNT.
      * Only terms still owing are cleared - a term in credit is
      * money the student is owed back and is left alone.
       400-WRITE-OFF-ACCOUNT.
           MOVE ZERO TO WS-WO-TERM-COUNT.
           MOVE ZERO TO WS-WRITE-OFF-TOTAL.
           MOVE TUITION-OWED TO WS-OLD-TUITION.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > TERM-COUNT
               IF TERM-OWED(WS-TERM-SUB) > ZERO
                   ADD 1 TO WS-WO-TERM-COUNT
                   MOVE TERM-CODE(WS-TERM-SUB)
                       TO WS-WT-TERM(WS-WO-TERM-COUNT)
                   MOVE TERM-OWED(WS-TERM-SUB)
                       TO WS-WT-AMOUNT(WS-WO-TERM-COUNT)
                   ADD TERM-OWED(WS-TERM-SUB) TO WS-WRITE-OFF-TOTAL
                   SUBTRACT TERM-OWED(WS-TERM-SUB) FROM TUITION-OWED
                   MOVE ZERO TO TERM-OWED(WS-TERM-SUB)
               END-IF
           END-PERFORM.
           IF WS-WO-TERM-COUNT > ZERO
               MOVE STUDENT-NUMBER TO FK-STUDENT-NUMBER
               MOVE "WRTOFF" TO FK-ACTION
               MOVE WS-WRITE-OFF-TOTAL TO FK-AMOUNT
               PERFORM 980-CHECK-FISCAL-PERIOD
           END-IF.
           EVALUATE TRUE
               WHEN WS-WO-TERM-COUNT = ZERO
                   PERFORM 450-CLOSE-PLACEMENT
                   DISPLAY "NOTHING LEFT OWING - PLACEMENT CLOSED "
                       "WITHOUT A WRITE-OFF"
               WHEN FK-REJECTED
                   DISPLAY "NO OPEN FISCAL PERIOD TO POST TO - NOT "
                       "WRITTEN OFF"
               WHEN OTHER
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR STUDENT "
                               STUDENT-NUMBER " - STATUS "
                               WS-FILE-STATUS " - NOT WRITTEN OFF"
                       NOT INVALID KEY
                           PERFORM 410-WRITE-WRITE-OFF-ENTRIES
                           PERFORM 430-PLACE-PERMANENT-HOLD
                           PERFORM 440-MARK-WRITTEN-OFF
                           ADD 1 TO WS-ACCOUNTS-WRITTEN-OFF
                           ADD WS-WRITE-OFF-TOTAL
                               TO WS-DOLLARS-WRITTEN-OFF
                           MOVE WS-WRITE-OFF-TOTAL
                               TO WS-DISPLAY-AMOUNT
                           DISPLAY "WRITTEN OFF " WS-DISPLAY-AMOUNT
                               " FOR STUDENT " STUDENT-NUMBER
                   END-REWRITE
           END-EVALUATE.
       410-WRITE-WRITE-OFF-ENTRIES.
           OPEN EXTEND WRITE-OFF-REGISTER-FILE.
           IF WS-WO-FILE-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-REGISTER-FILE
           END-IF.
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "WRITE-OFF POSTED FOR STUDENT " STUDENT-NUMBER
                   " BUT NOT WRITTEN TO writeoffregister.txt - "
                   "STATUS " WS-WO-FILE-STATUS
           END-IF.
           PERFORM VARYING WS-WT-SUB FROM 1 BY 1
                   UNTIL WS-WT-SUB > WS-WO-TERM-COUNT
               COMPUTE WS-NEW-TUITION =
                   WS-OLD-TUITION - WS-WT-AMOUNT(WS-WT-SUB)
               PERFORM 420-WRITE-WRTOFF-AUDIT-ENTRY
               IF WS-WO-FILE-STATUS = "00"
                   MOVE SPACES TO WRITE-OFF-REGISTER-RECORD
                   MOVE STUDENT-NUMBER TO WO-STUDENT-NUMBER
                   MOVE 'W' TO WO-EVENT
                   MOVE WS-WT-TERM(WS-WT-SUB) TO WO-TERM
                   MOVE WS-WT-AMOUNT(WS-WT-SUB) TO WO-AMOUNT
                   MOVE FK-POST-DATE TO WO-POSTED-DATE
                   MOVE FK-POST-PERIOD TO WO-FISCAL-PERIOD
                   MOVE WS-OPERATOR-ID TO WO-OPERATOR
                   MOVE CL-PLACED-DATE TO WO-REFERENCE
                   MOVE STUDENT-NAME TO WO-STUDENT-NAME
                   WRITE WRITE-OFF-REGISTER-RECORD
               END-IF
               MOVE WS-NEW-TUITION TO WS-OLD-TUITION
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00"
               CLOSE WRITE-OFF-REGISTER-FILE
           END-IF.
       420-WRITE-WRTOFF-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           MOVE "WRTOFF" TO AL-ACTION.
           MOVE WS-OLD-TUITION TO AL-OLD-TUITION.
           MOVE WS-NEW-TUITION TO AL-NEW-TUITION.
           MOVE CL-PLACED-DATE TO AL-REFERENCE.
           MOVE WS-WT-TERM(WS-WT-SUB) TO AL-PERIOD.
           WRITE AUDIT-LOG-RECORD.
      * The WRO hold is never released by hold maintenance, so a
      * written-off student cannot register again while the debt
      * stands on the books. One already on file is not doubled.
       430-PLACE-PERMANENT-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND.
           MOVE 'N' TO WS-HOLD-EOF.
           OPEN INPUT STUDENT-HOLD-FILE.
           IF WS-HD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-HOLD-EOF
           END-IF.
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ STUDENT-HOLD-FILE
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HD-STUDENT-NUMBER = STUDENT-NUMBER
                           AND HD-HOLD-TYPE = "WRO"
                           AND HD-STATUS = 'A'
                           MOVE 'Y' TO WS-HOLD-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HD-FILE-STATUS = "00" OR "10"
               CLOSE STUDENT-HOLD-FILE
           END-IF.
           IF NOT WS-WRO-HOLD-ON-FILE
               OPEN EXTEND STUDENT-HOLD-FILE
               IF WS-HD-FILE-STATUS = "35"
                   OPEN OUTPUT STUDENT-HOLD-FILE
               END-IF
               IF WS-HD-FILE-STATUS NOT = "00"
                   DISPLAY "WRO HOLD NOT PLACED FOR STUDENT "
                       STUDENT-NUMBER " - STATUS " WS-HD-FILE-STATUS
                       " - PLACE IT IN STUDENT-HOLD-MAINTENANCE"
               ELSE
                   MOVE SPACES TO STUDENT-HOLD-RECORD
                   MOVE STUDENT-NUMBER TO HD-STUDENT-NUMBER
                   MOVE "WRO" TO HD-HOLD-TYPE
                   MOVE WS-RUN-DATE TO HD-PLACED-DATE
                   MOVE WS-OPERATOR-ID TO HD-PLACED-BY
                   MOVE ZERO TO HD-RELEASED-DATE
                   MOVE 'A' TO HD-STATUS
                   WRITE STUDENT-HOLD-RECORD
                   CLOSE STUDENT-HOLD-FILE
                   PERFORM 435-WRITE-HOLD-AUDIT-ENTRY
               END-IF
           END-IF.
       435-WRITE-HOLD-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           MOVE "HOLD" TO AL-ACTION.
           MOVE ZERO TO AL-OLD-TUITION.
           MOVE ZERO TO AL-NEW-TUITION.
           MOVE "WRO" TO AL-REFERENCE.
           WRITE AUDIT-LOG-RECORD.
       440-MARK-WRITTEN-OFF.
           MOVE WS-PL-RECORD(WS-PLACEMENT-FOUND-SUB)
               TO COLLECTION-PLACEMENT-RECORD.
           MOVE 'W' TO CL-STATUS.
           MOVE COLLECTION-PLACEMENT-RECORD
               TO WS-PL-RECORD(WS-PLACEMENT-FOUND-SUB).
           MOVE 'Y' TO WS-CHANGES-MADE.
       450-CLOSE-PLACEMENT.
           MOVE WS-PL-RECORD(WS-PLACEMENT-FOUND-SUB)
               TO COLLECTION-PLACEMENT-RECORD.
           MOVE 'C' TO CL-STATUS.
           MOVE COLLECTION-PLACEMENT-RECORD
               TO WS-PL-RECORD(WS-PLACEMENT-FOUND-SUB).
           MOVE 'Y' TO WS-CHANGES-MADE.
      * A recovery paid direct to the Bursar's office. The amount
      * goes back on the written-off terms oldest first, never past
      * what is still unrecovered, with a WRTREC entry per term; the
      * cashier then posts the payment itself against the terms
      * shown, through payments.txt like any other.
       500-RECORD-RECOVERY.
           DISPLAY "STUDENT NUMBER (7 DIGITS)?".
           ACCEPT WS-NUMBER-INPUT.
           MOVE ZERO TO WS-PLACEMENT-FOUND-SUB.
           IF WS-NUMBER-INPUT NUMERIC
               PERFORM VARYING WS-PLACEMENT-SUB FROM 1 BY 1
                       UNTIL WS-PLACEMENT-SUB > WS-PLACEMENT-COUNT
                   MOVE WS-PL-RECORD(WS-PLACEMENT-SUB)
                       TO COLLECTION-PLACEMENT-RECORD
                   IF CL-STUDENT-NUMBER = WS-NUMBER-INPUT
                       AND CL-STATUS = 'W'
                       MOVE WS-PLACEMENT-SUB TO WS-PLACEMENT-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PLACEMENT-FOUND-SUB = ZERO
               DISPLAY "STUDENT " WS-NUMBER-INPUT
                   " HAS NO WRITTEN-OFF ACCOUNT"
           ELSE
               PERFORM 510-LOAD-UNRECOVERED-TERMS
               MOVE WS-UNRECOVERED-TOTAL TO WS-DISPLAY-AMOUNT
               DISPLAY "STILL UNRECOVERED: " WS-DISPLAY-AMOUNT
               DISPLAY "AMOUNT RECOVERED?"
               ACCEPT WS-RECOVERY-AMOUNT
               DISPLAY "RECEIPT OR REFERENCE NUMBER?"
               ACCEPT WS-REFERENCE-INPUT
               IF WS-RECOVERY-AMOUNT = ZERO
                   OR WS-RECOVERY-AMOUNT > WS-UNRECOVERED-TOTAL
                   DISPLAY "AMOUNT MUST BE MORE THAN ZERO AND NO MORE "
                       "THAN WHAT IS UNRECOVERED - NOT POSTED"
               ELSE
                   MOVE WS-NUMBER-INPUT TO FK-STUDENT-NUMBER
                   MOVE "WRTREC" TO FK-ACTION
                   MOVE WS-RECOVERY-AMOUNT TO FK-AMOUNT
                   PERFORM 980-CHECK-FISCAL-PERIOD
                   IF FK-REJECTED
                       DISPLAY "NO OPEN FISCAL PERIOD TO POST TO - "
                           "NOT POSTED"
                   ELSE
                       MOVE WS-NUMBER-INPUT TO STUDENT-NUMBER
                       READ STUDENT-RECORD-FILE
                           INVALID KEY
                               DISPLAY "NO STUDENT RECORD FOR "
                                   WS-NUMBER-INPUT " - NOT POSTED"
                           NOT INVALID KEY
                               PERFORM 520-APPLY-RECOVERY
                       END-READ
                   END-IF
               END-IF
           END-IF.
       510-LOAD-UNRECOVERED-TERMS.
           MOVE ZERO TO WS-RC-COUNT.
           MOVE ZERO TO WS-UNRECOVERED-TOTAL.
           MOVE 'N' TO WS-WO-EOF.
           OPEN INPUT WRITE-OFF-REGISTER-FILE.
           IF WS-WO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-WO-EOF
           END-IF.
           PERFORM UNTIL WS-WO-EOF = 'Y'
               READ WRITE-OFF-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-WO-EOF
                   NOT AT END
                       IF WO-STUDENT-NUMBER = WS-NUMBER-INPUT
                           PERFORM 515-TAKE-UP-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00" OR "10"
               CLOSE WRITE-OFF-REGISTER-FILE
           END-IF.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-UNRECOVERED(WS-RC-SUB) > ZERO
                   ADD WS-RC-UNRECOVERED(WS-RC-SUB)
                       TO WS-UNRECOVERED-TOTAL
               END-IF
           END-PERFORM.
       515-TAKE-UP-REGISTER-LINE.
           MOVE ZERO TO WS-RC-FOUND-SUB.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-TERM(WS-RC-SUB) = WO-TERM
                   MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-RC-FOUND-SUB = ZERO
               IF WS-RC-COUNT < 12
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-RC-COUNT TO WS-RC-FOUND-SUB
                   MOVE WO-TERM TO WS-RC-TERM(WS-RC-FOUND-SUB)
                   MOVE ZERO TO WS-RC-UNRECOVERED(WS-RC-FOUND-SUB)
               ELSE
                   DISPLAY 'WRITE-OFF TERM TABLE FULL - DROPPED: '
                       WO-STUDENT-NUMBER " " WO-TERM
               END-IF
           END-IF.
           IF WS-RC-FOUND-SUB > ZERO
               IF WO-WRITTEN-OFF
                   ADD WO-AMOUNT TO WS-RC-UNRECOVERED(WS-RC-FOUND-SUB)
               ELSE
                   SUBTRACT WO-AMOUNT
                       FROM WS-RC-UNRECOVERED(WS-RC-FOUND-SUB)
               END-IF
           END-IF.
       520-APPLY-RECOVERY.
           MOVE WS-RECOVERY-AMOUNT TO WS-RECOVERY-LEFT.
           MOVE ZERO TO WS-SLOTS-NEEDED.
           MOVE TUITION-OWED TO WS-OLD-TUITION.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               MOVE ZERO TO WS-RC-PORTION(WS-RC-SUB)
               MOVE ZERO TO WS-RC-SLOT(WS-RC-SUB)
               IF WS-RC-UNRECOVERED(WS-RC-SUB) > ZERO
                   AND WS-RECOVERY-LEFT > ZERO
                   IF WS-RC-UNRECOVERED(WS-RC-SUB) < WS-RECOVERY-LEFT
                       MOVE WS-RC-UNRECOVERED(WS-RC-SUB)
                           TO WS-RC-PORTION(WS-RC-SUB)
                   ELSE
                       MOVE WS-RECOVERY-LEFT
                           TO WS-RC-PORTION(WS-RC-SUB)
                   END-IF
                   SUBTRACT WS-RC-PORTION(WS-RC-SUB)
                       FROM WS-RECOVERY-LEFT
                   PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                           UNTIL WS-TERM-SUB > TERM-COUNT
                       IF TERM-CODE(WS-TERM-SUB) = WS-RC-TERM(WS-RC-SUB)
                           MOVE WS-TERM-SUB TO WS-RC-SLOT(WS-RC-SUB)
                       END-IF
                   END-PERFORM
                   IF WS-RC-SLOT(WS-RC-SUB) = ZERO
                       ADD 1 TO WS-SLOTS-NEEDED
                   END-IF
               END-IF
           END-PERFORM.
           IF TERM-COUNT + WS-SLOTS-NEEDED > 6
               DISPLAY "NO TERM SLOT LEFT TO TAKE THE RECOVERY FOR "
                   "STUDENT " STUDENT-NUMBER " - NOT POSTED"
           ELSE
               PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                       UNTIL WS-RC-SUB > WS-RC-COUNT
                   IF WS-RC-PORTION(WS-RC-SUB) > ZERO
                       IF WS-RC-SLOT(WS-RC-SUB) = ZERO
                           ADD 1 TO TERM-COUNT
                           MOVE TERM-COUNT TO WS-RC-SLOT(WS-RC-SUB)
                           MOVE WS-RC-TERM(WS-RC-SUB)
                               TO TERM-CODE(TERM-COUNT)
                           MOVE ZERO TO TERM-OWED(TERM-COUNT)
                       END-IF
                       ADD WS-RC-PORTION(WS-RC-SUB)
                           TO TERM-OWED(WS-RC-SLOT(WS-RC-SUB))
                       ADD WS-RC-PORTION(WS-RC-SUB) TO TUITION-OWED
                   END-IF
               END-PERFORM
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR STUDENT "
                           STUDENT-NUMBER " - STATUS "
                           WS-FILE-STATUS " - NOT POSTED"
                   NOT INVALID KEY
                       ADD 1 TO WS-RECOVERIES-POSTED
                       ADD WS-RECOVERY-AMOUNT TO WS-DOLLARS-RECOVERED
                       PERFORM 530-WRITE-RECOVERY-ENTRIES
               END-REWRITE
           END-IF.
       530-WRITE-RECOVERY-ENTRIES.
           OPEN EXTEND WRITE-OFF-REGISTER-FILE.
           IF WS-WO-FILE-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-REGISTER-FILE
           END-IF.
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "RECOVERY POSTED FOR STUDENT " STUDENT-NUMBER
                   " BUT NOT WRITTEN TO writeoffregister.txt - "
                   "STATUS " WS-WO-FILE-STATUS
           END-IF.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-PORTION(WS-RC-SUB) > ZERO
                   COMPUTE WS-NEW-TUITION =
                       WS-OLD-TUITION + WS-RC-PORTION(WS-RC-SUB)
                   PERFORM 540-WRITE-WRTREC-AUDIT-ENTRY
                   IF WS-WO-FILE-STATUS = "00"
                       MOVE SPACES TO WRITE-OFF-REGISTER-RECORD
                       MOVE STUDENT-NUMBER TO WO-STUDENT-NUMBER
                       MOVE 'R' TO WO-EVENT
                       MOVE WS-RC-TERM(WS-RC-SUB) TO WO-TERM
                       MOVE WS-RC-PORTION(WS-RC-SUB) TO WO-AMOUNT
                       MOVE FK-POST-DATE TO WO-POSTED-DATE
                       MOVE FK-POST-PERIOD TO WO-FISCAL-PERIOD
                       MOVE WS-OPERATOR-ID TO WO-OPERATOR
                       MOVE WS-REFERENCE-INPUT TO WO-REFERENCE
                       MOVE STUDENT-NAME TO WO-STUDENT-NAME
                       WRITE WRITE-OFF-REGISTER-RECORD
                   END-IF
                   MOVE WS-RC-PORTION(WS-RC-SUB) TO WS-DISPLAY-AMOUNT
                   DISPLAY "POST PAYMENT OF " WS-DISPLAY-AMOUNT
                       " AGAINST TERM " WS-RC-TERM(WS-RC-SUB)
                   MOVE WS-NEW-TUITION TO WS-OLD-TUITION
               END-IF
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00"
               CLOSE WRITE-OFF-REGISTER-FILE
           END-IF.
       540-WRITE-WRTREC-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           MOVE "WRTREC" TO AL-ACTION.
           MOVE WS-OLD-TUITION TO AL-OLD-TUITION.
           MOVE WS-NEW-TUITION TO AL-NEW-TUITION.
           MOVE WS-REFERENCE-INPUT TO AL-REFERENCE.
           MOVE WS-RC-TERM(WS-RC-SUB) TO AL-PERIOD.
           WRITE AUDIT-LOG-RECORD.
       600-REWRITE-PLACEMENT-FILE.
           OPEN OUTPUT PLACEMENT-FILE.
           IF WS-CL-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE PLACEMENT-FILE - STATUS "
                   WS-CL-FILE-STATUS
           ELSE
               PERFORM VARYING WS-PLACEMENT-SUB FROM 1 BY 1
                       UNTIL WS-PLACEMENT-SUB > WS-PLACEMENT-COUNT
                   MOVE WS-PL-RECORD(WS-PLACEMENT-SUB)
                       TO COLLECTION-PLACEMENT-RECORD
                   WRITE COLLECTION-PLACEMENT-RECORD
               END-PERFORM
               CLOSE PLACEMENT-FILE
           END-IF.

      * Write-offs and recoveries carry no date of their own, so the
      * fiscal calendar (FISCAL-PERIOD-CHECK) is asked about today;
      * the caller fills in the student, action and amount.
       980-CHECK-FISCAL-PERIOD.
           MOVE ZERO TO FK-TRANSACTION-DATE.
           CALL "FISCAL-PERIOD-CHECK" USING FISCAL-CHECK-AREA.
           IF FK-ROLLED-FORWARD
               DISPLAY "POSTED TO OPEN FISCAL PERIOD " FK-POST-PERIOD
           END-IF.
      * Updates run under a data-set lock (DATA-SET-LOCK) so this
      * session and the batch runs can never interleave REWRITEs on
      * the same studentrecord.dat.
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

       END PROGRAM BAD-DEBT-WRITE-OFF.
