      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Second-operator approval of manual balance
      *          adjustments parked on pendingadjustments.txt
      *          (PENDING-ADJUSTMENT-RECORD.CPY) because they were
      *          over the limit on approvallimits.txt - term balance
      *          changes from PROJECT-ONE mode 2 and withdrawal
      *          credits from COURSE-WITHDRAWAL. Each pending
      *          adjustment is put in front of the approver in turn:
      *          approved, it posts to the term balance on
      *          studentrecord.dat with the same audit action the
      *          keying program would have written (UPDATE or
      *          CRSWDR), carrying the operator who keyed it in
      *          AL-OPERATOR and the approver in AL-APPROVED-BY, and
      *          an A line closes it; rejected, an R line with the
      *          reason closes it and nothing posts; passed over, it
      *          stays pending. Nobody approves their own
      *          adjustment. The approver must be a supervisor
      *          (authority 3): taken from the menu sign-on, or run
      *          standalone the operator signs on here - ID and
      *          password checked against operators.txt with the
      *          authority taken from that row, never assumed.
      *          Postings are checked against the fiscal calendar
      *          (FISCAL-PERIOD-CHECK) as of the approval: in a month
      *          Finance has closed they post in the next open
      *          period, and with no open period the adjustment is
      *          left pending.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-ADJUSTMENT-APPROVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-ADJUSTMENT-FILE
           ASSIGN "../pendingadjustments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PA-FILE-STATUS.
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
           SELECT OPERATOR-MASTER-FILE
           ASSIGN "../operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-ADJUSTMENT-FILE.
           COPY "PENDING-ADJUSTMENT-RECORD.CPY".
       FD STUDENT-RECORD-FILE.
           COPY "STUDENT-TUITION-RECORD.CPY".
       FD STUDENT-AUDIT-FILE.
           COPY "STUDENT-AUDIT-LOG.CPY".
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
       01 WS-FILE-STATUS PIC XX.
       01 WS-PA-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-APPROVER-OK PIC X.
       01 WS-APPROVER-ID PIC X(10).
       01 WS-APPROVER-ID-INPUT PIC X(10).
       01 WS-APPROVER-PASSWORD PIC X(10).
      * Every adjustment ever parked, as its P line, with whether a
      * later A or R line has closed it.
       01 WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ITEM-COUNT.
               10 WS-IT-NUMBER  PIC 9(6).
               10 WS-IT-OPEN    PIC X.
               10 WS-IT-RECORD  PIC X(128).
       01 WS-ITEM-SUB PIC 9(4).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-DECISION PIC X.
           88 WS-DECISION-APPROVE VALUE 'A' 'a'.
           88 WS-DECISION-REJECT  VALUE 'R' 'r'.
       01 WS-REASON-INPUT PIC X(30).
       01 WS-MAKER-ID PIC X(10).
       01 WS-OLD-TUITION PIC S9(5)V99.
       01 WS-TERM-SUB PIC 9(2).
       01 WS-TERM-FOUND-SUB PIC 9(2).
       01 WS-DISPLAY-AMOUNT PIC ZZ,ZZ9.99-.
       01 WS-ITEMS-PENDING PIC 9(4) VALUE ZERO.
       01 WS-ITEMS-APPROVED PIC 9(4) VALUE ZERO.
       01 WS-ITEMS-REJECTED PIC 9(4) VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30) VALUE "studentrecord.dat".
       01 WS-LOCK-PROGRAM PIC X(30)
           VALUE "PENDING-ADJUSTMENT-APPROVAL".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
           COPY "FISCAL-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "PENDING-ADJUSTMENT-APPROVAL" TO FK-PROGRAM.
           MOVE ZERO TO WS-ITEM-COUNT WS-ITEMS-PENDING
               WS-ITEMS-APPROVED WS-ITEMS-REJECTED.
           MOVE 'N' TO WS-TABLE-OVERFLOW.
           IF SO-OPERATOR-ID NOT = SPACES
               AND SO-OPERATOR-ID NOT = LOW-VALUES
               AND SO-AUTHORITY = 3
               MOVE 'Y' TO WS-APPROVER-OK
               MOVE SO-OPERATOR-ID TO WS-APPROVER-ID
           ELSE
               PERFORM 100-AUTHENTICATE-APPROVER
           END-IF.
           IF WS-APPROVER-OK NOT = 'Y'
               DISPLAY "NOT AUTHORIZED - APPROVING ADJUSTMENTS NEEDS "
                   "A SUPERVISOR (AUTHORITY 3)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * Every program that parks an adjustment holds this lock while
      * it appends, so the table cannot go stale during the session.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 110-LOAD-ITEM-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "pendingadjustments.txt HAS MORE ADJUSTMENTS "
                   "THAN THIS SESSION CAN HOLD - RUN REFUSED"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-OPEN(WS-ITEM-SUB) = 'Y'
                   ADD 1 TO WS-ITEMS-PENDING
               END-IF
           END-PERFORM.
           IF WS-ITEMS-PENDING = ZERO
               DISPLAY "NO ADJUSTMENTS AWAITING APPROVAL"
               PERFORM 970-RELEASE-DATA-SET-LOCK
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
           OPEN EXTEND PENDING-ADJUSTMENT-FILE.
           IF WS-PA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PENDING-ADJUSTMENT-FILE - "
                   "STATUS " WS-PA-FILE-STATUS
               CLOSE STUDENT-RECORD-FILE
               CLOSE STUDENT-AUDIT-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-OPEN(WS-ITEM-SUB) = 'Y'
                   PERFORM 300-REVIEW-ONE-ITEM
               END-IF
           END-PERFORM.
           CLOSE PENDING-ADJUSTMENT-FILE.
           CLOSE STUDENT-AUDIT-FILE.
           CLOSE STUDENT-RECORD-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== ADJUSTMENT APPROVAL SUMMARY ====".
           DISPLAY "ADJUSTMENTS PENDING:  " WS-ITEMS-PENDING.
           DISPLAY "APPROVED AND POSTED:  " WS-ITEMS-APPROVED.
           DISPLAY "REJECTED:             " WS-ITEMS-REJECTED.
           GOBACK.
      * Run standalone the authority comes from the operator's own
      * row on operators.txt after an ID/password check - never
      * assumed, since the whole point is a second, known operator.
       100-AUTHENTICATE-APPROVER.
           MOVE 'N' TO WS-APPROVER-OK.
           DISPLAY "APPROVING OPERATOR ID:".
           ACCEPT WS-APPROVER-ID-INPUT.
           DISPLAY "PASSWORD:".
           ACCEPT WS-APPROVER-PASSWORD.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OP-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE NOT AVAILABLE - STATUS "
                   WS-OP-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO OPERATOR-MASTER-RECORD
               READ OPERATOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OP-OPERATOR-ID = WS-APPROVER-ID-INPUT
                           AND OP-ACTIVE = 'A'
                           AND OP-PASSWORD = WS-APPROVER-PASSWORD
                           AND OP-AUTHORITY = 3
                           MOVE 'Y' TO WS-APPROVER-OK
                           MOVE OP-OPERATOR-ID TO WS-APPROVER-ID
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OP-FILE-STATUS = "00" OR "10"
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
       110-LOAD-ITEM-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PENDING-ADJUSTMENT-FILE.
           IF WS-PA-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-ADJUSTMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 120-TAKE-UP-ITEM-LINE
               END-READ
           END-PERFORM.
           IF WS-PA-FILE-STATUS = "00" OR "10"
               CLOSE PENDING-ADJUSTMENT-FILE
           END-IF.
       120-TAKE-UP-ITEM-LINE.
           IF PA-PARKED
               IF WS-ITEM-COUNT < 2000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE PA-ITEM-NUMBER TO WS-IT-NUMBER(WS-ITEM-COUNT)
                   MOVE 'Y' TO WS-IT-OPEN(WS-ITEM-COUNT)
                   MOVE PENDING-ADJUSTMENT-RECORD
                       TO WS-IT-RECORD(WS-ITEM-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           ELSE
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   IF WS-IT-NUMBER(WS-ITEM-SUB) = PA-ITEM-NUMBER
                       MOVE 'N' TO WS-IT-OPEN(WS-ITEM-SUB)
                   END-IF
               END-PERFORM
           END-IF.
       300-REVIEW-ONE-ITEM.
           MOVE WS-IT-RECORD(WS-ITEM-SUB) TO PENDING-ADJUSTMENT-RECORD.
           MOVE PA-OPERATOR TO WS-MAKER-ID.
           MOVE PA-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY " ".
           DISPLAY "ADJUSTMENT " PA-ITEM-NUMBER " KEYED " PA-EVENT-DATE
               " BY " PA-OPERATOR " IN " PA-PROGRAM.
           DISPLAY "  STUDENT " PA-STUDENT-NUMBER " TERM " PA-TERM-CODE
               " " PA-ACTION " " PA-REFERENCE
               " CHANGE " WS-DISPLAY-AMOUNT.
           IF WS-MAKER-ID = WS-APPROVER-ID
               DISPLAY "  YOU KEYED THIS ADJUSTMENT - IT NEEDS A "
                   "DIFFERENT OPERATOR TO APPROVE IT"
           ELSE
               DISPLAY "  A = APPROVE AND POST, R = REJECT, "
                   "ANYTHING ELSE = LEAVE PENDING"
               ACCEPT WS-DECISION
               EVALUATE TRUE
                   WHEN WS-DECISION-APPROVE
                       PERFORM 400-POST-ADJUSTMENT
                   WHEN WS-DECISION-REJECT
                       PERFORM 500-REJECT-ADJUSTMENT
                   WHEN OTHER
                       DISPLAY "  LEFT PENDING"
               END-EVALUATE
           END-IF.
       400-POST-ADJUSTMENT.
           MOVE PA-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-RECORD-FILE
               INVALID KEY
                   DISPLAY "  NO TUITION RECORD FOR STUDENT "
                       PA-STUDENT-NUMBER " - LEFT PENDING"
               NOT INVALID KEY
                   PERFORM 410-APPLY-ADJUSTMENT
           END-READ.
      * A term balance change from PROJECT-ONE may be for a term the
      * keying session added to the record; if that slot is gone by
      * now it is added again, as PROJECT-ONE would have.
       410-APPLY-ADJUSTMENT.
           MOVE ZERO TO WS-TERM-FOUND-SUB.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > TERM-COUNT
               IF TERM-CODE(WS-TERM-SUB) = PA-TERM-CODE
                   MOVE WS-TERM-SUB TO WS-TERM-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-TERM-FOUND-SUB = ZERO
               AND PA-ACTION = "UPDATE"
               AND TERM-COUNT < 6
               ADD 1 TO TERM-COUNT
               MOVE TERM-COUNT TO WS-TERM-FOUND-SUB
               MOVE PA-TERM-CODE TO TERM-CODE(WS-TERM-FOUND-SUB)
               MOVE ZERO TO TERM-OWED(WS-TERM-FOUND-SUB)
           END-IF.
           IF WS-TERM-FOUND-SUB NOT = ZERO
               MOVE STUDENT-NUMBER TO FK-STUDENT-NUMBER
               MOVE PA-ACTION TO FK-ACTION
               MOVE PA-AMOUNT TO FK-AMOUNT
               MOVE ZERO TO FK-TRANSACTION-DATE
               CALL "FISCAL-PERIOD-CHECK" USING FISCAL-CHECK-AREA
           END-IF.
           EVALUATE TRUE
               WHEN WS-TERM-FOUND-SUB = ZERO
                   DISPLAY "  TERM " PA-TERM-CODE " NOT ON THE "
                       "STUDENT RECORD - LEFT PENDING"
               WHEN FK-REJECTED
                   DISPLAY "  NO OPEN FISCAL PERIOD TO POST TO - "
                       "LEFT PENDING"
               WHEN OTHER
                   PERFORM 420-REWRITE-THE-BALANCE
           END-EVALUATE.
       420-REWRITE-THE-BALANCE.
           IF FK-ROLLED-FORWARD
               DISPLAY "  TODAY IS IN A CLOSED FISCAL PERIOD - "
                   "POSTED " FK-POST-DATE
           END-IF.
           MOVE TUITION-OWED TO WS-OLD-TUITION.
           ADD PA-AMOUNT TO TERM-OWED(WS-TERM-FOUND-SUB).
           ADD PA-AMOUNT TO TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "  REWRITE FAILED FOR STUDENT "
                       STUDENT-NUMBER " - STATUS " WS-FILE-STATUS
                       " - LEFT PENDING"
               NOT INVALID KEY
                   PERFORM 430-WRITE-ADJUSTMENT-AUDIT
                   MOVE 'A' TO PA-EVENT
                   MOVE SPACES TO PA-NOTE
                   PERFORM 600-WRITE-DECISION-LINE
                   ADD 1 TO WS-ITEMS-APPROVED
                   DISPLAY "  APPROVED AND POSTED"
           END-REWRITE.
      * The audit entry is the one the keying program would have
      * written, dated the day it actually posted, with both
      * operators on it.
       430-WRITE-ADJUSTMENT-AUDIT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-MAKER-ID TO AL-OPERATOR.
           MOVE WS-APPROVER-ID TO AL-APPROVED-BY.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           MOVE PA-ACTION TO AL-ACTION.
           MOVE WS-OLD-TUITION TO AL-OLD-TUITION.
           MOVE TUITION-OWED TO AL-NEW-TUITION.
           IF PA-ACTION = "CRSWDR"
               MOVE PA-REFERENCE TO AL-REFERENCE
               MOVE PA-TERM-CODE TO AL-PERIOD
           ELSE
               MOVE PA-TERM-CODE TO AL-REFERENCE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
       500-REJECT-ADJUSTMENT.
           DISPLAY "  REASON FOR REJECTING (UP TO 30 CHARACTERS)?".
           ACCEPT WS-REASON-INPUT.
           IF WS-REASON-INPUT = SPACES
               DISPLAY "  A REJECTION NEEDS A REASON - LEFT PENDING"
           ELSE
               MOVE 'R' TO PA-EVENT
               MOVE WS-REASON-INPUT TO PA-NOTE
               PERFORM 600-WRITE-DECISION-LINE
               ADD 1 TO WS-ITEMS-REJECTED
               DISPLAY "  REJECTED - NOTHING POSTED"
           END-IF.
      * The decision line repeats the adjustment so the file reads
      * on its own, stamped with the approver and when it was done.
       600-WRITE-DECISION-LINE.
           ACCEPT PA-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT PA-EVENT-TIME FROM TIME.
           MOVE WS-APPROVER-ID TO PA-OPERATOR.
           WRITE PENDING-ADJUSTMENT-RECORD.
           MOVE 'N' TO WS-IT-OPEN(WS-ITEM-SUB).
      * Postings run under the studentrecord.dat data-set lock
      * (DATA-SET-LOCK), the same lock PROJECT-ONE and
      * COURSE-WITHDRAWAL hold while they park an adjustment.
       960-ACQUIRE-DATA-SET-LOCK.
           MOVE "LOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-APPROVER-ID WS-LOCK-ACTION
               WS-LOCK-RESULT.
       970-RELEASE-DATA-SET-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-APPROVER-ID WS-LOCK-ACTION
               WS-LOCK-RESULT.

       END PROGRAM PENDING-ADJUSTMENT-APPROVAL.
