      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Supervisor approval of the reorder points proposed
      *          on reorderproposals.txt (REORDER-PROPOSAL-RECORD.CPY)
      *          by REORDER-POINT-REVIEW. Each proposal still
      *          awaiting a decision is put in front of the
      *          supervisor in turn with the usage figures it was
      *          worked from: approved, the new point is written to
      *          REORDER-POINT-INDEXED on FILE2.TXT and logged to
      *          inventoryaudit.log as a REORDR line carrying the old
      *          and new point; rejected, nothing changes; passed
      *          over, it stays pending. A point keyed by hand since
      *          the review run is never overwritten - the proposal
      *          stays pending until the review is run again. The
      *          approver must be a supervisor (authority 3): taken
      *          from the menu sign-on, or run standalone the
      *          operator signs on here - ID and password checked
      *          against operators.txt with the authority taken from
      *          that row, never assumed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-POINT-APPROVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORDER-PROPOSAL-FILE
           ASSIGN "../reorderproposals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '../FILE2.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INVENTORY-ID-INDEXED
           ALTERNATE KEY IS VENDOR-NAME-INDEXED
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.
           SELECT INVENTORY-AUDIT-FILE
           ASSIGN "../inventoryaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IA-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE
           ASSIGN "../operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REORDER-PROPOSAL-FILE.
           COPY "REORDER-PROPOSAL-RECORD.CPY".
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       FD INVENTORY-AUDIT-FILE.
           COPY "INVENTORY-AUDIT-LOG.CPY".
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
       01 STATUS-FIELD PIC XX.
       01 WS-RP-FILE-STATUS PIC XX.
       01 WS-IA-FILE-STATUS PIC XX.
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-APPROVER-OK PIC X.
       01 WS-APPROVER-ID PIC X(10).
       01 WS-APPROVER-ID-INPUT PIC X(10).
       01 WS-APPROVER-PASSWORD PIC X(10).
      * The whole proposal file, decided or not, since it is written
      * back in full with the decisions at the end of the session.
       01 WS-PROPOSAL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PROPOSAL-TABLE.
           05 WS-PROPOSAL-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-PROPOSAL-COUNT.
               10 WS-PR-RECORD PIC X(85).
       01 WS-PROPOSAL-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-DECISION PIC X.
           88 WS-DECISION-APPROVE VALUE 'A' 'a'.
           88 WS-DECISION-REJECT  VALUE 'R' 'r'.
       01 WS-DISPLAY-DAILY PIC ZZZ9.99.
       01 WS-DISPLAY-STD-DEV PIC ZZZ9.99.
       01 WS-PROPOSALS-PENDING PIC 9(3) VALUE ZERO.
       01 WS-PROPOSALS-APPROVED PIC 9(3) VALUE ZERO.
       01 WS-PROPOSALS-REJECTED PIC 9(3) VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30) VALUE "FILE2.TXT".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "REORDER-POINT-APPROVAL".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE ZERO TO WS-PROPOSAL-COUNT WS-PROPOSALS-PENDING
               WS-PROPOSALS-APPROVED WS-PROPOSALS-REJECTED.
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
               DISPLAY "NOT AUTHORIZED - APPROVING REORDER POINTS "
                   "NEEDS A SUPERVISOR (AUTHORITY 3)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 110-LOAD-PROPOSAL-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "reorderproposals.txt HAS MORE PROPOSALS "
                   "THAN THIS SESSION CAN HOLD - RUN REFUSED"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-PROPOSAL-SUB FROM 1 BY 1
                   UNTIL WS-PROPOSAL-SUB > WS-PROPOSAL-COUNT
               MOVE WS-PR-RECORD(WS-PROPOSAL-SUB)
                   TO REORDER-PROPOSAL-RECORD
               IF RP-PROPOSED
                   ADD 1 TO WS-PROPOSALS-PENDING
               END-IF
           END-PERFORM.
           IF WS-PROPOSALS-PENDING = ZERO
               DISPLAY "NO REORDER POINTS AWAITING APPROVAL"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               GOBACK
           END-IF.
           OPEN I-O INDEXED-INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "ERROR OPENING INDEXED-INVENT-FILE - STATUS "
                   STATUS-FIELD
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND INVENTORY-AUDIT-FILE.
           IF WS-IA-FILE-STATUS = "35"
               OPEN OUTPUT INVENTORY-AUDIT-FILE
           END-IF.
           IF WS-IA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INVENTORY-AUDIT-FILE - STATUS "
                   WS-IA-FILE-STATUS
               CLOSE INDEXED-INVENT-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-PROPOSAL-SUB FROM 1 BY 1
                   UNTIL WS-PROPOSAL-SUB > WS-PROPOSAL-COUNT
               MOVE WS-PR-RECORD(WS-PROPOSAL-SUB)
                   TO REORDER-PROPOSAL-RECORD
               IF RP-PROPOSED
                   PERFORM 300-REVIEW-ONE-PROPOSAL
               END-IF
           END-PERFORM.
           CLOSE INVENTORY-AUDIT-FILE.
           CLOSE INDEXED-INVENT-FILE.
           PERFORM 600-REWRITE-PROPOSAL-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== REORDER POINT APPROVAL SUMMARY ====".
           DISPLAY "PROPOSALS PENDING:    " WS-PROPOSALS-PENDING.
           DISPLAY "APPROVED AND WRITTEN: " WS-PROPOSALS-APPROVED.
           DISPLAY "REJECTED:             " WS-PROPOSALS-REJECTED.
           GOBACK.
      * Run standalone the authority comes from the operator's own
      * row on operators.txt after an ID/password check - never
      * assumed.
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
       110-LOAD-PROPOSAL-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REORDER-PROPOSAL-FILE.
           IF WS-RP-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO REORDER-PROPOSAL-RECORD
               READ REORDER-PROPOSAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PROPOSAL-COUNT < 500
                           ADD 1 TO WS-PROPOSAL-COUNT
                           MOVE REORDER-PROPOSAL-RECORD
                               TO WS-PR-RECORD(WS-PROPOSAL-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RP-FILE-STATUS = "00" OR "10"
               CLOSE REORDER-PROPOSAL-FILE
           END-IF.
       300-REVIEW-ONE-PROPOSAL.
           MOVE RP-AVG-DAILY TO WS-DISPLAY-DAILY.
           MOVE RP-STD-DEV TO WS-DISPLAY-STD-DEV.
           DISPLAY " ".
           DISPLAY "ITEM " RP-INVENTORY-ID " REORDER POINT "
               RP-OLD-ROP " -> " RP-NEW-ROP.
           DISPLAY "  REVIEWED " RP-RUN-DATE " - " RP-ISSUED
               " ISSUED IN " RP-WINDOW-DAYS " DAYS, AVG/DAY "
               WS-DISPLAY-DAILY " STD DEV " WS-DISPLAY-STD-DEV.
           DISPLAY "  LEAD " RP-LEAD-DAYS " DAYS, SERVICE LEVEL "
               RP-SERVICE-PCT " PCT".
           DISPLAY "  A = APPROVE AND WRITE, R = REJECT, "
               "ANYTHING ELSE = LEAVE PENDING".
           ACCEPT WS-DECISION.
           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   PERFORM 400-APPLY-PROPOSAL
               WHEN WS-DECISION-REJECT
                   MOVE 'R' TO RP-STATUS
                   PERFORM 500-STAMP-DECISION
                   ADD 1 TO WS-PROPOSALS-REJECTED
                   DISPLAY "  REJECTED - REORDER POINT LEFT AT "
                       RP-OLD-ROP
               WHEN OTHER
                   DISPLAY "  LEFT PENDING"
           END-EVALUATE.
       400-APPLY-PROPOSAL.
           MOVE RP-INVENTORY-ID TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   DISPLAY "  ITEM " RP-INVENTORY-ID
                       " IS NOT ON THE INVENTORY FILE - LEFT PENDING"
               NOT INVALID KEY
                   IF REORDER-POINT-INDEXED NOT = RP-OLD-ROP
                       DISPLAY "  REORDER POINT IS NOW "
                           REORDER-POINT-INDEXED
                           " - CHANGED SINCE THE REVIEW RUN - "
                           "LEFT PENDING"
                   ELSE
                       PERFORM 410-REWRITE-REORDER-POINT
                   END-IF
           END-READ.
       410-REWRITE-REORDER-POINT.
           MOVE RP-NEW-ROP TO REORDER-POINT-INDEXED.
           REWRITE INVENTORY-RECORD-IN-INDEXED
               INVALID KEY
                   DISPLAY "  REWRITE FAILED - STATUS " STATUS-FIELD
                       " - LEFT PENDING"
               NOT INVALID KEY
                   PERFORM 420-WRITE-AUDIT-ENTRY
                   MOVE 'A' TO RP-STATUS
                   PERFORM 500-STAMP-DECISION
                   ADD 1 TO WS-PROPOSALS-APPROVED
                   DISPLAY "  APPROVED - REORDER POINT NOW "
                       RP-NEW-ROP
           END-REWRITE.
       420-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO INVENTORY-AUDIT-RECORD.
           ACCEPT IA-DATE FROM DATE YYYYMMDD.
           ACCEPT IA-TIME FROM TIME.
           MOVE WS-APPROVER-ID TO IA-OPERATOR.
           MOVE RP-INVENTORY-ID TO IA-INVENTORY-ID.
           MOVE "REORDR" TO IA-ACTION.
           MOVE RP-OLD-ROP TO IA-OLD-QUANTITY.
           MOVE RP-NEW-ROP TO IA-NEW-QUANTITY.
           WRITE INVENTORY-AUDIT-RECORD.
       500-STAMP-DECISION.
           MOVE WS-APPROVER-ID TO RP-DECIDED-BY.
           ACCEPT RP-DECIDED-DATE FROM DATE YYYYMMDD.
           MOVE REORDER-PROPOSAL-RECORD
               TO WS-PR-RECORD(WS-PROPOSAL-SUB).
       600-REWRITE-PROPOSAL-FILE.
           OPEN OUTPUT REORDER-PROPOSAL-FILE.
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING REORDER-PROPOSAL-FILE - STATUS "
                   WS-RP-FILE-STATUS
               DISPLAY "REORDER POINTS APPROVED THIS SESSION ARE ON "
                   "FILE2.TXT AND inventoryaudit.log"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PROPOSAL-SUB FROM 1 BY 1
                       UNTIL WS-PROPOSAL-SUB > WS-PROPOSAL-COUNT
                   MOVE WS-PR-RECORD(WS-PROPOSAL-SUB)
                       TO REORDER-PROPOSAL-RECORD
                   WRITE REORDER-PROPOSAL-RECORD
               END-PERFORM
               CLOSE REORDER-PROPOSAL-FILE
           END-IF.
      * Reorder points are written under the FILE2.TXT data-set lock
      * (DATA-SET-LOCK), the same lock INVENTORY-MAINTENANCE and the
      * movement batch hold, so no REWRITEs interleave.
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

       END PROGRAM REORDER-POINT-APPROVAL.
