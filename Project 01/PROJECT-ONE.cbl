           ASSIGN "../studentaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT PENDING-ADJUSTMENT-FILE
           ASSIGN "../pendingadjustments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT APPROVAL-LIMIT-FILE
           ASSIGN "../approvallimits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORD-FILE.
           COPY "STUDENT-TUITION-RECORD.CPY".
       FD STUDENT-AUDIT-FILE.
           COPY "STUDENT-AUDIT-LOG.CPY".
       FD PENDING-ADJUSTMENT-FILE.
           COPY "PENDING-ADJUSTMENT-RECORD.CPY".
       FD APPROVAL-LIMIT-FILE.
           COPY "APPROVAL-LIMIT-RECORD.CPY".
       WORKING-STORAGE SECTION.
           COPY "OPERATOR-SIGNON.CPY".
       01 WS-FILE-STATUS PIC XX.
       01 WS-LOCK-OPERATOR PIC X(10).
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       01 WS-OLD-TERM-OWED PIC S9(5)V99.
       01 WS-PA-FILE-STATUS PIC XX.
       01 WS-AP-FILE-STATUS PIC XX.
       01 WS-PA-EOF PIC X.
       01 WS-APPROVAL-LIMIT PIC 9(5)V99 VALUE 1000.
       01 WS-TERM-CHANGE PIC S9(6)V99.
       01 WS-TERM-CHANGE-OUT PIC ZZZZZ9.99-.
       01 WS-LAST-ITEM-NUMBER PIC 9(6).
           COPY "FISCAL-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "PROJECT-ONE" TO FK-PROGRAM.
           IF SO-OPERATOR-ID = SPACES OR SO-OPERATOR-ID = LOW-VALUES
               DISPLAY "ENTER YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
           ACCEPT TERM-OWED(1).
           MOVE TERM-OWED(1) TO TUITION-OWED.
       306-Write-STUDENT-RECORD.
           MOVE "NEW" TO FK-ACTION.
           MOVE TUITION-OWED TO FK-AMOUNT.
           PERFORM 980-CHECK-FISCAL-PERIOD.
           IF FK-REJECTED
               DISPLAY "NO OPEN FISCAL PERIOD TO POST THE BALANCE TO"
                   " - RECORD NOT WRITTEN"
           ELSE
               PERFORM 309-WRITE-NEW-RECORD
           END-IF.
       309-WRITE-NEW-RECORD.
           WRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "STUDENT NUMBER " STUDENT-NUMBER
                   MOVE 'Y' TO WS-DUPLICATE-FOUND
           END-READ.
       308-WRITE-AUDIT-LOG-ENTRY.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR.
           WRITE AUDIT-LOG-RECORD.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 410-LOAD-APPROVAL-LIMIT.
           MOVE 'Y' TO WS-UPDATE-MORE.
           PERFORM UNTIL WS-UPDATE-MORE = 'N' OR WS-UPDATE-MORE = 'n'
               PERFORM 402-OBTAIN-UPDATE-NUMBER
               MOVE TUITION-OWED TO AL-OLD-TUITION
               DISPLAY "ENTER NEW BALANCE FOR TERM " WS-TERM-CODE
                   " (DOLLARS.CENTS)"
               MOVE TERM-OWED(WS-TERM-FOUND-SUB) TO WS-OLD-TERM-OWED
               ACCEPT TERM-OWED(WS-TERM-FOUND-SUB)
               COMPUTE WS-TERM-CHANGE =
                   TERM-OWED(WS-TERM-FOUND-SUB) - WS-OLD-TERM-OWED
               IF WS-TERM-CHANGE > WS-APPROVAL-LIMIT
                   OR WS-TERM-CHANGE < ZERO - WS-APPROVAL-LIMIT
                   MOVE WS-OLD-TERM-OWED
                       TO TERM-OWED(WS-TERM-FOUND-SUB)
                   PERFORM 408-PARK-FOR-APPROVAL
               ELSE
                   PERFORM 409-POST-TERM-CHANGE
               END-IF
           END-IF.
       407-RECOMPUTE-TOTAL-OWED.
           MOVE ZERO TO TUITION-OWED.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > TERM-COUNT
               ADD TERM-OWED(WS-TERM-SUB) TO TUITION-OWED
           END-PERFORM.
      * A change bigger than the approval limit is not posted here:
      * it is parked on pendingadjustments.txt, still under the
      * studentrecord.dat lock, for a second operator to approve
      * through PENDING-ADJUSTMENT-APPROVAL, which posts it.
       408-PARK-FOR-APPROVAL.
           PERFORM 411-FIND-LAST-ITEM-NUMBER.
           OPEN EXTEND PENDING-ADJUSTMENT-FILE.
           IF WS-PA-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-ADJUSTMENT-FILE
           END-IF.
           IF WS-PA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PENDING-ADJUSTMENT-FILE - "
                   "STATUS " WS-PA-FILE-STATUS
               DISPLAY "CHANGE IS OVER THE APPROVAL LIMIT AND COULD "
                   "NOT BE PARKED - BALANCE LEFT AS IT WAS"
           ELSE
               MOVE SPACES TO PENDING-ADJUSTMENT-RECORD
               ADD 1 TO WS-LAST-ITEM-NUMBER
               MOVE WS-LAST-ITEM-NUMBER TO PA-ITEM-NUMBER
               MOVE 'P' TO PA-EVENT
               ACCEPT PA-EVENT-DATE FROM DATE YYYYMMDD
               ACCEPT PA-EVENT-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO PA-OPERATOR
               MOVE WS-LOG-PROGRAM TO PA-PROGRAM
               MOVE STUDENT-NUMBER TO PA-STUDENT-NUMBER
               MOVE "UPDATE" TO PA-ACTION
               MOVE WS-TERM-CODE TO PA-TERM-CODE
               MOVE WS-TERM-CHANGE TO PA-AMOUNT
               WRITE PENDING-ADJUSTMENT-RECORD
               CLOSE PENDING-ADJUSTMENT-FILE
               MOVE WS-TERM-CHANGE TO WS-TERM-CHANGE-OUT
               DISPLAY "CHANGE OF " WS-TERM-CHANGE-OUT " IS OVER THE "
                   "APPROVAL LIMIT - BALANCE LEFT AS IT WAS"
               DISPLAY "PARKED AS ADJUSTMENT " PA-ITEM-NUMBER
                   " FOR A SECOND OPERATOR TO APPROVE"
           END-IF.
       409-POST-TERM-CHANGE.
           MOVE "UPDATE" TO FK-ACTION.
           MOVE WS-TERM-CHANGE TO FK-AMOUNT.
           PERFORM 980-CHECK-FISCAL-PERIOD.
           IF FK-REJECTED
               MOVE WS-OLD-TERM-OWED
                   TO TERM-OWED(WS-TERM-FOUND-SUB)
               DISPLAY "NO OPEN FISCAL PERIOD TO POST THE CHANGE "
                   "TO - BALANCE LEFT AS IT WAS"
           ELSE
               PERFORM 407-RECOMPUTE-TOTAL-OWED
               MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER
               MOVE "UPDATE" TO AL-ACTION
               MOVE WS-TERM-CODE TO AL-REFERENCE
               PERFORM 308-WRITE-AUDIT-LOG-ENTRY
           END-IF.
       410-LOAD-APPROVAL-LIMIT.
           OPEN INPUT APPROVAL-LIMIT-FILE.
           IF WS-AP-FILE-STATUS = "00"
               READ APPROVAL-LIMIT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AP-AMOUNT-LIMIT NUMERIC
                           MOVE AP-AMOUNT-LIMIT TO WS-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE APPROVAL-LIMIT-FILE
           END-IF.
       411-FIND-LAST-ITEM-NUMBER.
           MOVE ZERO TO WS-LAST-ITEM-NUMBER.
           MOVE 'N' TO WS-PA-EOF.
           OPEN INPUT PENDING-ADJUSTMENT-FILE.
           IF WS-PA-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PA-EOF
           END-IF.
           PERFORM UNTIL WS-PA-EOF = 'Y'
               READ PENDING-ADJUSTMENT-FILE
                   AT END MOVE 'Y' TO WS-PA-EOF
                   NOT AT END
                       IF PA-ITEM-NUMBER NUMERIC
                           AND PA-ITEM-NUMBER > WS-LAST-ITEM-NUMBER
                           MOVE PA-ITEM-NUMBER TO WS-LAST-ITEM-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PA-FILE-STATUS = "00" OR "10"
               CLOSE PENDING-ADJUSTMENT-FILE
           END-IF.
      * Balances are keyed the day they change, so the fiscal
      * calendar (FISCAL-PERIOD-CHECK) is asked about today before
      * each one posts; a closed month rolls it to the next open one.
       980-CHECK-FISCAL-PERIOD.
           MOVE STUDENT-NUMBER TO FK-STUDENT-NUMBER.
           MOVE ZERO TO FK-TRANSACTION-DATE.
           CALL "FISCAL-PERIOD-CHECK" USING FISCAL-CHECK-AREA.
           IF FK-ROLLED-FORWARD
               DISPLAY "TODAY IS IN A CLOSED FISCAL PERIOD - CHANGE "
                   "POSTED " FK-POST-DATE
           END-IF.

       END PROGRAM PROJECT-ONE.
