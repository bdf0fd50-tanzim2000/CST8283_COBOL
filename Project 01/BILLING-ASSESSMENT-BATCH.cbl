      *          assessments made, and stamps the trigger file away
      *          to a .posted name so a rerun cannot bill the same
      *          promotion twice.
      *          Each assessment is checked against the fiscal
      *          calendar (FISCAL-PERIOD-CHECK) as of the run date: a
      *          run in a month Finance has closed posts into the
      *          next open period, and with no open period to go to
      *          the trigger rejects.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       01 WS-TRIGGERS-ROLLED PIC 9(4) VALUE ZERO.
           COPY "FISCAL-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "BILLING-ASSESSMENT-BATCH" TO FK-PROGRAM.
           PERFORM 150-LOAD-TUITION-RATE-TABLE.
           IF WS-RATE-COUNT = ZERO
               DISPLAY "NO TUITION RATES ON tuitionrates.txt - "
           DISPLAY "RECORDS CREATED:    " WS-RECORDS-CREATED.
           DISPLAY "TRIGGERS REJECTED:  " WS-TRIGGERS-REJECTED.
           DISPLAY "DOLLARS ASSESSED:   " WS-DOLLARS-ASSESSED.
           DISPLAY "ROLLED TO OPEN PERIOD: " WS-TRIGGERS-ROLLED.
           IF WS-ASSESSMENTS-MADE = WS-TRIGGERS-READ
               DISPLAY "RECONCILIATION OK: EVERY PROMOTION ASSESSED"
           ELSE
                       MOVE BT-TAIL TO STUDENT-NUMBER
                       READ STUDENT-RECORD-FILE
                           INVALID KEY
                               MOVE "NEW" TO FK-ACTION
                           NOT INVALID KEY
                               MOVE "UPDATE" TO FK-ACTION
                       END-READ
                       PERFORM 980-CHECK-FISCAL-PERIOD
                       EVALUATE TRUE
                           WHEN FK-REJECTED
                               ADD 1 TO WS-TRIGGERS-REJECTED
                               DISPLAY "NO OPEN FISCAL PERIOD FOR "
                                   "STUDENT " BT-STUDENT-NUMBER
                                   " - TRIGGER REJECTED"
                           WHEN FK-ACTION = "NEW"
                               PERFORM 300-CREATE-AND-ASSESS
                           WHEN OTHER
                               PERFORM 400-ASSESS-EXISTING-RECORD
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
               END-REWRITE
           END-IF.
       450-WRITE-AUDIT-ENTRY.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE "BATCH" TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           IF WS-RATE-FILE-STATUS = "00" OR "10"
               CLOSE TUITION-RATE-FILE
           END-IF.
      * Triggers carry no date of their own, so the fiscal calendar
      * (FISCAL-PERIOD-CHECK) is asked about the run date for each.
       980-CHECK-FISCAL-PERIOD.
           MOVE BT-TAIL TO FK-STUDENT-NUMBER.
           MOVE WS-ASSESS-AMOUNT TO FK-AMOUNT.
           MOVE ZERO TO FK-TRANSACTION-DATE.
           CALL "FISCAL-PERIOD-CHECK" USING FISCAL-CHECK-AREA.
           IF FK-ROLLED-FORWARD
               ADD 1 TO WS-TRIGGERS-ROLLED
           END-IF.

      * Updates run under a data-set lock (DATA-SET-LOCK) so this
      * run and a counter session can never interleave REWRITEs on
      * the same studentrecord.dat.
