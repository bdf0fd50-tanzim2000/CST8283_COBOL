      *          a reversal mode backs out one period's fees from
      *          the old/new values in studentaudit.log, writing
      *          FEEREV entries and marking the period reversed.
      *          The run date is checked against the fiscal calendar
      *          (FISCAL-PERIOD-CHECK) before anything posts: a run
      *          in a month Finance has closed dates its LATEFE or
      *          FEEREV entries into the next open period, and a run
      *          with no open period to post to is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
           COPY "FISCAL-CHECK-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "STUDENT-LATE-FEE-BATCH" TO FK-PROGRAM.
           MOVE "MODE" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               ACCEPT WS-PERCENT-INPUT
           END-IF.
           MOVE WS-PERCENT-INPUT TO WS-PERCENT.
           MOVE "LATEFE" TO FK-ACTION.
           PERFORM 980-CHECK-FISCAL-PERIOD.
           IF FK-REJECTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND STUDENT-AUDIT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-AUDIT-FILE - STATUS "
           MOVE TERM-CODE(WS-TERM-SUB) TO AL-REFERENCE.
           MOVE WS-PERIOD-NAME TO AL-PERIOD.
           MOVE "BATCH" TO AL-OPERATOR.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           WRITE AUDIT-LOG-RECORD.
       500-LOAD-FEE-PERIOD-TABLE.
                   "PERIOD " WS-PERIOD-NAME
               GOBACK
           END-IF.
           MOVE "FEEREV" TO FK-ACTION.
           PERFORM 980-CHECK-FISCAL-PERIOD.
           IF FK-REJECTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND STUDENT-AUDIT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-AUDIT-FILE - STATUS "
                   MOVE WS-RV-TERM(WS-REV-SUB) TO AL-REFERENCE
                   MOVE WS-PERIOD-NAME TO AL-PERIOD
                   MOVE "BATCH" TO AL-OPERATOR
                   MOVE FK-POST-DATE TO AL-DATE
                   ACCEPT AL-TIME FROM TIME
                   WRITE AUDIT-LOG-RECORD
           END-REWRITE.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-LOCK-OPERATOR WS-LOCK-ACTION
               WS-LOCK-RESULT.
      * The whole run posts on one date, so the fiscal calendar
      * (FISCAL-PERIOD-CHECK) is asked once, for the run date, before
      * the first fee is touched.
       980-CHECK-FISCAL-PERIOD.
           MOVE ZERO TO FK-STUDENT-NUMBER.
           MOVE ZERO TO FK-AMOUNT.
           MOVE WS-RUN-DATE TO FK-TRANSACTION-DATE.
           CALL "FISCAL-PERIOD-CHECK" USING FISCAL-CHECK-AREA.
           EVALUATE TRUE
               WHEN FK-REJECTED
                   DISPLAY "NO OPEN FISCAL PERIOD FOR RUN DATE "
                       WS-RUN-DATE " - RUN REFUSED"
               WHEN FK-ROLLED-FORWARD
                   DISPLAY "RUN DATE " WS-RUN-DATE " IS IN A CLOSED "
                       "FISCAL PERIOD - FEES POSTED " FK-POST-DATE
           END-EVALUATE.
      * Batch steps hand their console answers through the
      * BATCH-STEP-PARMS area; run standalone the area is empty and
      * the prompts behave as they always did.
