      *          otherwise. The status is recomputed from scratch
      *          every night, so catching up the arrears brings a D
      *          plan back to current on the next run.
      *          An uncovered installment falling due within the
      *          next seven days (WS-REMINDER-DAYS) is sent to the
      *          student by email or SMS through NOTIFICATION-QUEUE
      *          (template PLANDUE); the queue keeps a reminder for
      *          the same installment from going out every night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD STUDENT-AUDIT-FILE.
           COPY "STUDENT-AUDIT-LOG.CPY".
       WORKING-STORAGE SECTION.
           COPY "NOTIFICATION-AREA.CPY".
       01 WS-PP-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-PLAN-EOF PIC X.
       01 WS-PLANS-COMPLETE PIC 9(3) VALUE ZERO.
       01 WS-STAGE-FROM-DATE PIC 9(8).
       01 WS-STAGE-TO-DATE PIC 9(8).
       01 WS-REMINDER-DAYS PIC 9(2) VALUE 7.
       01 WS-REMINDER-UNTIL-DATE PIC 9(8).
       01 WS-INST-NUMBER-OUT PIC Z9.
       01 WS-AMOUNT-OUT PIC ZZZZ9.99.
       01 WS-REMINDERS-QUEUED PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-REMINDER-UNTIL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-REMINDER-DAYS).
           PERFORM 100-LOAD-PLAN-TABLE.
           IF WS-PLAN-TABLE-OVERFLOWED
               DISPLAY "paymentplans.txt HAS MORE PLANS THAN THIS RUN "
           DISPLAY "CURRENT:        " WS-PLANS-CURRENT.
           DISPLAY "MISSED/LAPSED:  " WS-PLANS-MISSED.
           DISPLAY "COMPLETED:      " WS-PLANS-COMPLETE.
           DISPLAY "REMINDERS QUEUED: " WS-REMINDERS-QUEUED.
           GOBACK.
       100-LOAD-PLAN-TABLE.
           MOVE 'N' TO WS-PLAN-EOF.
                   IF PP-DUE-DATE(WS-INST-SUB) < WS-RUN-DATE
                       MOVE 'Y' TO WS-MISSED
                   END-IF
                   IF PP-DUE-DATE(WS-INST-SUB) NOT < WS-RUN-DATE
                       AND PP-DUE-DATE(WS-INST-SUB)
                           NOT > WS-REMINDER-UNTIL-DATE
                       PERFORM 310-QUEUE-INSTALLMENT-REMINDER
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
                   ADD 1 TO WS-PLANS-CURRENT
           END-EVALUATE.
           MOVE PAYMENT-PLAN-RECORD TO WS-PL-RECORD(WS-PLAN-SUB).
      * The reminder carries the installment's own due date, so the
      * queue turns away the repeats on the nights that follow.
       310-QUEUE-INSTALLMENT-REMINDER.
           MOVE SPACES TO NOTIFICATION-AREA.
           MOVE 'S' TO NT-RECIPIENT-TYPE.
           MOVE PP-STUDENT-NUMBER TO NT-RECIPIENT-ID.
           MOVE "PLANDUE" TO NT-TEMPLATE.
           MOVE PP-TERM-CODE TO NT-VARIABLE(1).
           MOVE WS-INST-SUB TO WS-INST-NUMBER-OUT.
           MOVE WS-INST-NUMBER-OUT TO NT-VARIABLE(2).
           MOVE PP-DUE-DATE(WS-INST-SUB) TO NT-VARIABLE(3).
           MOVE PP-DUE-AMOUNT(WS-INST-SUB) TO WS-AMOUNT-OUT.
           MOVE WS-AMOUNT-OUT TO NT-VARIABLE(4).
           MOVE "PAYMENT-PLAN-CHECK" TO NT-PROGRAM.
           CALL "NOTIFICATION-QUEUE" USING NOTIFICATION-AREA.
           IF NT-QUEUED
               ADD 1 TO WS-REMINDERS-QUEUED
           END-IF.
       500-REWRITE-PLAN-FILE.
           OPEN OUTPUT PAYMENT-PLAN-FILE.
           IF WS-PP-FILE-STATUS NOT = "00"
