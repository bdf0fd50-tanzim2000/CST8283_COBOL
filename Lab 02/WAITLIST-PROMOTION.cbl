      *            for weeks because nobody keyed them. The billing
      *            term answers from the TERM step parameter when
      *            run off the batch.
      *            The promoted student is told by email or SMS
      *            through NOTIFICATION-QUEUE (template WAITPROM),
      *            under the 7-digit billing student number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 BT-TRIGGER-DATE   PIC 9(8).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
           COPY "NOTIFICATION-AREA.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-SEAT-FOUND PIC X.
       01 WS-PROMOTED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REMAINING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NOTICE-STUDENT PIC 9(7).
       01 WS-NOTICES-QUEUED PIC 9(3) VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30)
           VALUE "studentregistration.txt".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "WAITLIST-PROMOTION".
               WS-REMAINING-COUNT.
           DISPLAY "BILLING TRIGGERS WRITTEN:        "
               WS-TRIGGERS-WRITTEN.
           DISPLAY "PROMOTION NOTICES QUEUED:        "
               WS-NOTICES-QUEUED.
           STOP RUN.
       100-LOAD-PROGRAM-CODE-TABLE.
           MOVE 'N' TO WS-EOF.
               DISPLAY "PROMOTED STUDENT "
                   WS-WT-STUDENT-NUMBER(WS-WAIT-SUB)
                   " INTO PROGRAM " WS-WT-PROGRAM(WS-WAIT-SUB)
               PERFORM 310-QUEUE-PROMOTION-NOTICE
           ELSE
               ADD 1 TO WS-REMAINING-COUNT
           END-IF.
      * Notices go under the 7-digit tail of the registration number,
      * the student number the billing side and the contact file use.
       310-QUEUE-PROMOTION-NOTICE.
           MOVE WS-WT-STUDENT-NUMBER(WS-WAIT-SUB) TO WS-NOTICE-STUDENT.
           MOVE SPACES TO NOTIFICATION-AREA.
           MOVE 'S' TO NT-RECIPIENT-TYPE.
           MOVE WS-NOTICE-STUDENT TO NT-RECIPIENT-ID.
           MOVE "WAITPROM" TO NT-TEMPLATE.
           MOVE WS-WT-PROGRAM(WS-WAIT-SUB) TO NT-VARIABLE(1).
           MOVE WS-BILLING-TERM TO NT-VARIABLE(2).
           MOVE "WAITLIST-PROMOTION" TO NT-PROGRAM.
           CALL "NOTIFICATION-QUEUE" USING NOTIFICATION-AREA.
           IF NT-QUEUED
               ADD 1 TO WS-NOTICES-QUEUED
           END-IF.
       400-REWRITE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE.
           IF WS-WL-FILE-STATUS NOT = "00"
