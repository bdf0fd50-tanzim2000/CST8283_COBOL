      *          collectionplacements.txt) are skipped too - the
      *          agency is working those and our letters would only
      *          muddy the file.
      *          A student whose address is flagged by returned mail
      *          on returnedmail.txt gets no letter; they are listed
      *          on noaddressletters.txt with the notice and balance
      *          instead until the address is corrected.
      *          Every notice picked - letter, held or no address -
      *          also goes to the student by email or SMS through
      *          NOTIFICATION-QUEUE (template DUNNING1, 2 or 3 by
      *          level, with the balance and letter date), so a
      *          student with a bad mailing address still hears of
      *          it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../collectionplacements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT RETURNED-MAIL-FILE
           ASSIGN "../returnedmail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MR-FILE-STATUS.
           SELECT NO-ADDRESS-FILE
           ASSIGN "../noaddressletters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORD-FILE.
           COPY "PAYMENT-PLAN-RECORD.CPY".
       FD PLACEMENT-FILE.
           COPY "COLLECTION-PLACEMENT-RECORD.CPY".
       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.CPY".
       FD NO-ADDRESS-FILE.
       01 NO-ADDRESS-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
           COPY "NOTIFICATION-AREA.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-SECOND-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FINAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NO-ADDRESS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MR-FILE-STATUS PIC XX.
       01 WS-NA-FILE-STATUS PIC XX.
       01 WS-MAIL-EOF PIC X.
       01 WS-MAIL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MAIL-TABLE.
           05 WS-MAIL-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-MAIL-COUNT.
               10 WS-ML-STUDENT       PIC 9(10).
               10 WS-ML-RETURNED-DATE PIC 9(8).
               10 WS-ML-FLAGGED       PIC X.
       01 WS-MAIL-SUB PIC 9(3).
       01 WS-MAIL-FOUND-SUB PIC 9(3).
       01 WS-MAIL-STUDENT PIC 9(10).
       01 WS-ADDRESS-BAD PIC X.
           88 WS-ADDRESS-FLAGGED VALUE 'Y'.
       01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HELD-HEADING.
           05 FILLER             PIC X(40) VALUE
               "DUNNING LETTERS HELD - NO VALID ADDRESS".
           05 FILLER             PIC X(5) VALUE " RUN ".
           05 HH-RUN-DATE        PIC 9(8).
       01 WS-HELD-LINE.
           05 HL-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 HL-NAME            PIC X(24).
           05 FILLER             PIC X(10) VALUE " RETURNED ".
           05 HL-RETURNED-DATE   PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 HL-DETAIL          PIC X(24).
       01 WS-PP-FILE-STATUS PIC XX.
       01 WS-PLAN-EOF PIC X.
       01 WS-PLAN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-STAGE-FROM-DATE PIC 9(8).
       01 WS-STAGE-TO-DATE PIC 9(8).
       01 WS-BALANCE-OUT PIC ZZZZZ9.99.
       01 WS-NOTICES-QUEUED PIC 9(4) VALUE ZERO.
       01 WS-SEPARATOR-LINE PIC X(80) VALUE ALL "=".
       01 WS-DATE-LINE.
           05 FILLER             PIC X(50) VALUE SPACES.
           MOVE WS-THRESHOLD-INPUT TO WS-THRESHOLD.
           PERFORM 600-LOAD-CURRENT-PLAN-TABLE.
           PERFORM 620-LOAD-PLACED-TABLE.
           PERFORM 640-LOAD-RETURNED-MAIL-TABLE.
      * The LATEFE count spans the account's whole life, so the full
      * history is staged once up front instead of rereading the raw
      * log for every student.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NO-ADDRESS-FILE.
           IF WS-NA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NO-ADDRESS-FILE - STATUS "
                   WS-NA-FILE-STATUS
               CLOSE STUDENT-RECORD-FILE
               CLOSE DUNNING-LETTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO HH-RUN-DATE.
           MOVE WS-HELD-HEADING TO NO-ADDRESS-LINE.
           WRITE NO-ADDRESS-LINE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-RECORD-FILE
                   AT END MOVE 'Y' TO WS-EOF
           END-PERFORM.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE DUNNING-LETTER-FILE.
           CLOSE NO-ADDRESS-FILE.
           DISPLAY "==== DUNNING LETTER SUMMARY ====".
           DISPLAY "FIRST NOTICES:  " WS-FIRST-COUNT.
           DISPLAY "SECOND NOTICES: " WS-SECOND-COUNT.
           DISPLAY "FINAL NOTICES:  " WS-FINAL-COUNT.
           DISPLAY "NO ADDRESS ON FILE (NO LETTER): "
               WS-NO-ADDRESS-COUNT.
           DISPLAY "HELD - MAIL RETURNED (NO LETTER): "
               WS-HELD-COUNT.
           DISPLAY "CURRENT ON A PAYMENT PLAN (SKIPPED): "
               WS-PLAN-SKIP-COUNT.
           DISPLAY "PLACED FOR COLLECTION (SKIPPED): "
               WS-PLACED-SKIP-COUNT.
           DISPLAY "NOTICES QUEUED TO EMAIL/SMS: " WS-NOTICES-QUEUED.
           STOP RUN.
       200-PRODUCE-ONE-LETTER.
           PERFORM 300-COUNT-PRIOR-LATE-FEES.
           PERFORM 310-PICK-NOTICE-LEVEL.
           PERFORM 400-FIND-MAILING-ADDRESS.
           MOVE 'N' TO WS-ADDRESS-BAD.
           IF WS-REGISTRATION-FOUND
               MOVE REG-STUDENT-NUMBER TO WS-MAIL-STUDENT
               PERFORM 650-CHECK-FOR-RETURNED-MAIL
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-REGISTRATION-FOUND
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   DISPLAY "NO REGISTRATION ADDRESS FOR STUDENT "
                       STUDENT-NUMBER " - LETTER NOT PRODUCED"
               WHEN WS-ADDRESS-FLAGGED
                   MOVE TUITION-OWED TO WS-BALANCE-OUT
                   MOVE SPACES TO HL-DETAIL
                   STRING "NOTICE " DELIMITED BY SIZE
                       WS-NOTICE-LEVEL DELIMITED BY SIZE
                       " OWING " DELIMITED BY SIZE
                       WS-BALANCE-OUT DELIMITED BY SIZE
                       INTO HL-DETAIL
                   PERFORM 660-LIST-HELD-DOCUMENT
               WHEN OTHER
                   PERFORM 500-WRITE-LETTER-DOCUMENT
           END-EVALUATE.
           PERFORM 700-QUEUE-DUNNING-NOTICE.
       300-COUNT-PRIOR-LATE-FEES.
           MOVE ZERO TO WS-LATE-FEE-COUNT.
           MOVE 'N' TO WS-AUDIT-EOF.
               READ PLACEMENT-FILE
                   AT END MOVE 'Y' TO WS-PLACE-EOF
                   NOT AT END
                       IF CL-STATUS = 'P' OR CL-STATUS = 'U'
                           IF WS-PLACED-COUNT < 200
                               ADD 1 TO WS-PLACED-COUNT
                               MOVE CL-STUDENT-NUMBER TO
                   MOVE 'Y' TO WS-ON-PLACEMENT
               END-IF
           END-PERFORM.
      * Returned-mail events are taken in file order: an R line
      * flags the student's address as bad, a later C line (the
      * address was corrected) clears it again.
       640-LOAD-RETURNED-MAIL-TABLE.
           MOVE 'N' TO WS-MAIL-EOF.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF WS-MR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-MAIL-EOF
           END-IF.
           PERFORM UNTIL WS-MAIL-EOF = 'Y'
               READ RETURNED-MAIL-FILE
                   AT END MOVE 'Y' TO WS-MAIL-EOF
                   NOT AT END
                       MOVE MR-STUDENT-NUMBER TO WS-MAIL-STUDENT
                       PERFORM 650-CHECK-FOR-RETURNED-MAIL
                       IF WS-MAIL-FOUND-SUB = ZERO
                           AND MR-MAIL-RETURNED
                           IF WS-MAIL-COUNT < 300
                               ADD 1 TO WS-MAIL-COUNT
                               MOVE WS-MAIL-COUNT TO WS-MAIL-FOUND-SUB
                               MOVE MR-STUDENT-NUMBER
                                   TO WS-ML-STUDENT(WS-MAIL-COUNT)
                           ELSE
                               DISPLAY 'RETURNED MAIL TABLE FULL - '
                                   'DROPPED: ' MR-STUDENT-NUMBER
                           END-IF
                       END-IF
                       IF WS-MAIL-FOUND-SUB > ZERO
                           IF MR-MAIL-RETURNED
                               MOVE 'Y'
                                   TO WS-ML-FLAGGED(WS-MAIL-FOUND-SUB)
                               MOVE MR-EVENT-DATE TO
                                 WS-ML-RETURNED-DATE(WS-MAIL-FOUND-SUB)
                           ELSE
                               MOVE 'N'
                                   TO WS-ML-FLAGGED(WS-MAIL-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MR-FILE-STATUS = "00" OR "10"
               CLOSE RETURNED-MAIL-FILE
           END-IF.
       650-CHECK-FOR-RETURNED-MAIL.
           MOVE ZERO TO WS-MAIL-FOUND-SUB.
           MOVE 'N' TO WS-ADDRESS-BAD.
           PERFORM VARYING WS-MAIL-SUB FROM 1 BY 1
                   UNTIL WS-MAIL-SUB > WS-MAIL-COUNT
               IF WS-ML-STUDENT(WS-MAIL-SUB) = WS-MAIL-STUDENT
                   MOVE WS-MAIL-SUB TO WS-MAIL-FOUND-SUB
                   MOVE WS-ML-FLAGGED(WS-MAIL-SUB) TO WS-ADDRESS-BAD
               END-IF
           END-PERFORM.
       660-LIST-HELD-DOCUMENT.
           MOVE REG-STUDENT-NUMBER TO HL-STUDENT-NUMBER.
           MOVE SPACES TO HL-NAME.
           STRING REG-FIRST-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               REG-LAST-NAME DELIMITED BY SIZE
               INTO HL-NAME.
           MOVE WS-ML-RETURNED-DATE(WS-MAIL-FOUND-SUB)
               TO HL-RETURNED-DATE.
           MOVE WS-HELD-LINE TO NO-ADDRESS-LINE.
           WRITE NO-ADDRESS-LINE.
           ADD 1 TO WS-HELD-COUNT.
      * The letter date is one of the variables, so a rerun the same
      * day is not sent twice but next month's notice still goes.
       700-QUEUE-DUNNING-NOTICE.
           MOVE SPACES TO NOTIFICATION-AREA.
           MOVE 'S' TO NT-RECIPIENT-TYPE.
           MOVE STUDENT-NUMBER TO NT-RECIPIENT-ID.
           EVALUATE TRUE
               WHEN WS-FIRST-NOTICE
                   MOVE "DUNNING1" TO NT-TEMPLATE
               WHEN WS-SECOND-NOTICE
                   MOVE "DUNNING2" TO NT-TEMPLATE
               WHEN OTHER
                   MOVE "DUNNING3" TO NT-TEMPLATE
           END-EVALUATE.
           MOVE TUITION-OWED TO WS-BALANCE-OUT.
           MOVE WS-BALANCE-OUT TO NT-VARIABLE(1).
           MOVE WS-RUN-DATE TO NT-VARIABLE(2).
           MOVE "STUDENT-DUNNING-LETTERS" TO NT-PROGRAM.
           CALL "NOTIFICATION-QUEUE" USING NOTIFICATION-AREA.
           IF NT-QUEUED
               ADD 1 TO WS-NOTICES-QUEUED
           END-IF.

      * Batch steps hand their console answers through the
      * BATCH-STEP-PARMS area; run standalone the area is empty and
