      *          statement always reconciles to the record. Output
      *          goes to statements.txt, one statement per student
      *          with activity or a balance in the period.
      *          A student whose address is flagged by returned mail
      *          on returnedmail.txt gets no statement; they are
      *          listed on noaddressstatements.txt instead until
      *          the address is corrected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../statements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ST-FILE-STATUS.
           SELECT RETURNED-MAIL-FILE
           ASSIGN "../returnedmail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MR-FILE-STATUS.
           SELECT NO-ADDRESS-FILE
           ASSIGN "../noaddressstatements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORD-FILE.
           05 REG-STATUS-DATE PIC 9(8).
       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).
       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.CPY".
       FD NO-ADDRESS-FILE.
       01 NO-ADDRESS-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-STAGE-TO-DATE PIC 9(8).
       01 WS-STATEMENTS-WRITTEN PIC 9(5) VALUE ZERO.
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
               "STATEMENTS HELD - NO VALID ADDRESS".
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
       01 WS-SEPARATOR-LINE PIC X(80) VALUE ALL "=".
       01 WS-TITLE-LINE.
           05 FILLER             PIC X(25) VALUE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NO-ADDRESS-FILE.
           IF WS-NA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NO-ADDRESS-FILE - STATUS "
                   WS-NA-FILE-STATUS
               CLOSE STUDENT-RECORD-FILE
               CLOSE STATEMENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO HH-RUN-DATE.
           MOVE WS-HELD-HEADING TO NO-ADDRESS-LINE.
           WRITE NO-ADDRESS-LINE.
           PERFORM 700-LOAD-RETURNED-MAIL-TABLE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT-RECORD-FILE
                   AT END MOVE 'Y' TO WS-EOF
           END-PERFORM.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE NO-ADDRESS-FILE.
           DISPLAY "==== STATEMENT RUN SUMMARY ====".
           DISPLAY "STATEMENTS WRITTEN: " WS-STATEMENTS-WRITTEN.
           DISPLAY "NO ADDRESS ON FILE: " WS-NO-ADDRESS-COUNT.
           DISPLAY "HELD - MAIL RETURNED: " WS-HELD-COUNT.
           STOP RUN.
       200-PRODUCE-ONE-STATEMENT.
           PERFORM 300-FIND-MAILING-ADDRESS.
           MOVE 'N' TO WS-ADDRESS-BAD.
           IF WS-REGISTRATION-FOUND
               MOVE REG-STUDENT-NUMBER TO WS-MAIL-STUDENT
               PERFORM 710-CHECK-FOR-RETURNED-MAIL
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-REGISTRATION-FOUND
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   DISPLAY "NO REGISTRATION ADDRESS FOR STUDENT "
                       STUDENT-NUMBER " - STATEMENT NOT PRODUCED"
               WHEN WS-ADDRESS-FLAGGED
                   MOVE "STATEMENT NOT PRINTED" TO HL-DETAIL
                   PERFORM 720-LIST-HELD-DOCUMENT
               WHEN OTHER
                   PERFORM 400-WRITE-STATEMENT-HEAD
                   PERFORM 500-ITEMIZE-PERIOD-ACTIVITY
                   PERFORM 600-WRITE-TERM-SUMMARIES
                   ADD 1 TO WS-STATEMENTS-WRITTEN
           END-EVALUATE.
       300-FIND-MAILING-ADDRESS.
           MOVE 'N' TO WS-REG-EOF.
           MOVE 'N' TO WS-REG-FOUND.
           IF AL-ACTION = "PAYMNT" OR AL-ACTION = "SPNPAY"
               OR AL-ACTION = "PAYREV" OR AL-ACTION = "NSFFEE"
               OR AL-ACTION = "AWARD" OR AL-ACTION = "AGYPAY"
               OR AL-ACTION = "CRSWDR" OR AL-ACTION = "CRSFEE"
               OR AL-ACTION = "CRSFRV" OR AL-ACTION = "WRTOFF"
               OR AL-ACTION = "WRTREC"
               MOVE AL-PERIOD(1:5) TO WS-ENTRY-TERM
           ELSE
               MOVE AL-REFERENCE(1:5) TO WS-ENTRY-TERM
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
      * Returned-mail events are taken in file order: an R line
      * flags the student's address as bad, a later C line (the
      * address was corrected) clears it again.
       700-LOAD-RETURNED-MAIL-TABLE.
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
                       PERFORM 710-CHECK-FOR-RETURNED-MAIL
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
       710-CHECK-FOR-RETURNED-MAIL.
           MOVE ZERO TO WS-MAIL-FOUND-SUB.
           MOVE 'N' TO WS-ADDRESS-BAD.
           PERFORM VARYING WS-MAIL-SUB FROM 1 BY 1
                   UNTIL WS-MAIL-SUB > WS-MAIL-COUNT
               IF WS-ML-STUDENT(WS-MAIL-SUB) = WS-MAIL-STUDENT
                   MOVE WS-MAIL-SUB TO WS-MAIL-FOUND-SUB
                   MOVE WS-ML-FLAGGED(WS-MAIL-SUB) TO WS-ADDRESS-BAD
               END-IF
           END-PERFORM.
       720-LIST-HELD-DOCUMENT.
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

       END PROGRAM STUDENT-STATEMENT-RUN.
