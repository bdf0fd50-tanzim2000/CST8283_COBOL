      *          one student's receipt back out of the register,
      *          keeping its original number, without re-running the
      *          whole year.
      *          A student whose address is flagged by returned mail
      *          on returnedmail.txt still has the receipt numbered
      *          and registered, but it is not printed - it is
      *          listed on noaddressreceipts.txt instead, and the
      *          reprint mode produces it once the address has been
      *          corrected (a reprint to a flagged address is
      *          refused).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../taxreceiptnext.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT RETURNED-MAIL-FILE
           ASSIGN "../returnedmail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MR-FILE-STATUS.
           SELECT NO-ADDRESS-FILE
           ASSIGN "../noaddressreceipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-AUDIT-FILE.
       FD RECEIPT-CONTROL-FILE.
       01 RECEIPT-CONTROL-RECORD.
           05 RC-NEXT-NUMBER PIC 9(6).
       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.CPY".
       FD NO-ADDRESS-FILE.
       01 NO-ADDRESS-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-REG-FILE-STATUS PIC XX.
           88 WS-REGISTER-ENTRY-FOUND VALUE 'Y'.
       01 WS-RECEIPTS-WRITTEN PIC 9(4) VALUE ZERO.
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
               "TAX RECEIPTS HELD - NO VALID ADDRESS".
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
       01 WS-DOLLARS-RECEIPTED PIC 9(9)V99 VALUE ZERO.
       01 WS-STAGE-FROM-DATE PIC 9(8).
       01 WS-STAGE-TO-DATE PIC 9(8).
               GOBACK
           END-IF.
           MOVE WS-YEAR-INPUT TO WS-RECEIPT-YEAR.
           PERFORM 800-LOAD-RETURNED-MAIL-TABLE.
           IF WS-MODE-REPRINT
               PERFORM 700-REPRINT-ONE-RECEIPT
               GOBACK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NO-ADDRESS-FILE.
           IF WS-NA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NO-ADDRESS-FILE - STATUS "
                   WS-NA-FILE-STATUS
               CLOSE TAX-RECEIPT-FILE
               CLOSE RECEIPT-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO HH-RUN-DATE.
           MOVE WS-HELD-HEADING TO NO-ADDRESS-LINE.
           WRITE NO-ADDRESS-LINE.
           PERFORM 300-PRODUCE-ONE-RECEIPT
               VARYING WS-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-TOTAL-SUB > WS-TOTAL-COUNT.
           CLOSE TAX-RECEIPT-FILE.
           CLOSE RECEIPT-REGISTER-FILE.
           CLOSE NO-ADDRESS-FILE.
           PERFORM 600-WRITE-NEXT-RECEIPT-NUMBER.
           DISPLAY "==== TAX RECEIPT RUN SUMMARY ====".
           DISPLAY "RECEIPTS WRITTEN:   " WS-RECEIPTS-WRITTEN.
           DISPLAY "NO ADDRESS ON FILE: " WS-NO-ADDRESS-COUNT.
           DISPLAY "HELD - MAIL RETURNED (REGISTERED, NOT PRINTED): "
               WS-HELD-COUNT.
           DISPLAY "DOLLARS RECEIPTED:  " WS-DOLLARS-RECEIPTED.
           STOP RUN.
      * PAYREV entries dated in the receipt year come back off the
                   TO WS-RECEIPT-AMOUNT
               PERFORM 400-FIND-MAILING-ADDRESS
               IF WS-REGISTRATION-FOUND
                   MOVE REG-STUDENT-NUMBER TO WS-MAIL-STUDENT
                   PERFORM 810-CHECK-FOR-RETURNED-MAIL
                   MOVE WS-NEXT-NUMBER TO WS-RECEIPT-NUMBER
                   ADD 1 TO WS-NEXT-NUMBER
                   IF WS-ADDRESS-FLAGGED
                       MOVE WS-RECEIPT-AMOUNT TO AL-AMOUNT-OUT
                       MOVE SPACES TO HL-DETAIL
                       STRING "RCPT " DELIMITED BY SIZE
                           WS-RECEIPT-NUMBER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AL-AMOUNT-OUT DELIMITED BY SIZE
                           INTO HL-DETAIL
                       PERFORM 820-LIST-HELD-DOCUMENT
                   ELSE
                       PERFORM 500-WRITE-RECEIPT-DOCUMENT
                       ADD 1 TO WS-RECEIPTS-WRITTEN
                   END-IF
                   PERFORM 510-WRITE-REGISTER-ENTRY
                   ADD WS-RECEIPT-AMOUNT TO WS-DOLLARS-RECEIPTED
               ELSE
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE REG-STUDENT-NUMBER TO WS-MAIL-STUDENT.
           PERFORM 810-CHECK-FOR-RETURNED-MAIL.
           IF WS-ADDRESS-FLAGGED
               DISPLAY "MAIL TO STUDENT " WS-REPRINT-STUDENT
                   " HAS BEEN RETURNED - CORRECT THE ADDRESS BEFORE "
                   "REPRINTING"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT TAX-RECEIPT-FILE.
           IF WS-TR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TAX-RECEIPT-FILE - STATUS "
           CLOSE TAX-RECEIPT-FILE.
           DISPLAY "RECEIPT " WS-RECEIPT-NUMBER " REPRINTED FOR "
               "STUDENT " WS-REPRINT-STUDENT.
      * Returned-mail events are taken in file order: an R line
      * flags the student's address as bad, a later C line (the
      * address was corrected) clears it again.
       800-LOAD-RETURNED-MAIL-TABLE.
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
                       PERFORM 810-CHECK-FOR-RETURNED-MAIL
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
       810-CHECK-FOR-RETURNED-MAIL.
           MOVE ZERO TO WS-MAIL-FOUND-SUB.
           MOVE 'N' TO WS-ADDRESS-BAD.
           PERFORM VARYING WS-MAIL-SUB FROM 1 BY 1
                   UNTIL WS-MAIL-SUB > WS-MAIL-COUNT
               IF WS-ML-STUDENT(WS-MAIL-SUB) = WS-MAIL-STUDENT
                   MOVE WS-MAIL-SUB TO WS-MAIL-FOUND-SUB
                   MOVE WS-ML-FLAGGED(WS-MAIL-SUB) TO WS-ADDRESS-BAD
               END-IF
           END-PERFORM.
       820-LIST-HELD-DOCUMENT.
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

       END PROGRAM STUDENT-TAX-RECEIPT-RUN.
