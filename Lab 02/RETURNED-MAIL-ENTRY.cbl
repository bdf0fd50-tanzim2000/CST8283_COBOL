      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Returned-mail entry - as the mailroom hands back
      *            envelopes marked undeliverable, the clerk keys the
      *            student's full 10-digit number, checks the
      *            address shown against the envelope and records the
      *            return on returnedmail.txt with the date it came
      *            back and what it was. The R line puts a bad-address
      *            flag on the student: STUDENT-STATEMENT-RUN,
      *            STUDENT-DUNNING-LETTERS and STUDENT-TAX-RECEIPT-RUN
      *            then hold the student's document on their "no
      *            valid address" list instead of printing it, until
      *            REGISTRATION-MAINTENANCE corrects the address and
      *            clears the flag.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-REGISTRATION-FILE
           ASSIGN "../studentregistration.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT RETURNED-MAIL-FILE
           ASSIGN "../returnedmail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-REGISTRATION-FILE.
           COPY "STUDENT-REGISTRATION-RECORD.CPY".
       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.CPY".
       WORKING-STORAGE SECTION.
           COPY "OPERATOR-SIGNON.CPY".
       01 WS-REG-FILE-STATUS PIC XX.
       01 WS-MR-FILE-STATUS PIC XX.
       01 WS-REG-EOF PIC X.
       01 WS-REG-FOUND PIC X.
           88 WS-REGISTRATION-FOUND VALUE 'Y'.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-NUMBER-INPUT PIC X(10).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-RETURNED-DATE PIC 9(8).
       01 WS-DOCUMENT-INPUT PIC X(10).
           88 WS-VALID-DOCUMENT VALUES "STATEMENT" "DUNNING"
               "RECEIPT" "LETTER" "OTHER".
       01 WS-CONFIRM PIC X.
       01 WS-RETURNS-RECORDED PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF SO-OPERATOR-ID = SPACES OR SO-OPERATOR-ID = LOW-VALUES
               DISPLAY "ENTER YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
           ELSE
               MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           OPEN EXTEND RETURNED-MAIL-FILE.
           IF WS-MR-FILE-STATUS = "35"
               OPEN OUTPUT RETURNED-MAIL-FILE
           END-IF.
           IF WS-MR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RETURNED-MAIL-FILE - STATUS "
                   WS-MR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-RECORD-ONE-RETURN
               UNTIL WS-NUMBER-INPUT = "0".
           CLOSE RETURNED-MAIL-FILE.
           DISPLAY "RETURNED MAIL RECORDED: " WS-RETURNS-RECORDED.
           GOBACK.
       200-RECORD-ONE-RETURN.
           DISPLAY "ENTER FULL 10-DIGIT STUDENT NUMBER (0 TO FINISH):".
           ACCEPT WS-NUMBER-INPUT.
           IF WS-NUMBER-INPUT = "0"
               CONTINUE
           ELSE
               PERFORM 300-FIND-REGISTRATION
               IF NOT WS-REGISTRATION-FOUND
                   DISPLAY "NO REGISTRATION RECORD FOR STUDENT NUMBER "
                       WS-NUMBER-INPUT
               ELSE
                   DISPLAY "NAME: " REG-TITLE " " REG-FIRST-NAME
                       REG-INITIAL-NAME " " REG-LAST-NAME
                   DISPLAY "ADDRESS: " REG-STREET-ADDRESS
                   DISPLAY "         " REG-CITY-NAME REG-PROVINCE
                       REG-POSTAL-CODE
                   PERFORM 400-TAKE-RETURN-DETAILS
               END-IF
           END-IF.
       300-FIND-REGISTRATION.
           MOVE 'N' TO WS-REG-EOF.
           MOVE 'N' TO WS-REG-FOUND.
           IF WS-NUMBER-INPUT NOT NUMERIC
               MOVE 'Y' TO WS-REG-EOF
           ELSE
               OPEN INPUT STUDENT-REGISTRATION-FILE
               IF WS-REG-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING STUDENT-REGISTRATION-FILE - "
                       "STATUS " WS-REG-FILE-STATUS
                   MOVE 'Y' TO WS-REG-EOF
               END-IF
           END-IF.
           PERFORM UNTIL WS-REG-EOF = 'Y'
               READ STUDENT-REGISTRATION-FILE
                   AT END MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF REG-STUDENT-NUMBER = WS-NUMBER-INPUT
                           MOVE 'Y' TO WS-REG-FOUND
                           MOVE 'Y' TO WS-REG-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REG-FILE-STATUS = "00" OR "10"
               CLOSE STUDENT-REGISTRATION-FILE
           END-IF.
      * The clerk confirms the envelope was sent to the address on
      * file - mail returned from an address already corrected is
      * not a reason to flag the new one.
       400-TAKE-RETURN-DETAILS.
           DISPLAY "DATE THE MAIL CAME BACK (YYYYMMDD, BLANK FOR "
               "TODAY)?".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT NUMERIC
               MOVE WS-DATE-INPUT TO WS-RETURNED-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-RETURNED-DATE
           END-IF.
           DISPLAY "WHAT CAME BACK (STATEMENT, DUNNING, RECEIPT, "
               "LETTER, OTHER)?".
           ACCEPT WS-DOCUMENT-INPUT.
           INSPECT WS-DOCUMENT-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT WS-VALID-DOCUMENT
               MOVE "OTHER" TO WS-DOCUMENT-INPUT
           END-IF.
           DISPLAY "WAS IT SENT TO THE ADDRESS SHOWN? [Y/N]".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE SPACES TO RETURNED-MAIL-RECORD
               MOVE REG-STUDENT-NUMBER TO MR-STUDENT-NUMBER
               MOVE 'R' TO MR-EVENT
               MOVE WS-RETURNED-DATE TO MR-EVENT-DATE
               MOVE WS-RUN-DATE TO MR-RECORDED-DATE
               MOVE WS-OPERATOR-ID TO MR-OPERATOR
               MOVE WS-DOCUMENT-INPUT TO MR-DOCUMENT
               WRITE RETURNED-MAIL-RECORD
               ADD 1 TO WS-RETURNS-RECORDED
               DISPLAY "ADDRESS FLAGGED - STATEMENTS, LETTERS AND "
                   "RECEIPTS WILL BE HELD UNTIL IT IS CORRECTED"
           ELSE
               DISPLAY "NOT RECORDED - THE ADDRESS ON FILE IS ALREADY "
                   "DIFFERENT"
           END-IF.

       END PROGRAM RETURNED-MAIL-ENTRY.
