      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Registration change reporting over
      *          registrationchanges.log - selectable reports for one
      *          student number, one operator, or a date range, each
      *          line showing who changed which field of the
      *          registration record and its value before and after,
      *          with a count of the changes selected. The log is
      *          written by REGISTRATION-MAINTENANCE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRATION-CHANGE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRATION-CHANGE-FILE
           ASSIGN "../registrationchanges.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CHANGE-REPORT-FILE
           ASSIGN "../registrationchangereport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REGISTRATION-CHANGE-FILE.
           COPY "REGISTRATION-CHANGE-LOG.CPY".
       FD CHANGE-REPORT-FILE.
       01 REPORT-LINE PIC X(110).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-REPORT-CHOICE PIC X.
           88 WS-CHOICE-STUDENT   VALUE '1'.
           88 WS-CHOICE-OPERATOR  VALUE '2'.
           88 WS-CHOICE-DATES     VALUE '3'.
       01 WS-SELECT-NUMBER-INPUT PIC X(10).
       01 WS-SELECT-NUMBER PIC 9(10).
       01 WS-SELECT-OPERATOR PIC X(10).
       01 WS-SELECT-DATE-FROM PIC 9(8).
       01 WS-SELECT-DATE-TO PIC 9(8).
       01 WS-LINE-MATCHES PIC X.
           88 WS-LINE-SELECTED VALUE 'Y'.
       01 WS-LINES-READ PIC 9(6) VALUE ZERO.
       01 WS-LINES-SELECTED PIC 9(6) VALUE ZERO.
       01 WS-HEADING-1 PIC X(80) VALUE
           "REGISTRATION CHANGE REPORT".
       01 WS-HEADING-2.
           05 FILLER PIC X(40) VALUE
               "DATE     TIME     OPERATOR   STUDENT".
           05 FILLER PIC X(42) VALUE
               "FIELD        OLD VALUE".
           05 FILLER PIC X(28) VALUE
               "NEW VALUE".
       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(30) VALUE
               "CHANGES SELECTED:".
           05 TL-LINES-SELECTED  PIC ZZZZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-OBTAIN-REPORT-SELECTION.
           OPEN INPUT REGISTRATION-CHANGE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REGISTRATION-CHANGE-FILE - "
                   "STATUS " WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE-REPORT-FILE - STATUS "
                   WS-FILE-STATUS
               CLOSE REGISTRATION-CHANGE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO REGISTRATION-CHANGE-RECORD
               READ REGISTRATION-CHANGE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM 200-SELECT-AND-REPORT-LINE
               END-READ
           END-PERFORM.
           PERFORM 300-WRITE-REPORT-TOTALS.
           CLOSE REGISTRATION-CHANGE-FILE.
           CLOSE CHANGE-REPORT-FILE.
           DISPLAY "CHANGE LINES READ:    " WS-LINES-READ.
           DISPLAY "CHANGES SELECTED:     " WS-LINES-SELECTED.
           STOP RUN.
       100-OBTAIN-REPORT-SELECTION.
           DISPLAY "==== REGISTRATION CHANGE REPORT ====".
           DISPLAY "1 = ALL CHANGES FOR ONE STUDENT NUMBER".
           DISPLAY "2 = ALL CHANGES BY ONE OPERATOR".
           DISPLAY "3 = ALL CHANGES IN A DATE RANGE".
           DISPLAY "SELECT A REPORT [1-3]:".
           ACCEPT WS-REPORT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-STUDENT
                   DISPLAY "STUDENT NUMBER (10 DIGITS)?"
                   ACCEPT WS-SELECT-NUMBER-INPUT
                   MOVE WS-SELECT-NUMBER-INPUT TO WS-SELECT-NUMBER
               WHEN WS-CHOICE-OPERATOR
                   DISPLAY "OPERATOR ID?"
                   ACCEPT WS-SELECT-OPERATOR
               WHEN WS-CHOICE-DATES
                   DISPLAY "FROM DATE (YYYYMMDD)?"
                   ACCEPT WS-SELECT-DATE-FROM
                   DISPLAY "TO DATE (YYYYMMDD)?"
                   ACCEPT WS-SELECT-DATE-TO
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - PLEASE CHOOSE 1-3"
                   PERFORM 100-OBTAIN-REPORT-SELECTION
           END-EVALUATE.
       200-SELECT-AND-REPORT-LINE.
           MOVE 'N' TO WS-LINE-MATCHES.
           EVALUATE TRUE
               WHEN WS-CHOICE-STUDENT
                   IF RL-STUDENT-NUMBER NUMERIC
                       AND RL-STUDENT-NUMBER = WS-SELECT-NUMBER
                       MOVE 'Y' TO WS-LINE-MATCHES
                   END-IF
               WHEN WS-CHOICE-OPERATOR
                   IF RL-OPERATOR = WS-SELECT-OPERATOR
                       MOVE 'Y' TO WS-LINE-MATCHES
                   END-IF
               WHEN WS-CHOICE-DATES
                   IF RL-DATE NUMERIC
                       AND RL-DATE NOT < WS-SELECT-DATE-FROM
                       AND RL-DATE NOT > WS-SELECT-DATE-TO
                       MOVE 'Y' TO WS-LINE-MATCHES
                   END-IF
           END-EVALUATE.
           IF WS-LINE-SELECTED
               ADD 1 TO WS-LINES-SELECTED
               MOVE REGISTRATION-CHANGE-RECORD TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       300-WRITE-REPORT-TOTALS.
           MOVE WS-LINES-SELECTED TO TL-LINES-SELECTED.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM REGISTRATION-CHANGE-REPORT.
