      *          studentaudit.log history in date order. Every file is
      *          opened INPUT, so unlike PROJECT-ONE mode 2 there is
      *          no way to REWRITE anything by accident.
      *          Every lookup is logged to studentaccess.log with the
      *          signed-on operator, the date and time, the student
      *          number and which sections were displayed, and the
      *          counter will not open unless the log can be written,
      *          so who has looked at whom can always be answered
      *          (STUDENT-ACCESS-REPORT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../termhistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TH-FILE-STATUS.
           SELECT STUDENT-ACCESS-FILE
           ASSIGN "../studentaccess.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORD-FILE.
           COPY "STUDENT-AUDIT-LOG.CPY".
       FD TERM-HISTORY-FILE.
           COPY "TERM-HISTORY-RECORD.CPY".
       FD STUDENT-ACCESS-FILE.
           COPY "STUDENT-ACCESS-LOG.CPY".
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-REG-FILE-STATUS PIC XX.
       01 WS-TH-FILE-STATUS PIC XX.
       01 WS-HISTORY-EOF PIC X.
       01 WS-HISTORY-LINES PIC 9(4).
       01 WS-SA-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-BALANCE-SHOWN PIC X.
       01 WS-HISTORY-SHOWN PIC X.
       01 WS-ACCESS-DATE PIC 9(8).
       01 WS-ACCESS-TIME PIC 9(8).
           COPY "OPERATOR-SIGNON.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           IF SO-OPERATOR-ID = SPACES OR SO-OPERATOR-ID = LOW-VALUES
               DISPLAY "ENTER YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
           ELSE
               MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
      * No student is looked up unless the lookup can be logged.
           OPEN EXTEND STUDENT-ACCESS-FILE.
           IF WS-SA-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-ACCESS-FILE
           END-IF.
           IF WS-SA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-ACCESS-FILE - STATUS "
                   WS-SA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * The counter answers questions about any age of history, so
      * everything is staged once at start-up.
           MOVE ZERO TO WS-STAGE-FROM-DATE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-RECORD-FILE - STATUS "
                   WS-FILE-STATUS
               CLOSE STUDENT-ACCESS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-INQUIRE-ONE-STUDENT
               UNTIL WS-INQUIRY-MORE = 'N' OR WS-INQUIRY-MORE = 'n'.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE STUDENT-ACCESS-FILE.
           GOBACK.
       100-INQUIRE-ONE-STUDENT.
           DISPLAY "ENTER STUDENT NUMBER TO INQUIRE ON (7 DIGITS):".
               DISPLAY "STUDENT NUMBER MUST BE NUMERIC"
           ELSE
               MOVE WS-NUMBER-INPUT TO STUDENT-NUMBER
               MOVE 'N' TO WS-BALANCE-SHOWN
               MOVE 'N' TO WS-HISTORY-SHOWN
               PERFORM 200-SHOW-TUITION-BALANCE
               PERFORM 300-SHOW-REGISTRATION-DETAIL
               PERFORM 400-SHOW-AUDIT-HISTORY
               PERFORM 500-WRITE-ACCESS-ENTRY
           END-IF.
           DISPLAY "INQUIRE ON ANOTHER STUDENT? [Y/N]".
           ACCEPT WS-INQUIRY-MORE.
                   DISPLAY "NO TUITION RECORD FOR STUDENT NUMBER "
                       STUDENT-NUMBER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BALANCE-SHOWN
                   DISPLAY "STUDENT NUMBER: " STUDENT-NUMBER
                   DISPLAY "NAME ON TUITION FILE: " STUDENT-NAME
                   PERFORM 210-SHOW-TERM-BALANCES
               CLOSE STUDENT-AUDIT-FILE
               IF WS-AUDIT-LINES-SHOWN = ZERO
                   DISPLAY "NO AUDIT ACTIVITY ON FILE"
               ELSE
                   MOVE 'Y' TO WS-HISTORY-SHOWN
               END-IF
           END-IF.
       500-WRITE-ACCESS-ENTRY.
           ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCESS-TIME FROM TIME.
           MOVE SPACES TO STUDENT-ACCESS-RECORD.
           MOVE WS-ACCESS-DATE TO SA-DATE.
           MOVE WS-ACCESS-TIME TO SA-TIME.
           MOVE WS-OPERATOR-ID TO SA-OPERATOR.
           MOVE "STUDENT-INQUIRY" TO SA-PROGRAM.
           MOVE WS-NUMBER-INPUT TO SA-STUDENT-NUMBER.
           MOVE WS-BALANCE-SHOWN TO SA-BALANCE-SHOWN.
           MOVE WS-REG-FOUND TO SA-REGISTRATION-SHOWN.
           MOVE WS-HISTORY-SHOWN TO SA-HISTORY-SHOWN.
           WRITE STUDENT-ACCESS-RECORD.

       END PROGRAM STUDENT-INQUIRY.
