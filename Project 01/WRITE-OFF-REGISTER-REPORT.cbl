      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Bad-debt write-off register for the auditors - lists
      *          every line on writeoffregister.txt posted in one
      *          fiscal period (the PERIOD step parameter, YYYYMM,
      *          prompting only standalone): the term balances
      *          BAD-DEBT-WRITE-OFF wrote off with the approving
      *          supervisor and placement date, and the recoveries
      *          taken against earlier write-offs by that program
      *          and COLLECTION-RETURN-BATCH with their payment
      *          references. Totals written off, recovered and the
      *          net bad-debt expense for the period close the report
      *          on writeoffreport.txt, and tie to the WRTOFF and
      *          WRTREC lines GL-JOURNAL-EXTRACT journals for the
      *          same month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-OFF-REGISTER-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-REGISTER-FILE
           ASSIGN "../writeoffregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT REGISTER-REPORT-FILE
           ASSIGN "../writeoffreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WRITE-OFF-REGISTER-FILE.
           COPY "WRITE-OFF-REGISTER-RECORD.CPY".
       FD REGISTER-REPORT-FILE.
       01 REPORT-LINE PIC X(84).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-RPT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PERIOD-INPUT PIC X(6).
       01 WS-PERIOD PIC 9(6).
       01 WS-WRITE-OFF-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RECOVERY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WRITTEN-OFF-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-RECOVERED-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-NET-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(37)
               VALUE "BAD-DEBT WRITE-OFF REGISTER - PERIOD ".
           05 TT-PERIOD PIC 9(6).
           05 FILLER PIC X(11) VALUE "   RUN DATE".
           05 FILLER PIC X VALUE SPACE.
           05 TT-RUN-DATE PIC 9(8).
       01 WS-HEADING-1.
           05 FILLER PIC X(42) VALUE
               "STUDENT NAME                 TERM  EVENT  ".
           05 FILLER PIC X(42) VALUE
               "      AMOUNT POSTED   OPERATOR   REFERENCE".
       01 WS-HEADING-2.
           05 FILLER PIC X(42) VALUE
               "------- -------------------- ----- -------".
           05 FILLER PIC X(42) VALUE
               "-- --------- -------- ---------- ---------".
       01 WS-DETAIL-LINE.
           05 DL-STUDENT   PIC 9(7).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-NAME      PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-TERM      PIC X(5).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-EVENT     PIC X(9).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-AMOUNT    PIC ZZ,ZZ9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 DL-POSTED    PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-OPERATOR  PIC X(10).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-REFERENCE PIC X(8).
       01 WS-TOTAL-LINE.
           05 TL-LABEL     PIC X(30).
           05 TL-COUNT     PIC ZZZZ9.
           05 FILLER       PIC X(4) VALUE SPACES.
           05 TL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "PERIOD" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:6) TO WS-PERIOD-INPUT
           ELSE
               DISPLAY "REGISTER FOR WHICH FISCAL PERIOD (YYYYMM)?"
               ACCEPT WS-PERIOD-INPUT
           END-IF.
           IF WS-PERIOD-INPUT NOT NUMERIC
               DISPLAY "FISCAL PERIOD MUST BE NUMERIC YYYYMM - RUN "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PERIOD-INPUT TO WS-PERIOD.
           OPEN OUTPUT REGISTER-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REGISTER-REPORT-FILE - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-WRITE-HEADINGS.
           OPEN INPUT WRITE-OFF-REGISTER-FILE.
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "NO WRITE-OFF REGISTER ON HAND - STATUS "
                   WS-WO-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WRITE-OFF-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WO-FISCAL-PERIOD = WS-PERIOD
                           PERFORM 200-REPORT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00" OR "10"
               CLOSE WRITE-OFF-REGISTER-FILE
           END-IF.
           PERFORM 300-WRITE-TOTALS.
           CLOSE REGISTER-REPORT-FILE.
           DISPLAY "WRITE-OFF REGISTER FOR PERIOD " WS-PERIOD
               " WRITTEN TO writeoffreport.txt".
           DISPLAY "WRITE-OFFS: " WS-WRITE-OFF-COUNT
               "  RECOVERIES: " WS-RECOVERY-COUNT.
           GOBACK.
       100-WRITE-HEADINGS.
           MOVE WS-PERIOD TO TT-PERIOD.
           MOVE WS-RUN-DATE TO TT-RUN-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
       200-REPORT-ONE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WO-STUDENT-NUMBER TO DL-STUDENT.
           MOVE WO-STUDENT-NAME TO DL-NAME.
           MOVE WO-TERM TO DL-TERM.
           MOVE WO-AMOUNT TO DL-AMOUNT.
           MOVE WO-POSTED-DATE TO DL-POSTED.
           MOVE WO-OPERATOR TO DL-OPERATOR.
           MOVE WO-REFERENCE TO DL-REFERENCE.
           IF WO-WRITTEN-OFF
               MOVE "WRITE-OFF" TO DL-EVENT
               ADD 1 TO WS-WRITE-OFF-COUNT
               ADD WO-AMOUNT TO WS-WRITTEN-OFF-TOTAL
           ELSE
               MOVE "RECOVERY" TO DL-EVENT
               ADD 1 TO WS-RECOVERY-COUNT
               ADD WO-AMOUNT TO WS-RECOVERED-TOTAL
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       300-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TERM BALANCES WRITTEN OFF" TO TL-LABEL.
           MOVE WS-WRITE-OFF-COUNT TO TL-COUNT.
           MOVE WS-WRITTEN-OFF-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "RECOVERIES" TO TL-LABEL.
           MOVE WS-RECOVERY-COUNT TO TL-COUNT.
           MOVE WS-RECOVERED-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-NET-TOTAL =
               WS-WRITTEN-OFF-TOTAL - WS-RECOVERED-TOTAL.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "NET BAD-DEBT EXPENSE" TO TL-LABEL.
           MOVE WS-NET-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Step parameters come from BATCH-CONTROL through the
      * BATCH-STEP-PARMS area; run standalone the area is empty and
      * the caller prompts instead.
       950-FIND-STEP-PARM.
           MOVE 'N' TO WS-PARM-FOUND.
           MOVE SPACES TO WS-PARM-VALUE.
           IF BP-PARM-COUNT NUMERIC AND BP-PARM-COUNT > ZERO
               PERFORM VARYING WS-BP-SUB FROM 1 BY 1
                       UNTIL WS-BP-SUB > BP-PARM-COUNT
                   IF BP-KEYWORD(WS-BP-SUB) = WS-PARM-KEYWORD
                       MOVE 'Y' TO WS-PARM-FOUND
                       MOVE BP-VALUE(WS-BP-SUB) TO WS-PARM-VALUE
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM WRITE-OFF-REGISTER-REPORT.
