      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Daily aged unapplied cash suspense report - lists
      *          every item still open on unappliedcash.txt
      *          (UNAPPLIED-CASH-RECORD.CPY) at the end of the run
      *          date with its receipt, date received, age in days,
      *          amount and rejection reason, totals the balance by
      *          age (0-30, 31-60, 61-90 and over 90 days), and rolls
      *          the day's movement forward: opening balance, plus
      *          cash suspended today by LOCKBOX-IMPORT and by
      *          STUDENT-PAYMENT-BATCH, less items applied or marked
      *          for refund, to the closing balance. Each lockbox
      *          deposit released today (lockboxdeposits.txt) is tied
      *          out - trailer total against what was released to
      *          payments.txt plus what went into suspense - and the
      *          lockbox items on the suspense file are tied to the
      *          deposits' suspended totals. Anything that does not
      *          tie is flagged on the report and ends the step with
      *          RETURN-CODE 4. Written to unappliedcashreport.txt
      *          and captured to the report spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPPLIED-CASH-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAPPLIED-CASH-FILE
           ASSIGN "../unappliedcash.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UC-FILE-STATUS.
           SELECT LOCKBOX-DEPOSIT-FILE
           ASSIGN "../lockboxdeposits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LD-FILE-STATUS.
           SELECT SUSPENSE-REPORT-FILE
           ASSIGN "../unappliedcashreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD UNAPPLIED-CASH-FILE.
           COPY "UNAPPLIED-CASH-RECORD.CPY".
       FD LOCKBOX-DEPOSIT-FILE.
           COPY "LOCKBOX-DEPOSIT-RECORD.CPY".
       FD SUSPENSE-REPORT-FILE.
       01 REPORT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-UC-FILE-STATUS PIC XX.
       01 WS-LD-FILE-STATUS PIC XX.
       01 WS-RPT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYS PIC 9(7).
       01 WS-AGE-DAYS PIC S9(5).
      * Each item with the dates it was suspended and cleared (zero
      * while still open).
       01 WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-ITEM-COUNT.
               10 WS-IT-NUMBER        PIC 9(6).
               10 WS-IT-SUSPENDED     PIC 9(8).
               10 WS-IT-CLEARED       PIC 9(8).
               10 WS-IT-CLEAR-EVENT   PIC X.
               10 WS-IT-RECORD        PIC X(118).
       01 WS-ITEM-SUB PIC 9(4).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-OPENING-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CLOSING-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CLOSING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ROLLED-TOTAL PIC S9(9)V99.
       01 WS-LOCKBOX-IN-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-LOCKBOX-IN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BATCH-IN-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-BATCH-IN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUND-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-REFUND-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGE-BUCKETS.
           05 WS-AGE-BUCKET OCCURS 4 TIMES.
               10 WS-AB-COUNT PIC 9(5).
               10 WS-AB-TOTAL PIC 9(9)V99.
       01 WS-BUCKET-SUB PIC 9.
       01 WS-BUCKET-LABELS.
           05 FILLER PIC X(20) VALUE "0 - 30 DAYS".
           05 FILLER PIC X(20) VALUE "31 - 60 DAYS".
           05 FILLER PIC X(20) VALUE "61 - 90 DAYS".
           05 FILLER PIC X(20) VALUE "OVER 90 DAYS".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL PIC X(20) OCCURS 4 TIMES.
       01 WS-DEPOSIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPOSIT-SUSPENDED PIC 9(9)V99 VALUE ZERO.
       01 WS-DEPOSIT-DIFFERENCE PIC S9(9)V99.
       01 WS-OUT-OF-TIE PIC X VALUE 'N'.
           88 WS-SOMETHING-OUT-OF-TIE VALUE 'Y'.
       01 WS-SPOOL-REPORT PIC X(30).
       01 WS-SPOOL-PROGRAM PIC X(30) VALUE "UNAPPLIED-CASH-REPORT".
       01 WS-TITLE-LINE.
           05 FILLER PIC X(44)
               VALUE "UNAPPLIED CASH SUSPENSE - AGED BALANCE AS OF".
           05 FILLER PIC X VALUE SPACE.
           05 TT-RUN-DATE PIC 9(8).
       01 WS-HEADING-1.
           05 FILLER PIC X(34) VALUE
               "ITEM   SOURCE   RECEIPT  RECEIVED ".
           05 FILLER PIC X(30) VALUE
               "  AGE    AMOUNT STUDENT TERM  ".
           05 FILLER PIC X(26) VALUE "REASON".
       01 WS-HEADING-2.
           05 FILLER PIC X(34) VALUE
               "------ -------- -------- -------- ".
           05 FILLER PIC X(30) VALUE
               "----- --------- ------- ----- ".
           05 FILLER PIC X(26) VALUE ALL "-".
       01 WS-DETAIL-LINE.
           05 DL-ITEM      PIC 9(6).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-SOURCE    PIC X(8).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-RECEIPT   PIC X(8).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-RECEIVED  PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-AGE       PIC ZZZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 DL-AMOUNT    PIC ZZ,ZZ9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 DL-STUDENT   PIC X(7).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-TERM      PIC X(5).
           05 FILLER       PIC X VALUE SPACE.
           05 DL-REASON    PIC X(26).
       01 WS-TOTAL-LINE.
           05 TL-LABEL     PIC X(34).
           05 TL-COUNT     PIC ZZZZ9.
           05 FILLER       PIC X(4) VALUE SPACES.
           05 TL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER       PIC X VALUE SPACE.
           05 TL-FLAG      PIC X(20).
       01 WS-DEPOSIT-LINE.
           05 FILLER       PIC X(8) VALUE "DEPOSIT ".
           05 DP-TIME      PIC 9(6).
           05 FILLER       PIC X(9) VALUE " TRAILER ".
           05 DP-TRAILER   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(10) VALUE " RELEASED ".
           05 DP-RELEASED  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(11) VALUE " SUSPENDED ".
           05 DP-SUSPENDED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X VALUE SPACE.
           05 DP-FLAG      PIC X(3).
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 100-LOAD-ITEM-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "unappliedcash.txt HAS MORE ITEMS THAN THIS "
                   "RUN CAN HOLD - REPORT NOT PRODUCED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SUSPENSE-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUSPENSE-REPORT-FILE - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-AGE-BUCKETS.
           PERFORM 200-WRITE-HEADINGS.
           PERFORM 300-REPORT-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           PERFORM 400-WRITE-AGED-TOTALS.
           PERFORM 500-WRITE-DAILY-MOVEMENT.
           PERFORM 600-TIE-OUT-LOCKBOX.
           CLOSE SUSPENSE-REPORT-FILE.
           MOVE "unappliedcashreport.txt" TO WS-SPOOL-REPORT.
           CALL "REPORT-SPOOL-CAPTURE" USING WS-SPOOL-REPORT
               WS-SPOOL-PROGRAM.
           DISPLAY "OPEN SUSPENSE ITEMS:  " WS-CLOSING-COUNT.
           DISPLAY "SUSPENSE BALANCE:     " WS-CLOSING-TOTAL.
           IF WS-SOMETHING-OUT-OF-TIE
               DISPLAY "SUSPENSE DOES NOT TIE TO THE LOCKBOX - SEE "
                   "unappliedcashreport.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       100-LOAD-ITEM-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF WS-UC-FILE-STATUS NOT = "00"
               DISPLAY "NO UNAPPLIED CASH ON FILE - STATUS "
                   WS-UC-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UNAPPLIED-CASH-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 110-APPLY-ITEM-LINE
               END-READ
           END-PERFORM.
           IF WS-UC-FILE-STATUS = "00" OR "10"
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.
       110-APPLY-ITEM-LINE.
           IF UC-SUSPENDED
               IF WS-ITEM-COUNT < 2000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE UC-ITEM-NUMBER TO WS-IT-NUMBER(WS-ITEM-COUNT)
                   MOVE UC-EVENT-DATE
                       TO WS-IT-SUSPENDED(WS-ITEM-COUNT)
                   MOVE ZERO TO WS-IT-CLEARED(WS-ITEM-COUNT)
                   MOVE SPACE TO WS-IT-CLEAR-EVENT(WS-ITEM-COUNT)
                   MOVE UNAPPLIED-CASH-RECORD
                       TO WS-IT-RECORD(WS-ITEM-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           ELSE
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   IF WS-IT-NUMBER(WS-ITEM-SUB) = UC-ITEM-NUMBER
                       MOVE UC-EVENT-DATE
                           TO WS-IT-CLEARED(WS-ITEM-SUB)
                       MOVE UC-EVENT TO WS-IT-CLEAR-EVENT(WS-ITEM-SUB)
                   END-IF
               END-PERFORM
           END-IF.
       200-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO TT-RUN-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Open at the start of the day: suspended before today and not
      * cleared before today. Open at the end: suspended by today
      * and not cleared by today. Today's S and clearing lines are
      * the movement between the two.
       300-REPORT-ONE-ITEM.
           MOVE WS-IT-RECORD(WS-ITEM-SUB) TO UNAPPLIED-CASH-RECORD.
           IF WS-IT-SUSPENDED(WS-ITEM-SUB) < WS-RUN-DATE
               AND (WS-IT-CLEARED(WS-ITEM-SUB) = ZERO
                   OR WS-IT-CLEARED(WS-ITEM-SUB) NOT < WS-RUN-DATE)
               ADD UC-AMOUNT TO WS-OPENING-TOTAL
           END-IF.
           IF WS-IT-SUSPENDED(WS-ITEM-SUB) = WS-RUN-DATE
               IF UC-SOURCE = "LOCKBOX"
                   ADD 1 TO WS-LOCKBOX-IN-COUNT
                   ADD UC-AMOUNT TO WS-LOCKBOX-IN-TOTAL
               ELSE
                   ADD 1 TO WS-BATCH-IN-COUNT
                   ADD UC-AMOUNT TO WS-BATCH-IN-TOTAL
               END-IF
           END-IF.
           IF WS-IT-CLEARED(WS-ITEM-SUB) = WS-RUN-DATE
               IF WS-IT-CLEAR-EVENT(WS-ITEM-SUB) = 'A'
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD UC-AMOUNT TO WS-APPLIED-TOTAL
               ELSE
                   ADD 1 TO WS-REFUND-COUNT
                   ADD UC-AMOUNT TO WS-REFUND-TOTAL
               END-IF
           END-IF.
           IF WS-IT-SUSPENDED(WS-ITEM-SUB) NOT > WS-RUN-DATE
               AND (WS-IT-CLEARED(WS-ITEM-SUB) = ZERO
                   OR WS-IT-CLEARED(WS-ITEM-SUB) > WS-RUN-DATE)
               PERFORM 310-WRITE-OPEN-ITEM
           END-IF.
       310-WRITE-OPEN-ITEM.
           IF UC-RECEIVED-DATE NUMERIC
               AND UC-RECEIVED-DATE NOT < 16010101
               AND UC-RECEIVED-DATE NOT > WS-RUN-DATE
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS
                   - FUNCTION INTEGER-OF-DATE(UC-RECEIVED-DATE)
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS
                   - FUNCTION INTEGER-OF-DATE
                       (WS-IT-SUSPENDED(WS-ITEM-SUB))
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 30 MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS NOT > 60 MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS NOT > 90 MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER                MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.
           ADD 1 TO WS-AB-COUNT(WS-BUCKET-SUB).
           ADD UC-AMOUNT TO WS-AB-TOTAL(WS-BUCKET-SUB).
           ADD 1 TO WS-CLOSING-COUNT.
           ADD UC-AMOUNT TO WS-CLOSING-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE UC-ITEM-NUMBER TO DL-ITEM.
           MOVE UC-SOURCE TO DL-SOURCE.
           MOVE UC-RECEIPT-NUMBER TO DL-RECEIPT.
           MOVE UC-RECEIVED-DATE TO DL-RECEIVED.
           MOVE WS-AGE-DAYS TO DL-AGE.
           MOVE UC-AMOUNT TO DL-AMOUNT.
           MOVE UC-STUDENT-NUMBER TO DL-STUDENT.
           MOVE UC-TERM-CODE TO DL-TERM.
           MOVE UC-NOTE TO DL-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       400-WRITE-AGED-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO TL-LABEL
               MOVE WS-AB-COUNT(WS-BUCKET-SUB) TO TL-COUNT
               MOVE WS-AB-TOTAL(WS-BUCKET-SUB) TO TL-AMOUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL OPEN SUSPENSE" TO TL-LABEL.
           MOVE WS-CLOSING-COUNT TO TL-COUNT.
           MOVE WS-CLOSING-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       500-WRITE-DAILY-MOVEMENT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUSPENSE MOVEMENT FOR THE DAY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "OPENING BALANCE" TO TL-LABEL.
           MOVE WS-OPENING-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "SUSPENDED FROM LOCKBOX" TO TL-LABEL.
           MOVE WS-LOCKBOX-IN-COUNT TO TL-COUNT.
           MOVE WS-LOCKBOX-IN-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "SUSPENDED FROM PAYMENT BATCH" TO TL-LABEL.
           MOVE WS-BATCH-IN-COUNT TO TL-COUNT.
           MOVE WS-BATCH-IN-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "APPLIED TO STUDENTS" TO TL-LABEL.
           MOVE WS-APPLIED-COUNT TO TL-COUNT.
           COMPUTE TL-AMOUNT = ZERO - WS-APPLIED-TOTAL.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "MARKED FOR REFUND" TO TL-LABEL.
           MOVE WS-REFUND-COUNT TO TL-COUNT.
           COMPUTE TL-AMOUNT = ZERO - WS-REFUND-TOTAL.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-ROLLED-TOTAL = WS-OPENING-TOTAL
               + WS-LOCKBOX-IN-TOTAL + WS-BATCH-IN-TOTAL
               - WS-APPLIED-TOTAL - WS-REFUND-TOTAL.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "CLOSING BALANCE" TO TL-LABEL.
           MOVE WS-CLOSING-COUNT TO TL-COUNT.
           MOVE WS-CLOSING-TOTAL TO TL-AMOUNT.
           IF WS-ROLLED-TOTAL NOT = WS-CLOSING-TOTAL
               MOVE "*** DOES NOT ROLL" TO TL-FLAG
               MOVE 'Y' TO WS-OUT-OF-TIE
           END-IF.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Each deposit must be wholly accounted for - released to
      * payments.txt or held in suspense - and the lockbox items
      * suspended today must add up to what the deposits held back.
       600-TIE-OUT-LOCKBOX.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LOCKBOX DEPOSITS RELEASED TODAY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LOCKBOX-DEPOSIT-FILE.
           IF WS-LD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOCKBOX-DEPOSIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LD-IMPORT-DATE = WS-RUN-DATE
                           PERFORM 610-TIE-OUT-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LD-FILE-STATUS = "00" OR "10"
               CLOSE LOCKBOX-DEPOSIT-FILE
           END-IF.
           IF WS-DEPOSIT-COUNT = ZERO
               MOVE "NO LOCKBOX DEPOSIT RELEASED TODAY" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "HELD BACK BY THE DEPOSITS" TO TL-LABEL.
           MOVE WS-DEPOSIT-SUSPENDED TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "LOCKBOX ITEMS IN SUSPENSE TODAY" TO TL-LABEL.
           MOVE WS-LOCKBOX-IN-COUNT TO TL-COUNT.
           MOVE WS-LOCKBOX-IN-TOTAL TO TL-AMOUNT.
           IF WS-LOCKBOX-IN-TOTAL NOT = WS-DEPOSIT-SUSPENDED
               MOVE "*** DOES NOT TIE" TO TL-FLAG
               MOVE 'Y' TO WS-OUT-OF-TIE
           END-IF.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       610-TIE-OUT-ONE-DEPOSIT.
           ADD 1 TO WS-DEPOSIT-COUNT.
           ADD LD-SUSPENDED-TOTAL TO WS-DEPOSIT-SUSPENDED.
           MOVE LD-IMPORT-TIME(1:6) TO DP-TIME.
           MOVE LD-TRAILER-TOTAL TO DP-TRAILER.
           MOVE LD-RELEASED-TOTAL TO DP-RELEASED.
           MOVE LD-SUSPENDED-TOTAL TO DP-SUSPENDED.
           MOVE SPACES TO DP-FLAG.
           COMPUTE WS-DEPOSIT-DIFFERENCE = LD-TRAILER-TOTAL
               - LD-RELEASED-TOTAL - LD-SUSPENDED-TOTAL.
           IF WS-DEPOSIT-DIFFERENCE NOT = ZERO
               MOVE "***" TO DP-FLAG
               MOVE 'Y' TO WS-OUT-OF-TIE
           END-IF.
           MOVE WS-DEPOSIT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM UNAPPLIED-CASH-REPORT.
