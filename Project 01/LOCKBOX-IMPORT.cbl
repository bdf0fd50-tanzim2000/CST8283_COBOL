      *          translated count and total balance to the trailer.
      *          Remittances that do not parse (non-numeric student
      *          number or amount) sideline to lockboxexceptions.txt
      *          instead of being silently dropped. A remittance whose
      *          amount reads but whose student number does not is
      *          money the bank has taken in, so it goes into
      *          unapplied cash suspense (unappliedcash.txt,
      *          UNAPPLIED-CASH-RECORD.CPY) for the Bursar's office
      *          to apply or refund, and counts toward the deposit;
      *          any other sidelined remittance means the deposit no
      *          longer balances, and nothing releases until the bank
      *          file is corrected. Each released deposit is recorded
      *          on lockboxdeposits.txt - trailer total, released and
      *          suspended - for the daily suspense tie-out.
      *          Refuses to run while payments.txt still
      *          holds unposted transactions, so a keyed batch is
      *          never overwritten. The bank file is verified on the
      *          interface manifest (INTERFACE-MANIFEST) before
      *          anything releases - a file without a trailer, one
      *          that does not foot to it, or one whose trailer
      *          sequence number has already been received is
      *          refused and logged there; a skipped sequence number
      *          is noted. A released deposit is logged there as
      *          received.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../lockboxexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT UNAPPLIED-CASH-FILE
           ASSIGN "../unappliedcash.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UC-FILE-STATUS.
           SELECT LOCKBOX-DEPOSIT-FILE
           ASSIGN "../lockboxdeposits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOX-FILE.
           05 LB-DETAIL-DATA.
               10 LB-STUDENT-NUMBER PIC X(7).
               10 LB-AMOUNT         PIC X(7).
               10 LB-AMOUNT-VALUE REDEFINES LB-AMOUNT PIC 9(5)V99.
               10 LB-RECEIPT-NUMBER PIC X(8).
               10 LB-TERM-CODE      PIC X(5).
           05 LB-TRAILER-DATA REDEFINES LB-DETAIL-DATA.
               10 LB-TRAILER-COUNT  PIC 9(5).
               10 LB-TRAILER-TOTAL  PIC 9(9)V99.
               10 LB-TRAILER-SEQUENCE PIC X(6).
               10 LB-TRAILER-SEQUENCE-NUM
                   REDEFINES LB-TRAILER-SEQUENCE PIC 9(6).
               10 FILLER            PIC X(5).
       FD PAYMENT-TRANSACTION-FILE.
       01 PAYMENT-RECORD.
           05 PT-STUDENT-NUMBER  PIC 9(7).
           05 EX-RAW-REMITTANCE PIC X(28).
           05 FILLER            PIC X VALUE SPACE.
           05 EX-REASON         PIC X(40).
       FD UNAPPLIED-CASH-FILE.
           COPY "UNAPPLIED-CASH-RECORD.CPY".
       FD LOCKBOX-DEPOSIT-FILE.
           COPY "LOCKBOX-DEPOSIT-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-LB-FILE-STATUS PIC XX.
       01 WS-PT-FILE-STATUS PIC XX.
       01 WS-EX-FILE-STATUS PIC XX.
       01 WS-UC-FILE-STATUS PIC XX.
       01 WS-LD-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-REMIT-COUNT PIC 9(3) VALUE ZERO.
           88 WS-TRAILER-ON-FILE VALUE 'Y'.
       01 WS-TRAILER-COUNT PIC 9(5).
       01 WS-TRAILER-TOTAL PIC 9(9)V99.
       01 WS-TRAILER-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PENDING PIC X.
           88 WS-UNPOSTED-PAYMENTS VALUE 'Y'.
      * Remittances bound for unapplied cash suspense - the student
      * number is kept exactly as the bank sent it.
       01 WS-SUSPENSE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SUSPENSE-TABLE.
           05 WS-SUSPENSE-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-SUSPENSE-COUNT.
               10 WS-SU-STUDENT PIC X(7).
               10 WS-SU-AMOUNT  PIC 9(5)V99.
               10 WS-SU-RECEIPT PIC X(8).
               10 WS-SU-TERM    PIC X(5).
       01 WS-SUSPENSE-SUB PIC 9(3).
       01 WS-SUSPENDED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-ACCOUNTED-COUNT PIC 9(5).
       01 WS-ACCOUNTED-TOTAL PIC 9(9)V99.
       01 WS-LAST-ITEM-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-RUN-TIME PIC 9(8).
       01 WS-LOCK-DATASET PIC X(30) VALUE "unappliedcash.txt".
       01 WS-LOCK-PROGRAM PIC X(30) VALUE "LOCKBOX-IMPORT".
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 100-CHECK-FOR-UNPOSTED-PAYMENTS.
           IF WS-UNPOSTED-PAYMENTS
               DISPLAY "payments.txt STILL HOLDS UNPOSTED "
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE LB-TRAILER-COUNT TO WS-TRAILER-COUNT
                   MOVE LB-TRAILER-TOTAL TO WS-TRAILER-TOTAL
                   IF LB-TRAILER-SEQUENCE-NUM NUMERIC
                       MOVE LB-TRAILER-SEQUENCE-NUM
                           TO WS-TRAILER-SEQUENCE
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO EX-REASON
                   PERFORM 300-WRITE-EXCEPTION
           END-EVALUATE.
       210-TRANSLATE-ONE-REMITTANCE.
           EVALUATE TRUE
               WHEN LB-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT IS NOT NUMERIC" TO EX-REASON
                   PERFORM 300-WRITE-EXCEPTION
               WHEN LB-STUDENT-NUMBER NOT NUMERIC
                   PERFORM 220-HOLD-FOR-SUSPENSE
               WHEN WS-REMIT-COUNT NOT < 500
                   MOVE 'Y' TO WS-REMIT-OVERFLOW
                   MOVE "IMPORT TABLE FULL" TO EX-REASON
                   ADD 1 TO WS-REMIT-COUNT
                   MOVE LB-STUDENT-NUMBER
                       TO WS-RM-STUDENT(WS-REMIT-COUNT)
                   MOVE LB-AMOUNT-VALUE
                       TO WS-RM-AMOUNT(WS-REMIT-COUNT)
                   MOVE LB-RECEIPT-NUMBER
                       TO WS-RM-RECEIPT(WS-REMIT-COUNT)
                   MOVE LB-TERM-CODE TO WS-RM-TERM(WS-REMIT-COUNT)
                   ADD WS-RM-AMOUNT(WS-REMIT-COUNT)
                       TO WS-TRANSLATED-TOTAL
           END-EVALUATE.
      * The money is still in the deposit, so it balances the
      * trailer like a translated remittance; the exception line
      * stays as the record of why it was not posted.
       220-HOLD-FOR-SUSPENSE.
           IF WS-SUSPENSE-COUNT NOT < 100
               MOVE 'Y' TO WS-REMIT-OVERFLOW
               MOVE "SUSPENSE TABLE FULL" TO EX-REASON
               PERFORM 300-WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-SUSPENSE-COUNT
               MOVE LB-STUDENT-NUMBER
                   TO WS-SU-STUDENT(WS-SUSPENSE-COUNT)
               MOVE LB-AMOUNT-VALUE TO WS-SU-AMOUNT(WS-SUSPENSE-COUNT)
               MOVE LB-RECEIPT-NUMBER
                   TO WS-SU-RECEIPT(WS-SUSPENSE-COUNT)
               MOVE LB-TERM-CODE TO WS-SU-TERM(WS-SUSPENSE-COUNT)
               ADD WS-SU-AMOUNT(WS-SUSPENSE-COUNT)
                   TO WS-SUSPENDED-TOTAL
               MOVE "STUDENT NUMBER NOT NUMERIC - TO SUSPENSE"
                   TO EX-REASON
               MOVE LB-DETAIL-DATA TO EX-RAW-REMITTANCE
               WRITE LOCKBOX-EXCEPTION-RECORD
           END-IF.
       300-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE LB-DETAIL-DATA TO EX-RAW-REMITTANCE.
       400-BALANCE-AND-RELEASE.
           DISPLAY "==== LOCKBOX IMPORT ====".
           DISPLAY "REMITTANCES TRANSLATED: " WS-REMIT-COUNT.
           DISPLAY "TO UNAPPLIED SUSPENSE:  " WS-SUSPENSE-COUNT.
           DISPLAY "EXCEPTIONS SIDELINED:   " WS-EXCEPTION-COUNT.
           DISPLAY "TRANSLATED TOTAL:       " WS-TRANSLATED-TOTAL.
           DISPLAY "SUSPENDED TOTAL:        " WS-SUSPENDED-TOTAL.
           COMPUTE WS-ACCOUNTED-COUNT =
               WS-REMIT-COUNT + WS-SUSPENSE-COUNT.
           COMPUTE WS-ACCOUNTED-TOTAL =
               WS-TRANSLATED-TOTAL + WS-SUSPENDED-TOTAL.
           PERFORM 450-VERIFY-ON-MANIFEST.
           IF NOT WS-TRAILER-ON-FILE
               DISPLAY "NO DEPOSIT-SLIP TRAILER ON THE BANK FILE - "
                   "NOTHING RELEASED"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-ACCOUNTED-COUNT NOT = WS-TRAILER-COUNT
               OR WS-ACCOUNTED-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "TRAILER SHOWS " WS-TRAILER-COUNT
                   " REMITTANCES FOR " WS-TRAILER-TOTAL
               DISPLAY "TRANSLATED FILE DOES NOT BALANCE TO THE "
                   "DEPOSIT SLIP - NOTHING RELEASED"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF IM-REFUSED
               DISPLAY "BANK FILE REFUSED - " IM-REASON
               DISPLAY "NOTHING RELEASED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF IM-GAP-ACCEPTED
                   DISPLAY "BANK FILE " IM-REASON
               END-IF
               PERFORM 960-ACQUIRE-DATA-SET-LOCK
               IF WS-LOCK-RESULT NOT = 'Y'
                   DISPLAY "UNAPPLIED CASH SUSPENSE IS IN USE - "
                       "NOTHING RELEASED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 500-RELEASE-PAYMENT-FILE
                   PERFORM 970-RELEASE-DATA-SET-LOCK
               END-IF
           END-IF
           END-IF
           END-IF.
      * Every deposit-slip remittance is either translated or
      * suspended, so those two together are what must foot to the
      * trailer on the manifest.
       450-VERIFY-ON-MANIFEST.
           MOVE "VERIFY" TO IM-ACTION.
           MOVE "banklockbox.txt" TO IM-FILE-NAME.
           MOVE "LOCKBOX-IMPORT" TO IM-PROGRAM.
           MOVE WS-ACCOUNTED-COUNT TO IM-RECORD-COUNT.
           MOVE WS-ACCOUNTED-TOTAL TO IM-HASH-TOTAL.
           MOVE WS-TRAILER-SEQUENCE TO IM-SEQUENCE.
           MOVE WS-TRAILER-SEEN TO IM-TRAILER-FOUND.
           MOVE ZERO TO IM-TRAILER-COUNT.
           MOVE ZERO TO IM-TRAILER-TOTAL.
           IF WS-TRAILER-ON-FILE
               MOVE WS-TRAILER-COUNT TO IM-TRAILER-COUNT
               MOVE WS-TRAILER-TOTAL TO IM-TRAILER-TOTAL
           END-IF.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
      * Payments, suspense items and the deposit record are released
      * together under the suspense lock, so the tie-out never sees
      * half a deposit.
       500-RELEASE-PAYMENT-FILE.
           PERFORM 510-FIND-LAST-ITEM-NUMBER.
           OPEN EXTEND UNAPPLIED-CASH-FILE.
           IF WS-UC-FILE-STATUS = "35"
               OPEN OUTPUT UNAPPLIED-CASH-FILE
           END-IF.
           IF WS-UC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING UNAPPLIED-CASH-FILE - "
                   "STATUS " WS-UC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
           OPEN OUTPUT PAYMENT-TRANSACTION-FILE
           IF WS-PT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYMENT-TRANSACTION-FILE - "
                   "STATUS " WS-PT-FILE-STATUS
               CLOSE UNAPPLIED-CASH-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-REMIT-SUB FROM 1 BY 1
                   WRITE PAYMENT-RECORD
               END-PERFORM
               CLOSE PAYMENT-TRANSACTION-FILE
               PERFORM 520-SUSPEND-ONE-REMITTANCE
                   VARYING WS-SUSPENSE-SUB FROM 1 BY 1
                   UNTIL WS-SUSPENSE-SUB > WS-SUSPENSE-COUNT
               CLOSE UNAPPLIED-CASH-FILE
               PERFORM 530-RECORD-DEPOSIT
               MOVE "RECEIVE" TO IM-ACTION
               CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA
               DISPLAY "payments.txt RELEASED WITH "
                   WS-REMIT-COUNT " TRANSACTIONS"
               IF WS-SUSPENSE-COUNT > ZERO
                   DISPLAY WS-SUSPENSE-COUNT " REMITTANCES PUT INTO "
                       "UNAPPLIED CASH SUSPENSE"
               END-IF
           END-IF
           END-IF.
       510-FIND-LAST-ITEM-NUMBER.
           MOVE ZERO TO WS-LAST-ITEM-NUMBER.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF WS-UC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ UNAPPLIED-CASH-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF UC-ITEM-NUMBER NUMERIC
                           AND UC-ITEM-NUMBER > WS-LAST-ITEM-NUMBER
                           MOVE UC-ITEM-NUMBER TO WS-LAST-ITEM-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-UC-FILE-STATUS = "00" OR "10"
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.
       520-SUSPEND-ONE-REMITTANCE.
           ADD 1 TO WS-LAST-ITEM-NUMBER.
           MOVE SPACES TO UNAPPLIED-CASH-RECORD.
           MOVE WS-LAST-ITEM-NUMBER TO UC-ITEM-NUMBER.
           MOVE 'S' TO UC-EVENT.
           MOVE WS-RUN-DATE TO UC-EVENT-DATE.
           MOVE "LOCKBOX" TO UC-SOURCE.
           MOVE WS-SU-RECEIPT(WS-SUSPENSE-SUB) TO UC-RECEIPT-NUMBER.
           MOVE WS-RUN-DATE TO UC-RECEIVED-DATE.
           MOVE WS-SU-AMOUNT(WS-SUSPENSE-SUB) TO UC-AMOUNT.
           MOVE WS-SU-STUDENT(WS-SUSPENSE-SUB) TO UC-STUDENT-NUMBER.
           MOVE WS-SU-TERM(WS-SUSPENSE-SUB) TO UC-TERM-CODE.
           MOVE "BATCH" TO UC-OPERATOR.
           MOVE "STUDENT NUMBER IS NOT NUMERIC" TO UC-NOTE.
           WRITE UNAPPLIED-CASH-RECORD.
       530-RECORD-DEPOSIT.
           OPEN EXTEND LOCKBOX-DEPOSIT-FILE.
           IF WS-LD-FILE-STATUS = "35"
               OPEN OUTPUT LOCKBOX-DEPOSIT-FILE
           END-IF.
           IF WS-LD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOCKBOX-DEPOSIT-FILE - "
                   "STATUS " WS-LD-FILE-STATUS
                   " - DEPOSIT NOT RECORDED FOR THE TIE-OUT"
           ELSE
               MOVE SPACES TO LOCKBOX-DEPOSIT-RECORD
               MOVE WS-RUN-DATE TO LD-IMPORT-DATE
               MOVE WS-RUN-TIME TO LD-IMPORT-TIME
               MOVE WS-TRAILER-COUNT TO LD-TRAILER-COUNT
               MOVE WS-TRAILER-TOTAL TO LD-TRAILER-TOTAL
               MOVE WS-REMIT-COUNT TO LD-RELEASED-COUNT
               MOVE WS-TRANSLATED-TOTAL TO LD-RELEASED-TOTAL
               MOVE WS-SUSPENSE-COUNT TO LD-SUSPENDED-COUNT
               MOVE WS-SUSPENDED-TOTAL TO LD-SUSPENDED-TOTAL
               WRITE LOCKBOX-DEPOSIT-RECORD
               CLOSE LOCKBOX-DEPOSIT-FILE
           END-IF.

      * Suspense items are numbered and appended under the data-set
      * lock on unappliedcash.txt (DATA-SET-LOCK), which the payment
      * batch and the suspense maintenance take as well.
       960-ACQUIRE-DATA-SET-LOCK.
           MOVE "LOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-LOCK-OPERATOR WS-LOCK-ACTION
               WS-LOCK-RESULT.
       970-RELEASE-DATA-SET-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-LOCK-OPERATOR WS-LOCK-ACTION
               WS-LOCK-RESULT.

       END PROGRAM LOCKBOX-IMPORT.
