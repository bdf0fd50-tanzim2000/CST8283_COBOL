      *          owing term with an AGYPAY audit entry carrying the
      *          agency reference; CLOSE and RECALL actions set the
      *          placement status to C or R, which lets the account
      *          back into the dunning run and the AR export. UNCOLL
      *          actions - the agency giving up on the account - set
      *          the status to U, which keeps the account held off
      *          those runs until a supervisor writes it off in
      *          BAD-DEBT-WRITE-OFF. A PAYMNT on an account already
      *          written off is a recovery: the amount is put back
      *          on the written-off terms with a WRTREC audit entry
      *          (so bad-debt expense reverses in the journal),
      *          paid off again with the usual AGYPAY, and logged on
      *          writeoffregister.txt. Returns for accounts that are
      *          not placed reject with a message, and control
      *          totals print at the end.
      *          Each payment is checked against the fiscal calendar
      *          (FISCAL-PERIOD-CHECK) as of its return date: one
      *          dated in a month Finance has closed posts into the
      *          next open period, and with no open period to go to
      *          the payment rejects for the agency to resend.
      *          The return file ends in a TRAILER record carrying the
      *          agency's return count, dollar total and run sequence
      *          number, and is verified on the interface manifest
      *          (INTERFACE-MANIFEST) before anything posts: a file
      *          without the trailer, one that does not foot to it,
      *          or one already received is refused; a skipped
      *          sequence number is noted. A processed file is logged
      *          there as received.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../studentaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT WRITE-OFF-REGISTER-FILE
           ASSIGN "../writeoffregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AGENCY-RETURN-FILE.
           05 AG-RETURN-DATE    PIC 9(8).
           05 FILLER            PIC X.
           05 AG-REFERENCE      PIC X(8).
       01 AGENCY-TRAILER-RECORD.
           05 AT-TRAILER-ID     PIC X(7).
               88 AT-IS-TRAILER     VALUE "TRAILER".
           05 FILLER            PIC X.
           05 AT-RETURN-COUNT   PIC 9(6).
           05 FILLER            PIC X.
           05 AT-RETURN-TOTAL   PIC 9(9)V99.
           05 FILLER            PIC X.
           05 AT-SEQUENCE       PIC X(6).
           05 AT-SEQUENCE-NUM REDEFINES AT-SEQUENCE PIC 9(6).
           05 FILLER            PIC X(7).
       FD PLACEMENT-FILE.
           COPY "COLLECTION-PLACEMENT-RECORD.CPY".
       FD STUDENT-RECORD-FILE.
           COPY "STUDENT-TUITION-RECORD.CPY".
       FD STUDENT-AUDIT-FILE.
           COPY "STUDENT-AUDIT-LOG.CPY".
       FD WRITE-OFF-REGISTER-FILE.
           COPY "WRITE-OFF-REGISTER-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-AG-FILE-STATUS PIC XX.
       01 WS-CL-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-WO-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PLACE-EOF PIC X.
       01 WS-PLACEMENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PLACEMENT-TABLE.
       01 WS-PLACEMENT-OVERFLOW PIC X VALUE 'N'.
           88 WS-PLACEMENT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-OLD-TUITION PIC S9(5)V99.
       01 WS-NEW-TUITION PIC S9(5)V99.
       01 WS-TERM-SUB PIC 9(2).
       01 WS-TERM-FOUND-SUB PIC 9(2).
       01 WS-RETURNS-READ PIC 9(4) VALUE ZERO.
       01 WS-PLACEMENTS-RECALLED PIC 9(4) VALUE ZERO.
       01 WS-RETURNS-REJECTED PIC 9(4) VALUE ZERO.
       01 WS-DOLLARS-POSTED PIC 9(8)V99 VALUE ZERO.
       01 WS-PLACEMENTS-UNCOLLECTIBLE PIC 9(4) VALUE ZERO.
       01 WS-RECOVERIES-POSTED PIC 9(4) VALUE ZERO.
       01 WS-DOLLARS-RECOVERED PIC 9(8)V99 VALUE ZERO.
      * One student's written-off terms from writeoffregister.txt,
      * with what is still unrecovered on each and the share of the
      * current recovery that goes against it.
       01 WS-RC-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RECOVERY-TABLE.
           05 WS-RC-ENTRY OCCURS 1 TO 12 TIMES
               DEPENDING ON WS-RC-COUNT.
               10 WS-RC-TERM        PIC X(5).
               10 WS-RC-UNRECOVERED PIC S9(7)V99.
               10 WS-RC-PORTION     PIC 9(5)V99.
               10 WS-RC-SLOT        PIC 9(2).
       01 WS-RC-SUB PIC 9(2).
       01 WS-RC-FOUND-SUB PIC 9(2).
       01 WS-UNRECOVERED-TOTAL PIC S9(7)V99.
       01 WS-RECOVERY-LEFT PIC 9(5)V99.
       01 WS-SLOTS-NEEDED PIC 9(2).
       01 WS-LOCK-DATASET PIC X(30) VALUE "studentrecord.dat".
       01 WS-LOCK-PROGRAM PIC X(30)
           VALUE "COLLECTION-RETURN-BATCH".
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       01 WS-RETURNS-ROLLED PIC 9(4) VALUE ZERO.
           COPY "FISCAL-CHECK-AREA.CPY".
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "COLLECTION-RETURN-BATCH" TO FK-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-PLACEMENT-TABLE.
           IF WS-PLACEMENT-TABLE-OVERFLOWED
               DISPLAY "MORE PLACEMENTS THAN THIS RUN CAN HOLD - "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 150-VERIFY-RETURNS-ON-MANIFEST.
           IF IM-REFUSED
               DISPLAY "AGENCY RETURN FILE REFUSED - " IM-REASON
               DISPLAY "NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF IM-GAP-ACCEPTED
               DISPLAY "AGENCY RETURN FILE " IM-REASON
           END-IF.
           OPEN INPUT AGENCY-RETURN-FILE.
           IF WS-AG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AGENCY-RETURN-FILE - STATUS "
               READ AGENCY-RETURN-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT AT-IS-TRAILER
                           ADD 1 TO WS-RETURNS-READ
                           PERFORM 200-PROCESS-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGENCY-RETURN-FILE.
           CLOSE STUDENT-AUDIT-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           PERFORM 600-REWRITE-PLACEMENT-FILE.
           MOVE "RECEIVE" TO IM-ACTION.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
           DISPLAY "==== AGENCY RETURN CONTROL TOTALS ====".
           DISPLAY "RETURNS READ:        " WS-RETURNS-READ.
           DISPLAY "PAYMENTS POSTED:     " WS-PAYMENTS-POSTED.
           DISPLAY "PLACEMENTS CLOSED:   " WS-PLACEMENTS-CLOSED.
           DISPLAY "PLACEMENTS RECALLED: " WS-PLACEMENTS-RECALLED.
           DISPLAY "RETURNED UNCOLLECT.: "
               WS-PLACEMENTS-UNCOLLECTIBLE.
           DISPLAY "RECOVERIES POSTED:   " WS-RECOVERIES-POSTED.
           DISPLAY "RETURNS REJECTED:    " WS-RETURNS-REJECTED.
           DISPLAY "ROLLED TO OPEN PERIOD:" WS-RETURNS-ROLLED.
           DISPLAY "DOLLARS POSTED:      " WS-DOLLARS-POSTED.
           DISPLAY "DOLLARS RECOVERED:   " WS-DOLLARS-RECOVERED.
           STOP RUN.
       100-LOAD-PLACEMENT-TABLE.
           MOVE 'N' TO WS-PLACE-EOF.
           IF WS-CL-FILE-STATUS = "00" OR "10"
               CLOSE PLACEMENT-FILE
           END-IF.
      * A first pass foots every return line to the agency's trailer
      * before the lock is taken, so a short or resent file never
      * posts a dollar.
       150-VERIFY-RETURNS-ON-MANIFEST.
           MOVE "VERIFY" TO IM-ACTION.
           MOVE "agencyreturns.txt" TO IM-FILE-NAME.
           MOVE "COLLECTION-RETURN-BATCH" TO IM-PROGRAM.
           MOVE ZERO TO IM-RECORD-COUNT.
           MOVE ZERO TO IM-HASH-TOTAL.
           MOVE ZERO TO IM-SEQUENCE.
           MOVE 'N' TO IM-TRAILER-FOUND.
           MOVE ZERO TO IM-TRAILER-COUNT.
           MOVE ZERO TO IM-TRAILER-TOTAL.
           OPEN INPUT AGENCY-RETURN-FILE.
           IF WS-AG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AGENCY-RETURN-FILE - STATUS "
                   WS-AG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AGENCY-RETURN-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 160-FOOT-ONE-RETURN
               END-READ
           END-PERFORM.
           CLOSE AGENCY-RETURN-FILE.
           MOVE 'N' TO WS-EOF.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
       160-FOOT-ONE-RETURN.
           IF AT-IS-TRAILER
               MOVE 'Y' TO IM-TRAILER-FOUND
               IF AT-RETURN-COUNT NUMERIC
                   MOVE AT-RETURN-COUNT TO IM-TRAILER-COUNT
               END-IF
               IF AT-RETURN-TOTAL NUMERIC
                   MOVE AT-RETURN-TOTAL TO IM-TRAILER-TOTAL
               END-IF
               IF AT-SEQUENCE-NUM NUMERIC
                   MOVE AT-SEQUENCE-NUM TO IM-SEQUENCE
               END-IF
           ELSE
               ADD 1 TO IM-RECORD-COUNT
               IF AG-AMOUNT NUMERIC
                   ADD AG-AMOUNT TO IM-HASH-TOTAL
               END-IF
           END-IF.
       200-PROCESS-ONE-RETURN.
           PERFORM 210-FIND-OPEN-PLACEMENT.
           IF WS-PLACEMENT-FOUND-SUB = ZERO
               IF AG-ACTION = "PAYMNT"
                   PERFORM 220-FIND-WRITTEN-OFF-PLACEMENT
               END-IF
               IF WS-PLACEMENT-FOUND-SUB = ZERO
                   ADD 1 TO WS-RETURNS-REJECTED
                   DISPLAY "RETURN FOR STUDENT " AG-STUDENT-NUMBER
                       " MATCHES NO OPEN PLACEMENT - REJECTED"
               ELSE
                   PERFORM 700-POST-RECOVERY
               END-IF
           ELSE
               EVALUATE AG-ACTION
                   WHEN "PAYMNT" PERFORM 300-POST-AGENCY-PAYMENT
                   WHEN "CLOSE"  PERFORM 400-CLOSE-PLACEMENT
                   WHEN "RECALL" PERFORM 500-RECALL-PLACEMENT
                   WHEN "UNCOLL" PERFORM 450-MARK-UNCOLLECTIBLE
                   WHEN OTHER
                       ADD 1 TO WS-RETURNS-REJECTED
                       DISPLAY "UNKNOWN RETURN ACTION " AG-ACTION
               MOVE WS-PL-RECORD(WS-PLACEMENT-SUB)
                   TO COLLECTION-PLACEMENT-RECORD
               IF CL-STUDENT-NUMBER = AG-STUDENT-NUMBER
                   AND (CL-STATUS = 'P' OR CL-STATUS = 'U')
                   MOVE WS-PLACEMENT-SUB TO WS-PLACEMENT-FOUND-SUB
               END-IF
           END-PERFORM.
       220-FIND-WRITTEN-OFF-PLACEMENT.
           MOVE ZERO TO WS-PLACEMENT-FOUND-SUB.
           PERFORM VARYING WS-PLACEMENT-SUB FROM 1 BY 1
                   UNTIL WS-PLACEMENT-SUB > WS-PLACEMENT-COUNT
               MOVE WS-PL-RECORD(WS-PLACEMENT-SUB)
                   TO COLLECTION-PLACEMENT-RECORD
               IF CL-STUDENT-NUMBER = AG-STUDENT-NUMBER
                   AND CL-STATUS = 'W'
                   MOVE WS-PLACEMENT-SUB TO WS-PLACEMENT-FOUND-SUB
               END-IF
           END-PERFORM.
               DISPLAY "BAD AMOUNT ON AGENCY PAYMENT FOR STUDENT "
                   AG-STUDENT-NUMBER " - REJECTED"
           ELSE
               MOVE "AGYPAY" TO FK-ACTION
               PERFORM 980-CHECK-FISCAL-PERIOD
               IF FK-REJECTED
                   ADD 1 TO WS-RETURNS-REJECTED
                   DISPLAY "NO OPEN FISCAL PERIOD FOR AGENCY PAYMENT "
                       "FOR STUDENT " AG-STUDENT-NUMBER " - REJECTED"
               ELSE
                   MOVE AG-STUDENT-NUMBER TO STUDENT-NUMBER
                   READ STUDENT-RECORD-FILE
                       INVALID KEY
                           ADD 1 TO WS-RETURNS-REJECTED
                           DISPLAY "NO STUDENT RECORD FOR PLACED "
                               "ACCOUNT " AG-STUDENT-NUMBER
                               " - REJECTED"
                       NOT INVALID KEY
                           PERFORM 310-APPLY-AGENCY-PAYMENT
                   END-READ
               END-IF
           END-IF.
       310-APPLY-AGENCY-PAYMENT.
           MOVE ZERO TO WS-TERM-FOUND-SUB.
           END-IF.
       320-WRITE-AGENCY-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE "BATCH" TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           ADD 1 TO WS-PLACEMENTS-CLOSED.
           DISPLAY "PLACEMENT CLOSED FOR STUDENT "
               AG-STUDENT-NUMBER.
      * The agency has given up. The balance stays as it is - only a
      * supervisor's write-off in BAD-DEBT-WRITE-OFF clears it - but
      * the account stays held off dunning and the AR export.
       450-MARK-UNCOLLECTIBLE.
           MOVE WS-PL-RECORD(WS-PLACEMENT-FOUND-SUB)
               TO COLLECTION-PLACEMENT-RECORD.
           MOVE 'U' TO CL-STATUS.
           MOVE COLLECTION-PLACEMENT-RECORD
               TO WS-PL-RECORD(WS-PLACEMENT-FOUND-SUB).
           ADD 1 TO WS-PLACEMENTS-UNCOLLECTIBLE.
           DISPLAY "PLACEMENT RETURNED UNCOLLECTIBLE FOR STUDENT "
               AG-STUDENT-NUMBER " - AWAITING WRITE-OFF".
       500-RECALL-PLACEMENT.
           MOVE WS-PL-RECORD(WS-PLACEMENT-FOUND-SUB)
               TO COLLECTION-PLACEMENT-RECORD.
               CLOSE PLACEMENT-FILE
           END-IF.

      * Money the agency collects after a write-off is a recovery.
      * It goes back on the written-off terms oldest first, never
      * past what is still unrecovered, as a WRTREC that puts the
      * receivable back followed by the AGYPAY that pays it off, so
      * the term nets to where it was and the journal reverses the
      * bad-debt expense. A term that has since rolled off the
      * student record gets its slot back at zero. Only a recovery
      * within the unrecovered total is put to the fiscal calendar, so
      * closedperiodpostings.txt never logs one refused for its size.
       700-POST-RECOVERY.
           IF AG-AMOUNT NOT NUMERIC OR AG-AMOUNT = ZERO
               ADD 1 TO WS-RETURNS-REJECTED
               DISPLAY "BAD AMOUNT ON AGENCY PAYMENT FOR STUDENT "
                   AG-STUDENT-NUMBER " - REJECTED"
           ELSE
               PERFORM 710-LOAD-UNRECOVERED-TERMS
               IF WS-UNRECOVERED-TOTAL < AG-AMOUNT
                   ADD 1 TO WS-RETURNS-REJECTED
                   DISPLAY "RECOVERY FOR STUDENT " AG-STUDENT-NUMBER
                       " IS MORE THAN THE UNRECOVERED WRITE-OFF"
                       " - REJECTED"
               ELSE
                   MOVE "WRTREC" TO FK-ACTION
                   PERFORM 980-CHECK-FISCAL-PERIOD
                   IF FK-REJECTED
                       ADD 1 TO WS-RETURNS-REJECTED
                       DISPLAY "NO OPEN FISCAL PERIOD FOR RECOVERY "
                           "FOR STUDENT " AG-STUDENT-NUMBER
                           " - REJECTED"
                   ELSE
                       MOVE AG-STUDENT-NUMBER TO STUDENT-NUMBER
                       READ STUDENT-RECORD-FILE
                           INVALID KEY
                               ADD 1 TO WS-RETURNS-REJECTED
                               DISPLAY "NO STUDENT RECORD FOR "
                                   "WRITTEN-OFF ACCOUNT "
                                   AG-STUDENT-NUMBER " - REJECTED"
                           NOT INVALID KEY
                               PERFORM 720-APPLY-RECOVERY
                       END-READ
                   END-IF
               END-IF
           END-IF.
       710-LOAD-UNRECOVERED-TERMS.
           MOVE ZERO TO WS-RC-COUNT.
           MOVE ZERO TO WS-UNRECOVERED-TOTAL.
           MOVE 'N' TO WS-WO-EOF.
           OPEN INPUT WRITE-OFF-REGISTER-FILE.
           IF WS-WO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-WO-EOF
           END-IF.
           PERFORM UNTIL WS-WO-EOF = 'Y'
               READ WRITE-OFF-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-WO-EOF
                   NOT AT END
                       IF WO-STUDENT-NUMBER = AG-STUDENT-NUMBER
                           PERFORM 715-TAKE-UP-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00" OR "10"
               CLOSE WRITE-OFF-REGISTER-FILE
           END-IF.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-UNRECOVERED(WS-RC-SUB) > ZERO
                   ADD WS-RC-UNRECOVERED(WS-RC-SUB)
                       TO WS-UNRECOVERED-TOTAL
               END-IF
           END-PERFORM.
       715-TAKE-UP-REGISTER-LINE.
           MOVE ZERO TO WS-RC-FOUND-SUB.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-TERM(WS-RC-SUB) = WO-TERM
                   MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-RC-FOUND-SUB = ZERO
               IF WS-RC-COUNT < 12
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-RC-COUNT TO WS-RC-FOUND-SUB
                   MOVE WO-TERM TO WS-RC-TERM(WS-RC-FOUND-SUB)
                   MOVE ZERO TO WS-RC-UNRECOVERED(WS-RC-FOUND-SUB)
               ELSE
                   DISPLAY 'WRITE-OFF TERM TABLE FULL - DROPPED: '
                       WO-STUDENT-NUMBER " " WO-TERM
               END-IF
           END-IF.
           IF WS-RC-FOUND-SUB > ZERO
               IF WO-WRITTEN-OFF
                   ADD WO-AMOUNT TO WS-RC-UNRECOVERED(WS-RC-FOUND-SUB)
               ELSE
                   SUBTRACT WO-AMOUNT
                       FROM WS-RC-UNRECOVERED(WS-RC-FOUND-SUB)
               END-IF
           END-IF.
       720-APPLY-RECOVERY.
           MOVE AG-AMOUNT TO WS-RECOVERY-LEFT.
           MOVE ZERO TO WS-SLOTS-NEEDED.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               MOVE ZERO TO WS-RC-PORTION(WS-RC-SUB)
               MOVE ZERO TO WS-RC-SLOT(WS-RC-SUB)
               IF WS-RC-UNRECOVERED(WS-RC-SUB) > ZERO
                   AND WS-RECOVERY-LEFT > ZERO
                   IF WS-RC-UNRECOVERED(WS-RC-SUB) < WS-RECOVERY-LEFT
                       MOVE WS-RC-UNRECOVERED(WS-RC-SUB)
                           TO WS-RC-PORTION(WS-RC-SUB)
                   ELSE
                       MOVE WS-RECOVERY-LEFT
                           TO WS-RC-PORTION(WS-RC-SUB)
                   END-IF
                   SUBTRACT WS-RC-PORTION(WS-RC-SUB)
                       FROM WS-RECOVERY-LEFT
                   PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                           UNTIL WS-TERM-SUB > TERM-COUNT
                       IF TERM-CODE(WS-TERM-SUB) = WS-RC-TERM(WS-RC-SUB)
                           MOVE WS-TERM-SUB TO WS-RC-SLOT(WS-RC-SUB)
                       END-IF
                   END-PERFORM
                   IF WS-RC-SLOT(WS-RC-SUB) = ZERO
                       ADD 1 TO WS-SLOTS-NEEDED
                   END-IF
               END-IF
           END-PERFORM.
           IF TERM-COUNT + WS-SLOTS-NEEDED > 6
               ADD 1 TO WS-RETURNS-REJECTED
               DISPLAY "NO TERM SLOT LEFT TO TAKE THE RECOVERY FOR "
                   "STUDENT " STUDENT-NUMBER " - REJECTED"
           ELSE
               PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                       UNTIL WS-RC-SUB > WS-RC-COUNT
                   IF WS-RC-PORTION(WS-RC-SUB) > ZERO
                       AND WS-RC-SLOT(WS-RC-SUB) = ZERO
                       ADD 1 TO TERM-COUNT
                       MOVE TERM-COUNT TO WS-RC-SLOT(WS-RC-SUB)
                       MOVE WS-RC-TERM(WS-RC-SUB)
                           TO TERM-CODE(TERM-COUNT)
                       MOVE ZERO TO TERM-OWED(TERM-COUNT)
                   END-IF
               END-PERFORM
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-RETURNS-REJECTED
                       DISPLAY "REWRITE FAILED FOR STUDENT "
                           STUDENT-NUMBER " - STATUS "
                           WS-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-RECOVERIES-POSTED
                       ADD AG-AMOUNT TO WS-DOLLARS-RECOVERED
                       ADD AG-AMOUNT TO WS-DOLLARS-POSTED
                       PERFORM 730-WRITE-RECOVERY-ENTRIES
                       PERFORM 330-NOTE-PAYMENT-ON-PLACEMENT
               END-REWRITE
           END-IF.
       730-WRITE-RECOVERY-ENTRIES.
           OPEN EXTEND WRITE-OFF-REGISTER-FILE.
           IF WS-WO-FILE-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-REGISTER-FILE
           END-IF.
           IF WS-WO-FILE-STATUS NOT = "00"
               DISPLAY "RECOVERY POSTED FOR STUDENT " STUDENT-NUMBER
                   " BUT NOT WRITTEN TO writeoffregister.txt - "
                   "STATUS " WS-WO-FILE-STATUS
           END-IF.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-PORTION(WS-RC-SUB) > ZERO
                   MOVE WS-RC-SLOT(WS-RC-SUB) TO WS-TERM-FOUND-SUB
                   MOVE TUITION-OWED TO WS-OLD-TUITION
                   COMPUTE WS-NEW-TUITION =
                       TUITION-OWED + WS-RC-PORTION(WS-RC-SUB)
                   PERFORM 740-WRITE-WRTREC-AUDIT-ENTRY
                   PERFORM 320-WRITE-AGENCY-AUDIT-ENTRY
                   IF WS-WO-FILE-STATUS = "00"
                       PERFORM 750-WRITE-RECOVERY-REGISTER-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00"
               CLOSE WRITE-OFF-REGISTER-FILE
           END-IF.
       740-WRITE-WRTREC-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FK-POST-DATE TO AL-DATE.
           ACCEPT AL-TIME FROM TIME.
           MOVE "BATCH" TO AL-OPERATOR.
           MOVE STUDENT-NUMBER TO AL-STUDENT-NUMBER.
           MOVE "WRTREC" TO AL-ACTION.
           MOVE WS-OLD-TUITION TO AL-OLD-TUITION.
           MOVE WS-NEW-TUITION TO AL-NEW-TUITION.
           MOVE AG-REFERENCE TO AL-REFERENCE.
           MOVE TERM-CODE(WS-TERM-FOUND-SUB) TO AL-PERIOD.
           WRITE AUDIT-LOG-RECORD.
           MOVE WS-NEW-TUITION TO WS-OLD-TUITION.
       750-WRITE-RECOVERY-REGISTER-LINE.
           MOVE SPACES TO WRITE-OFF-REGISTER-RECORD.
           MOVE STUDENT-NUMBER TO WO-STUDENT-NUMBER.
           MOVE 'R' TO WO-EVENT.
           MOVE WS-RC-TERM(WS-RC-SUB) TO WO-TERM.
           MOVE WS-RC-PORTION(WS-RC-SUB) TO WO-AMOUNT.
           MOVE FK-POST-DATE TO WO-POSTED-DATE.
           MOVE FK-POST-PERIOD TO WO-FISCAL-PERIOD.
           MOVE "BATCH" TO WO-OPERATOR.
           MOVE AG-REFERENCE TO WO-REFERENCE.
           MOVE STUDENT-NAME TO WO-STUDENT-NAME.
           WRITE WRITE-OFF-REGISTER-RECORD.

      * Agency money is dated by its return date, so the fiscal
      * calendar (FISCAL-PERIOD-CHECK) is asked about that date
      * before the payment or recovery posts.
       980-CHECK-FISCAL-PERIOD.
           MOVE AG-STUDENT-NUMBER TO FK-STUDENT-NUMBER.
           MOVE AG-AMOUNT TO FK-AMOUNT.
           MOVE AG-RETURN-DATE TO FK-TRANSACTION-DATE.
           CALL "FISCAL-PERIOD-CHECK" USING FISCAL-CHECK-AREA.
           IF FK-ROLLED-FORWARD
               ADD 1 TO WS-RETURNS-ROLLED
           END-IF.
      * Updates run under a data-set lock (DATA-SET-LOCK) so this
      * run and a counter session can never interleave REWRITEs on
      * the same studentrecord.dat.
