      *          trailer, and prints a discrepancy report of records
      *          Finance rejected or never received, so a dropped
      *          import shows up the next morning instead of weeks
      *          later. The acknowledgment is verified on the
      *          interface manifest (INTERFACE-MANIFEST) before it is
      *          matched: its accepted details must foot to its own
      *          "99" trailer, and the run sequence number Finance
      *          carries in the trailer's reason field must not be
      *          one already received, or nothing is reconciled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 AK-DISPOSITION      PIC X.
           05 AK-REASON           PIC X(25).
           05 AK-AMOUNT           PIC 9(9)V99.
       01 AR-ACK-TRAILER-RECORD.
           05 FILLER              PIC X(13).
           05 AK-TRAILER-SEQUENCE PIC X(6).
           05 AK-TRAILER-SEQUENCE-NUM
               REDEFINES AK-TRAILER-SEQUENCE PIC 9(6).
           05 FILLER              PIC X(30).
       FD DISCREPANCY-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ACK-ACCEPTED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-THEIR-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-THEIR-TRAILER-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-FOOT-ACCEPTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FOOT-ACCEPTED-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNKNOWN-COUNT PIC 9(4) VALUE ZERO.
           05 AM-OURS            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 AM-THEIRS          PIC ZZZ,ZZZ,ZZ9.99.
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-LOAD-OUR-EXTRACT.
           PERFORM 150-VERIFY-ACK-ON-MANIFEST.
           IF IM-REFUSED
               DISPLAY "AR ACKNOWLEDGMENT REFUSED - " IM-REASON
               DISPLAY "NOTHING RECONCILED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF IM-GAP-ACCEPTED
               DISPLAY "AR ACKNOWLEDGMENT " IM-REASON
           END-IF.
           OPEN OUTPUT DISCREPANCY-REPORT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DISCREPANCY-REPORT-FILE - "
           PERFORM 300-REPORT-UNACKED-RECORDS.
           PERFORM 400-CHECK-CONTROL-TOTALS.
           CLOSE DISCREPANCY-REPORT-FILE.
           MOVE "RECEIVE" TO IM-ACTION.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
           MOVE "ardiscrepancy.txt" TO WS-SPOOL-REPORT.
           CALL "REPORT-SPOOL-CAPTURE" USING WS-SPOOL-REPORT
               WS-SPOOL-PROGRAM.
                   MOVE AR-STUDENT-ID TO WS-OUR-TRAILER-COUNT
                   MOVE AR-AMOUNT-OWED TO WS-OUR-TRAILER-TOTAL
           END-EVALUATE.
      * A first pass foots the acknowledgment - Finance's "99" counts
      * and totals only the details it accepted - so a short or
      * resent file is stopped before any of it is matched.
       150-VERIFY-ACK-ON-MANIFEST.
           MOVE "VERIFY" TO IM-ACTION.
           MOVE "ar_ack_return.txt" TO IM-FILE-NAME.
           MOVE "STUDENT-AR-RECONCILE" TO IM-PROGRAM.
           MOVE 'N' TO IM-TRAILER-FOUND.
           MOVE ZERO TO IM-TRAILER-COUNT.
           MOVE ZERO TO IM-TRAILER-TOTAL.
           MOVE ZERO TO IM-SEQUENCE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT AR-ACK-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AR-ACK-FILE - STATUS "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AR-ACK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 160-FOOT-ONE-ACK
               END-READ
           END-PERFORM.
           CLOSE AR-ACK-FILE.
           MOVE WS-FOOT-ACCEPTED-COUNT TO IM-RECORD-COUNT.
           MOVE WS-FOOT-ACCEPTED-TOTAL TO IM-HASH-TOTAL.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
       160-FOOT-ONE-ACK.
           EVALUATE AK-RECORD-TYPE
               WHEN "01"
                   IF AK-DISPOSITION NOT = 'R'
                       ADD 1 TO WS-FOOT-ACCEPTED-COUNT
                       ADD AK-AMOUNT TO WS-FOOT-ACCEPTED-TOTAL
                   END-IF
               WHEN "99"
                   MOVE 'Y' TO IM-TRAILER-FOUND
                   MOVE AK-STUDENT-ID TO IM-TRAILER-COUNT
                   MOVE AK-AMOUNT TO IM-TRAILER-TOTAL
                   IF AK-TRAILER-SEQUENCE-NUM NUMERIC
                       MOVE AK-TRAILER-SEQUENCE-NUM TO IM-SEQUENCE
                   END-IF
           END-EVALUATE.
       200-PROCESS-ACK-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT AR-ACK-FILE.
