      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Common CALLable interface manifest - every program
      *          that sends a file to another system or takes one in
      *          from outside passes it through here
      *          (INTERFACE-MANIFEST-AREA.CPY), so interfacemanifest.txt
      *          is the one place that says what was sent and
      *          received, when, and whether it was complete. SEND
      *          registers an outbound file with its record count and
      *          dollar hash total under the next run sequence number
      *          for that file. VERIFY checks an inbound file before
      *          it is processed: it must carry a trailer, its details
      *          must foot to the trailer's count and total, and its
      *          sequence number must not be one already received -
      *          or, when the sender supplies no sequence, its count
      *          and total must not repeat the last file received.
      *          A refusal is logged here and then; a file that skips
      *          one or more sequence numbers is passed with the gap
      *          noted. RECEIVE logs a verified file once its program
      *          has processed it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFACE-MANIFEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE
           ASSIGN "../interfacemanifest.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST-FILE.
           COPY "INTERFACE-MANIFEST-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-MF-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-LOG-DIRECTION PIC X.
       01 WS-LOG-STATUS PIC X.
       01 WS-HIGH-SENT PIC 9(6).
       01 WS-HIGH-RECEIVED PIC 9(6).
       01 WS-RECEIVED-COUNT PIC 9(6).
       01 WS-LAST-RECEIVED-COUNT PIC 9(7).
       01 WS-LAST-RECEIVED-TOTAL PIC 9(11)V99.
       01 WS-ALREADY-RECEIVED PIC X.
           88 WS-SEQUENCE-ALREADY-RECEIVED VALUE 'Y'.
       01 WS-EXPECTED-SEQUENCE PIC 9(6).
       LINKAGE SECTION.
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION USING INTERFACE-MANIFEST-AREA.
       000-HANDLE-ONE-FILE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           EVALUATE TRUE
               WHEN IM-REGISTER-SENT
                   PERFORM 100-REGISTER-SENT-FILE
               WHEN IM-VERIFY-INBOUND
                   PERFORM 200-VERIFY-INBOUND-FILE
               WHEN IM-LOG-RECEIVED
                   PERFORM 300-LOG-RECEIVED-FILE
               WHEN OTHER
                   MOVE 'X' TO IM-RESULT
                   MOVE "UNKNOWN MANIFEST ACTION" TO IM-REASON
                   DISPLAY "INTERFACE-MANIFEST: UNKNOWN ACTION "
                       IM-ACTION " FROM " IM-PROGRAM
           END-EVALUATE.
           GOBACK.
       100-REGISTER-SENT-FILE.
           PERFORM 400-SCAN-MANIFEST.
           COMPUTE IM-SEQUENCE = WS-HIGH-SENT + 1.
           MOVE 'A' TO IM-RESULT.
           MOVE SPACES TO IM-REASON.
           MOVE 'O' TO WS-LOG-DIRECTION.
           MOVE 'S' TO WS-LOG-STATUS.
           PERFORM 500-APPEND-MANIFEST-LINE.
      * Footing is checked first - a file that does not agree with its
      * own trailer is refused whatever its sequence. Past that, a
      * sequence number already received is a duplicate; one that
      * jumps past the next expected number is taken, with the gap
      * noted for whoever chases the missing file. A sender with no
      * sequence numbers can only be caught resending the same file,
      * by the same count and total as the last one received.
       200-VERIFY-INBOUND-FILE.
           MOVE 'A' TO IM-RESULT.
           MOVE SPACES TO IM-REASON.
           IF NOT IM-TRAILER-ON-FILE
               MOVE 'X' TO IM-RESULT
               MOVE "NO TRAILER RECORD ON FILE" TO IM-REASON
           ELSE
               IF IM-RECORD-COUNT NOT = IM-TRAILER-COUNT
                   MOVE 'X' TO IM-RESULT
                   MOVE "DETAIL COUNT DOES NOT MATCH TRAILER"
                       TO IM-REASON
               ELSE
                   IF IM-HASH-TOTAL NOT = IM-TRAILER-TOTAL
                       MOVE 'X' TO IM-RESULT
                       MOVE "HASH TOTAL DOES NOT MATCH TRAILER"
                           TO IM-REASON
                   END-IF
               END-IF
           END-IF.
           IF NOT IM-REFUSED
               PERFORM 400-SCAN-MANIFEST
               IF IM-SEQUENCE > ZERO
                   IF WS-SEQUENCE-ALREADY-RECEIVED
                       MOVE 'X' TO IM-RESULT
                       STRING "DUPLICATE - SEQUENCE " IM-SEQUENCE
                           " RECEIVED"
                           DELIMITED BY SIZE INTO IM-REASON
                   ELSE
                       COMPUTE WS-EXPECTED-SEQUENCE =
                           WS-HIGH-RECEIVED + 1
                       IF WS-RECEIVED-COUNT > ZERO
                           AND IM-SEQUENCE > WS-EXPECTED-SEQUENCE
                           MOVE 'G' TO IM-RESULT
                           STRING "SEQUENCE GAP - EXPECTED "
                               WS-EXPECTED-SEQUENCE
                               DELIMITED BY SIZE INTO IM-REASON
                       END-IF
                   END-IF
               ELSE
                   IF WS-RECEIVED-COUNT > ZERO
                       AND IM-RECORD-COUNT > ZERO
                       AND IM-RECORD-COUNT = WS-LAST-RECEIVED-COUNT
                       AND IM-HASH-TOTAL = WS-LAST-RECEIVED-TOTAL
                       MOVE 'X' TO IM-RESULT
                       MOVE "DUPLICATE - SAME AS LAST FILE RECEIVED"
                           TO IM-REASON
                   END-IF
               END-IF
           END-IF.
           IF IM-REFUSED
               MOVE 'I' TO WS-LOG-DIRECTION
               MOVE 'X' TO WS-LOG-STATUS
               PERFORM 500-APPEND-MANIFEST-LINE
           END-IF.
       300-LOG-RECEIVED-FILE.
           MOVE 'I' TO WS-LOG-DIRECTION.
           IF IM-GAP-ACCEPTED
               MOVE 'G' TO WS-LOG-STATUS
           ELSE
               MOVE 'A' TO WS-LOG-STATUS
           END-IF.
           PERFORM 500-APPEND-MANIFEST-LINE.
       400-SCAN-MANIFEST.
           MOVE ZERO TO WS-HIGH-SENT.
           MOVE ZERO TO WS-HIGH-RECEIVED.
           MOVE ZERO TO WS-RECEIVED-COUNT.
           MOVE ZERO TO WS-LAST-RECEIVED-COUNT.
           MOVE ZERO TO WS-LAST-RECEIVED-TOTAL.
           MOVE 'N' TO WS-ALREADY-RECEIVED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MF-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MANIFEST-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MF-FILE-NAME = IM-FILE-NAME
                           PERFORM 410-TALLY-MANIFEST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MF-FILE-STATUS = "00" OR "10"
               CLOSE MANIFEST-FILE
           END-IF.
       410-TALLY-MANIFEST-LINE.
           IF MF-DIRECTION = 'O'
               AND MF-SEQUENCE > WS-HIGH-SENT
               MOVE MF-SEQUENCE TO WS-HIGH-SENT
           END-IF.
           IF MF-DIRECTION = 'I'
               AND (MF-STATUS = 'A' OR MF-STATUS = 'G')
               ADD 1 TO WS-RECEIVED-COUNT
               MOVE MF-RECORD-COUNT TO WS-LAST-RECEIVED-COUNT
               MOVE MF-HASH-TOTAL TO WS-LAST-RECEIVED-TOTAL
               IF MF-SEQUENCE > WS-HIGH-RECEIVED
                   MOVE MF-SEQUENCE TO WS-HIGH-RECEIVED
               END-IF
               IF IM-SEQUENCE > ZERO
                   AND MF-SEQUENCE = IM-SEQUENCE
                   MOVE 'Y' TO WS-ALREADY-RECEIVED
               END-IF
           END-IF.
       500-APPEND-MANIFEST-LINE.
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MF-FILE-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           IF WS-MF-FILE-STATUS NOT = "00"
               DISPLAY "INTERFACE-MANIFEST: CANNOT LOG TO "
                   "interfacemanifest.txt - STATUS "
                   WS-MF-FILE-STATUS
           ELSE
               MOVE SPACES TO INTERFACE-MANIFEST-RECORD
               MOVE WS-NOW-DATE TO MF-LOGGED-DATE
               MOVE WS-NOW-TIME TO MF-LOGGED-TIME
               MOVE WS-LOG-DIRECTION TO MF-DIRECTION
               MOVE IM-FILE-NAME TO MF-FILE-NAME
               MOVE IM-SEQUENCE TO MF-SEQUENCE
               MOVE IM-RECORD-COUNT TO MF-RECORD-COUNT
               MOVE IM-HASH-TOTAL TO MF-HASH-TOTAL
               MOVE WS-LOG-STATUS TO MF-STATUS
               MOVE IM-PROGRAM TO MF-PROGRAM
               MOVE IM-REASON TO MF-NOTE
               WRITE INTERFACE-MANIFEST-RECORD
               CLOSE MANIFEST-FILE
           END-IF.

       END PROGRAM INTERFACE-MANIFEST.
