      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Notification status return - reads the messaging
      *          gateway's delivery report for the messages
      *          NOTIFICATION-DISPATCH-BATCH sent
      *          (notificationreturns.txt: D records with the message
      *          ID, the result - D delivered, B bounced, S the
      *          recipient replied STOP - the result date and the
      *          gateway's reason, and a T trailer with the count,
      *          the message IDs summed as a hash total and the
      *          gateway's run sequence). The file is verified on
      *          the interface manifest (INTERFACE-MANIFEST) first -
      *          one that does not foot to its trailer, or was
      *          received before, is refused whole. Each result then
      *          goes on notificationqueue.txt as a D or B line
      *          against its message; a STOP reply is a delivery,
      *          and opts the recipient out of that channel on
      *          notificationcontacts.txt so nothing further is sent
      *          there. Message IDs not on the queue, messages not
      *          awaiting a result (never sent, or already reported)
      *          and malformed lines sideline to
      *          notificationexceptions.txt. The file is logged as
      *          received on the manifest only once its results are
      *          on the queue and any opt-outs rewritten, so a run
      *          that fails part-way can be rerun.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICATION-STATUS-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-RETURN-FILE
           ASSIGN "../notificationreturns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SR-FILE-STATUS.
           SELECT NOTIFICATION-QUEUE-FILE
           ASSIGN "../notificationqueue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NQ-FILE-STATUS.
           SELECT NOTIFICATION-CONTACT-FILE
           ASSIGN "../notificationcontacts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NC-FILE-STATUS.
           SELECT RETURN-EXCEPTION-FILE
           ASSIGN "../notificationexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STATUS-RETURN-FILE.
       01 STATUS-RETURN-RECORD.
           05 SR-RECORD-TYPE    PIC X.
           05 SR-DETAIL-DATA.
               10 SR-MESSAGE-ID     PIC X(8).
               10 SR-MESSAGE-ID-NUM REDEFINES SR-MESSAGE-ID PIC 9(8).
               10 SR-RESULT         PIC X.
               10 SR-RESULT-DATE    PIC X(8).
               10 SR-REASON         PIC X(30).
           05 SR-TRAILER-DATA REDEFINES SR-DETAIL-DATA.
               10 SR-TRAILER-COUNT  PIC 9(7).
               10 SR-TRAILER-HASH   PIC 9(11).
               10 SR-TRAILER-SEQUENCE PIC X(6).
               10 SR-TRAILER-SEQUENCE-NUM
                   REDEFINES SR-TRAILER-SEQUENCE PIC 9(6).
               10 FILLER            PIC X(23).
       FD NOTIFICATION-QUEUE-FILE.
           COPY "NOTIFICATION-QUEUE-RECORD.CPY".
       FD NOTIFICATION-CONTACT-FILE.
           COPY "NOTIFICATION-CONTACT-RECORD.CPY".
       FD RETURN-EXCEPTION-FILE.
       01 RETURN-EXCEPTION-RECORD.
           05 EX-RAW-RETURN     PIC X(47).
           05 FILLER            PIC X VALUE SPACE.
           05 EX-REASON         PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-SR-FILE-STATUS PIC XX.
       01 WS-NQ-FILE-STATUS PIC XX.
       01 WS-NC-FILE-STATUS PIC XX.
       01 WS-EX-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RETURN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RETURN-TABLE.
           05 WS-RETURN-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-RETURN-COUNT.
               10 WS-RT-RAW          PIC X(47).
               10 WS-RT-MESSAGE-ID   PIC 9(8).
               10 WS-RT-RESULT       PIC X.
               10 WS-RT-RESULT-DATE  PIC 9(8).
               10 WS-RT-REASON       PIC X(30).
               10 WS-RT-STATE        PIC X.
               10 WS-RT-QUEUE-RECORD PIC X(198).
               10 WS-RT-ACTION       PIC X.
       01 WS-RETURN-SUB PIC 9(3).
       01 WS-PRIOR-SUB PIC 9(3).
       01 WS-PRIOR-FOUND PIC X.
       01 WS-CONTACT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CONTACT-COUNT.
               10 WS-NC-RECORD PIC X(86).
       01 WS-CONTACT-SUB PIC 9(3).
       01 WS-CONTACT-OVERFLOW PIC X VALUE 'N'.
           88 WS-CONTACT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-RESULTS-APPLIED PIC X VALUE 'N'.
           88 WS-ALL-RESULTS-APPLIED VALUE 'Y'.
       01 WS-STOP-REPLIES-HELD PIC X VALUE 'N'.
           88 WS-STOP-REPLIES-NOT-APPLIED VALUE 'Y'.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DELIVERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BOUNCED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-STOP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPTED-OUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30).
       01 WS-LOCK-PROGRAM PIC X(30)
           VALUE "NOTIFICATION-STATUS-RETURN".
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 150-VERIFY-RETURN-ON-MANIFEST.
           IF IM-REFUSED
               DISPLAY "NOTIFICATION STATUS RETURN REFUSED - "
                   IM-REASON
               DISPLAY "NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF IM-GAP-ACCEPTED
               DISPLAY "NOTIFICATION STATUS RETURN " IM-REASON
           END-IF.
           OPEN INPUT STATUS-RETURN-FILE.
           IF WS-SR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STATUS-RETURN-FILE - STATUS "
                   WS-SR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RETURN-EXCEPTION-FILE.
           IF WS-EX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RETURN-EXCEPTION-FILE - "
                   "STATUS " WS-EX-FILE-STATUS
               CLOSE STATUS-RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "notificationqueue.txt" TO WS-LOCK-DATASET.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               CLOSE STATUS-RETURN-FILE
               CLOSE RETURN-EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATUS-RETURN-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 200-LOAD-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE STATUS-RETURN-FILE.
           PERFORM 300-LOAD-QUEUE-STATE.
           PERFORM 400-CHECK-ONE-RESULT
               VARYING WS-RETURN-SUB FROM 1 BY 1
               UNTIL WS-RETURN-SUB > WS-RETURN-COUNT.
           CLOSE RETURN-EXCEPTION-FILE.
           PERFORM 500-APPLY-RESULTS.
           MOVE "notificationqueue.txt" TO WS-LOCK-DATASET.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           IF WS-STOP-COUNT > ZERO
               PERFORM 600-OPT-OUT-STOP-REPLIES
           END-IF.
           DISPLAY "==== NOTIFICATION STATUS RETURN ====".
           DISPLAY "DELIVERED:              " WS-DELIVERED-COUNT.
           DISPLAY "BOUNCED:                " WS-BOUNCED-COUNT.
           DISPLAY "STOP REPLIES:           " WS-STOP-COUNT.
           DISPLAY "CONTACTS OPTED OUT:     " WS-OPTED-OUT-COUNT.
           DISPLAY "EXCEPTIONS SIDELINED:   " WS-EXCEPTION-COUNT.
           IF WS-ALL-RESULTS-APPLIED
               MOVE "RECEIVE" TO IM-ACTION
               CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA
               IF WS-STOP-REPLIES-NOT-APPLIED
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "notificationreturns.txt NOT LOGGED AS "
                   "RECEIVED - CORRECT THE ERROR AND RERUN"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      * A first pass foots the results to the gateway's trailer, so
      * a short or resent report never reaches the queue.
       150-VERIFY-RETURN-ON-MANIFEST.
           MOVE "VERIFY" TO IM-ACTION.
           MOVE "notificationreturns.txt" TO IM-FILE-NAME.
           MOVE "NOTIFICATION-STATUS-RETURN" TO IM-PROGRAM.
           MOVE ZERO TO IM-RECORD-COUNT.
           MOVE ZERO TO IM-HASH-TOTAL.
           MOVE ZERO TO IM-SEQUENCE.
           MOVE 'N' TO IM-TRAILER-FOUND.
           MOVE ZERO TO IM-TRAILER-COUNT.
           MOVE ZERO TO IM-TRAILER-TOTAL.
           OPEN INPUT STATUS-RETURN-FILE.
           IF WS-SR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STATUS-RETURN-FILE - STATUS "
                   WS-SR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATUS-RETURN-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 160-FOOT-ONE-RESULT
               END-READ
           END-PERFORM.
           CLOSE STATUS-RETURN-FILE.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
       160-FOOT-ONE-RESULT.
           EVALUATE SR-RECORD-TYPE
               WHEN 'T'
                   MOVE 'Y' TO IM-TRAILER-FOUND
                   IF SR-TRAILER-COUNT NUMERIC
                       MOVE SR-TRAILER-COUNT TO IM-TRAILER-COUNT
                   END-IF
                   IF SR-TRAILER-HASH NUMERIC
                       MOVE SR-TRAILER-HASH TO IM-TRAILER-TOTAL
                   END-IF
                   IF SR-TRAILER-SEQUENCE-NUM NUMERIC
                       MOVE SR-TRAILER-SEQUENCE-NUM TO IM-SEQUENCE
                   END-IF
               WHEN 'D'
                   ADD 1 TO IM-RECORD-COUNT
                   IF SR-MESSAGE-ID-NUM NUMERIC
                       ADD SR-MESSAGE-ID-NUM TO IM-HASH-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-LOAD-ONE-RECORD.
           MOVE SPACES TO RETURN-EXCEPTION-RECORD.
           MOVE SR-DETAIL-DATA TO EX-RAW-RETURN.
           EVALUATE TRUE
               WHEN SR-RECORD-TYPE = 'T'
                   CONTINUE
               WHEN SR-RECORD-TYPE NOT = 'D'
                   MOVE "UNKNOWN RECORD TYPE" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN SR-MESSAGE-ID-NUM NOT NUMERIC
                   MOVE "MESSAGE ID IS NOT NUMERIC" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN SR-RESULT NOT = 'D' AND SR-RESULT NOT = 'B'
                   AND SR-RESULT NOT = 'S'
                   MOVE "RESULT IS NOT D, B OR S" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN SR-RESULT-DATE NOT NUMERIC
                   MOVE "RESULT DATE IS NOT NUMERIC" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN WS-RETURN-COUNT NOT < 500
                   MOVE "IMPORT TABLE FULL" TO EX-REASON
                   PERFORM 250-WRITE-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-RETURN-COUNT
                   MOVE SR-DETAIL-DATA TO WS-RT-RAW(WS-RETURN-COUNT)
                   MOVE SR-MESSAGE-ID-NUM
                       TO WS-RT-MESSAGE-ID(WS-RETURN-COUNT)
                   MOVE SR-RESULT TO WS-RT-RESULT(WS-RETURN-COUNT)
                   MOVE SR-RESULT-DATE
                       TO WS-RT-RESULT-DATE(WS-RETURN-COUNT)
                   MOVE SR-REASON TO WS-RT-REASON(WS-RETURN-COUNT)
                   MOVE SPACE TO WS-RT-STATE(WS-RETURN-COUNT)
                   MOVE SPACES TO WS-RT-QUEUE-RECORD(WS-RETURN-COUNT)
                   MOVE SPACE TO WS-RT-ACTION(WS-RETURN-COUNT)
           END-EVALUATE.
       250-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           WRITE RETURN-EXCEPTION-RECORD.
      * A message's state is its latest line on the queue; that line
      * carries the whole message for the result line to repeat.
       300-LOAD-QUEUE-STATE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT NOTIFICATION-QUEUE-FILE.
           IF WS-NQ-FILE-STATUS NOT = "00"
               DISPLAY "NO NOTIFICATION QUEUE ON HAND - STATUS "
                   WS-NQ-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOTIFICATION-QUEUE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 310-APPLY-QUEUE-LINE
               END-READ
           END-PERFORM.
           IF WS-NQ-FILE-STATUS = "00" OR "10"
               CLOSE NOTIFICATION-QUEUE-FILE
           END-IF.
       310-APPLY-QUEUE-LINE.
           PERFORM VARYING WS-RETURN-SUB FROM 1 BY 1
                   UNTIL WS-RETURN-SUB > WS-RETURN-COUNT
               IF WS-RT-MESSAGE-ID(WS-RETURN-SUB) = NQ-MESSAGE-ID
                   MOVE NQ-EVENT TO WS-RT-STATE(WS-RETURN-SUB)
                   MOVE NOTIFICATION-QUEUE-RECORD
                       TO WS-RT-QUEUE-RECORD(WS-RETURN-SUB)
               END-IF
           END-PERFORM.
      * Actions: D record a delivery, B record a bounce, S record a
      * delivery and opt the recipient out, X sidelined.
       400-CHECK-ONE-RESULT.
           MOVE 'N' TO WS-PRIOR-FOUND.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB NOT < WS-RETURN-SUB
               IF WS-RT-MESSAGE-ID(WS-PRIOR-SUB)
                   = WS-RT-MESSAGE-ID(WS-RETURN-SUB)
                   AND WS-RT-ACTION(WS-PRIOR-SUB) NOT = 'X'
                   MOVE 'Y' TO WS-PRIOR-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO RETURN-EXCEPTION-RECORD.
           MOVE WS-RT-RAW(WS-RETURN-SUB) TO EX-RAW-RETURN.
           EVALUATE TRUE
               WHEN WS-RT-STATE(WS-RETURN-SUB) = SPACE
                   MOVE "MESSAGE ID NOT ON THE QUEUE" TO EX-REASON
                   PERFORM 410-SIDELINE-RESULT
               WHEN WS-PRIOR-FOUND = 'Y'
                   MOVE "MESSAGE REPORTED TWICE IN THIS FILE"
                       TO EX-REASON
                   PERFORM 410-SIDELINE-RESULT
               WHEN WS-RT-STATE(WS-RETURN-SUB) NOT = 'S'
                   MOVE "MESSAGE NOT AWAITING A DELIVERY RESULT"
                       TO EX-REASON
                   PERFORM 410-SIDELINE-RESULT
               WHEN OTHER
                   MOVE WS-RT-RESULT(WS-RETURN-SUB)
                       TO WS-RT-ACTION(WS-RETURN-SUB)
           END-EVALUATE.
       410-SIDELINE-RESULT.
           MOVE 'X' TO WS-RT-ACTION(WS-RETURN-SUB).
           PERFORM 250-WRITE-EXCEPTION.
       500-APPLY-RESULTS.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE.
           IF WS-NQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NOTIFICATION-QUEUE-FILE - "
                   "STATUS " WS-NQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 510-APPLY-ONE-RESULT
                   VARYING WS-RETURN-SUB FROM 1 BY 1
                   UNTIL WS-RETURN-SUB > WS-RETURN-COUNT
               CLOSE NOTIFICATION-QUEUE-FILE
               MOVE 'Y' TO WS-RESULTS-APPLIED
           END-IF.
       510-APPLY-ONE-RESULT.
           IF WS-RT-ACTION(WS-RETURN-SUB) NOT = 'X'
               MOVE WS-RT-QUEUE-RECORD(WS-RETURN-SUB)
                   TO NOTIFICATION-QUEUE-RECORD
               MOVE WS-RT-RESULT-DATE(WS-RETURN-SUB) TO NQ-EVENT-DATE
               MOVE WS-RUN-TIME TO NQ-EVENT-TIME
               EVALUATE WS-RT-ACTION(WS-RETURN-SUB)
                   WHEN 'D'
                       MOVE 'D' TO NQ-EVENT
                       MOVE SPACES TO NQ-NOTE
                       ADD 1 TO WS-DELIVERED-COUNT
                   WHEN 'B'
                       MOVE 'B' TO NQ-EVENT
                       MOVE WS-RT-REASON(WS-RETURN-SUB) TO NQ-NOTE
                       ADD 1 TO WS-BOUNCED-COUNT
                   WHEN OTHER
                       MOVE 'D' TO NQ-EVENT
                       MOVE "RECIPIENT REPLIED STOP" TO NQ-NOTE
                       ADD 1 TO WS-STOP-COUNT
               END-EVALUATE
               WRITE NOTIFICATION-QUEUE-RECORD
           END-IF.
      * A STOP reply opts the recipient out of the channel the
      * message went by; their other channel is left as it was.
       600-OPT-OUT-STOP-REPLIES.
           MOVE "notificationcontacts.txt" TO WS-LOCK-DATASET.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               DISPLAY "STOP REPLIES NOT APPLIED TO "
                   "notificationcontacts.txt - OPT THEM OUT BY HAND"
               MOVE 'Y' TO WS-STOP-REPLIES-HELD
           ELSE
               PERFORM 610-LOAD-CONTACT-TABLE
               IF WS-CONTACT-TABLE-OVERFLOWED
                   DISPLAY "MORE CONTACTS THAN THIS RUN CAN HOLD - "
                       "STOP REPLIES NOT APPLIED"
                   MOVE 'Y' TO WS-STOP-REPLIES-HELD
               ELSE
                   PERFORM 620-OPT-OUT-ONE-REPLY
                       VARYING WS-RETURN-SUB FROM 1 BY 1
                       UNTIL WS-RETURN-SUB > WS-RETURN-COUNT
                   PERFORM 630-REWRITE-CONTACT-FILE
               END-IF
               PERFORM 970-RELEASE-DATA-SET-LOCK
           END-IF.
       610-LOAD-CONTACT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT NOTIFICATION-CONTACT-FILE.
           IF WS-NC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOTIFICATION-CONTACT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CONTACT-COUNT < 500
                           ADD 1 TO WS-CONTACT-COUNT
                           MOVE NOTIFICATION-CONTACT-RECORD
                               TO WS-NC-RECORD(WS-CONTACT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-CONTACT-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NC-FILE-STATUS = "00" OR "10"
               CLOSE NOTIFICATION-CONTACT-FILE
           END-IF.
       620-OPT-OUT-ONE-REPLY.
           IF WS-RT-ACTION(WS-RETURN-SUB) = 'S'
               MOVE WS-RT-QUEUE-RECORD(WS-RETURN-SUB)
                   TO NOTIFICATION-QUEUE-RECORD
               PERFORM VARYING WS-CONTACT-SUB FROM 1 BY 1
                       UNTIL WS-CONTACT-SUB > WS-CONTACT-COUNT
                   MOVE WS-NC-RECORD(WS-CONTACT-SUB)
                       TO NOTIFICATION-CONTACT-RECORD
                   IF NC-RECIPIENT-TYPE = NQ-RECIPIENT-TYPE
                       AND NC-RECIPIENT-ID = NQ-RECIPIENT-ID
                       AND NC-CHANNEL = NQ-CHANNEL
                       AND NC-ACTIVE
                       MOVE 'O' TO NC-STATUS
                       MOVE WS-RT-RESULT-DATE(WS-RETURN-SUB)
                           TO NC-STATUS-DATE
                       MOVE NOTIFICATION-CONTACT-RECORD
                           TO WS-NC-RECORD(WS-CONTACT-SUB)
                       ADD 1 TO WS-OPTED-OUT-COUNT
                       DISPLAY "OPTED OUT " NQ-RECIPIENT-TYPE " "
                           NQ-RECIPIENT-ID " CHANNEL " NQ-CHANNEL
                           " - REPLIED STOP"
                   END-IF
               END-PERFORM
           END-IF.
       630-REWRITE-CONTACT-FILE.
           OPEN OUTPUT NOTIFICATION-CONTACT-FILE.
           IF WS-NC-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE NOTIFICATION-CONTACT-FILE - "
                   "STATUS " WS-NC-FILE-STATUS
               MOVE 'N' TO WS-RESULTS-APPLIED
           ELSE
               PERFORM VARYING WS-CONTACT-SUB FROM 1 BY 1
                       UNTIL WS-CONTACT-SUB > WS-CONTACT-COUNT
                   MOVE WS-NC-RECORD(WS-CONTACT-SUB)
                       TO NOTIFICATION-CONTACT-RECORD
                   WRITE NOTIFICATION-CONTACT-RECORD
               END-PERFORM
               CLOSE NOTIFICATION-CONTACT-FILE
           END-IF.

      * The queue is appended under a data-set lock (DATA-SET-LOCK)
      * so a dispatch and a status return can never interleave
      * their lines; the contact file is rewritten under its own
      * lock, shared with NOTIFY-CONTACT-MAINTENANCE.
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

       END PROGRAM NOTIFICATION-STATUS-RETURN.
