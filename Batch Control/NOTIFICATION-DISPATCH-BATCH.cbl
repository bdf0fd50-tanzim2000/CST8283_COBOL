      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Notification dispatch - takes every message still
      *          queued on notificationqueue.txt (NOTIFICATION-QUEUE)
      *          and builds the messaging gateway's file
      *          (notificationgateway.txt): an H header with the
      *          sender and creation date and time, one D line per
      *          message with its message ID, channel, the
      *          recipient's email address or mobile number off
      *          notificationcontacts.txt, the template code and its
      *          variables, and a T trailer with the message count
      *          and the message IDs summed as a hash total. Each
      *          message sent gets an S line on the queue, so a
      *          message goes to the gateway once however often the
      *          run is repeated. A recipient who opted out of the
      *          channel since the message was queued is suppressed
      *          (O), and one whose address has gone from the file
      *          is bounced (B), instead of being sent. The file is
      *          registered on the interface manifest
      *          (INTERFACE-MANIFEST). NOTIFICATION-STATUS-RETURN
      *          takes the gateway's delivery report back in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICATION-DISPATCH-BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATION-QUEUE-FILE
           ASSIGN "../notificationqueue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NQ-FILE-STATUS.
           SELECT NOTIFICATION-CONTACT-FILE
           ASSIGN "../notificationcontacts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NC-FILE-STATUS.
           SELECT GATEWAY-FILE
           ASSIGN "../notificationgateway.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NOTIFICATION-QUEUE-FILE.
           COPY "NOTIFICATION-QUEUE-RECORD.CPY".
       FD NOTIFICATION-CONTACT-FILE.
           COPY "NOTIFICATION-CONTACT-RECORD.CPY".
       FD GATEWAY-FILE.
       01 GATEWAY-RECORD.
           05 GW-RECORD-TYPE    PIC X.
           05 GW-DETAIL-DATA.
               10 GW-MESSAGE-ID     PIC 9(8).
               10 GW-CHANNEL        PIC X.
               10 GW-ADDRESS        PIC X(60).
               10 GW-TEMPLATE       PIC X(8).
               10 GW-VARIABLE       PIC X(20) OCCURS 4 TIMES.
           05 GW-HEADER-DATA REDEFINES GW-DETAIL-DATA.
               10 GW-SENDER-ID      PIC X(10).
               10 GW-CREATION-DATE  PIC 9(8).
               10 GW-CREATION-TIME  PIC 9(8).
               10 FILLER            PIC X(131).
           05 GW-TRAILER-DATA REDEFINES GW-DETAIL-DATA.
               10 GW-TRAILER-COUNT  PIC 9(7).
               10 GW-TRAILER-HASH   PIC 9(11).
               10 FILLER            PIC X(139).
       WORKING-STORAGE SECTION.
       01 WS-NQ-FILE-STATUS PIC XX.
       01 WS-NC-FILE-STATUS PIC XX.
       01 WS-GW-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-SENDER-ID PIC X(10) VALUE "NOTIFY0001".
       01 WS-CONTACT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CONTACT-COUNT.
               10 WS-NC-RECORD PIC X(86).
       01 WS-CONTACT-SUB PIC 9(3).
       01 WS-CONTACT-FOUND-SUB PIC 9(3).
       01 WS-CONTACT-OVERFLOW PIC X VALUE 'N'.
           88 WS-CONTACT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-OPEN-COUNT.
               10 WS-OP-RECORD PIC X(198).
               10 WS-OP-MESSAGE-ID PIC 9(8).
       01 WS-OPEN-SUB PIC 9(3).
       01 WS-OPEN-FOUND-SUB PIC 9(3).
       01 WS-LEFT-FOR-NEXT-RUN PIC 9(5) VALUE ZERO.
       01 WS-VAR-SUB PIC 9.
       01 WS-MESSAGES-SENT PIC 9(7) VALUE ZERO.
       01 WS-MESSAGE-HASH PIC 9(11) VALUE ZERO.
       01 WS-MESSAGES-SUPPRESSED PIC 9(5) VALUE ZERO.
       01 WS-MESSAGES-BOUNCED PIC 9(5) VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30) VALUE "notificationqueue.txt".
       01 WS-LOCK-PROGRAM PIC X(30)
           VALUE "NOTIFICATION-DISPATCH-BATCH".
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 100-LOAD-CONTACT-TABLE.
           IF WS-CONTACT-TABLE-OVERFLOWED
               DISPLAY "MORE CONTACTS THAN THIS RUN CAN HOLD - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-LOAD-OPEN-MESSAGES.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE.
           IF WS-NQ-FILE-STATUS = "35"
               OPEN OUTPUT NOTIFICATION-QUEUE-FILE
           END-IF.
           IF WS-NQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NOTIFICATION-QUEUE-FILE - "
                   "STATUS " WS-NQ-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GATEWAY-FILE.
           IF WS-GW-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GATEWAY-FILE - STATUS "
                   WS-GW-FILE-STATUS
               CLOSE NOTIFICATION-QUEUE-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO GATEWAY-RECORD.
           MOVE 'H' TO GW-RECORD-TYPE.
           MOVE WS-SENDER-ID TO GW-SENDER-ID.
           MOVE WS-RUN-DATE TO GW-CREATION-DATE.
           MOVE WS-RUN-TIME TO GW-CREATION-TIME.
           WRITE GATEWAY-RECORD.
           PERFORM 300-DISPATCH-ONE-MESSAGE
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT.
           MOVE SPACES TO GATEWAY-RECORD.
           MOVE 'T' TO GW-RECORD-TYPE.
           MOVE WS-MESSAGES-SENT TO GW-TRAILER-COUNT.
           MOVE WS-MESSAGE-HASH TO GW-TRAILER-HASH.
           WRITE GATEWAY-RECORD.
           CLOSE GATEWAY-FILE.
           CLOSE NOTIFICATION-QUEUE-FILE.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== NOTIFICATION DISPATCH ====".
           DISPLAY "MESSAGES SENT:          " WS-MESSAGES-SENT.
           DISPLAY "SUPPRESSED - OPTED OUT: " WS-MESSAGES-SUPPRESSED.
           DISPLAY "BOUNCED - NO ADDRESS:   " WS-MESSAGES-BOUNCED.
           IF WS-LEFT-FOR-NEXT-RUN > ZERO
               DISPLAY "LEFT FOR THE NEXT RUN:  " WS-LEFT-FOR-NEXT-RUN
           END-IF.
           PERFORM 990-REGISTER-ON-MANIFEST.
           DISPLAY "notificationgateway.txt READY FOR THE GATEWAY".
           GOBACK.
       100-LOAD-CONTACT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT NOTIFICATION-CONTACT-FILE.
           IF WS-NC-FILE-STATUS NOT = "00"
               DISPLAY "NO NOTIFICATION CONTACT FILE ON HAND - STATUS "
                   WS-NC-FILE-STATUS
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
      * Only messages whose latest line is still the Q line are
      * open: any later line for the message closes it, and its
      * entry gives way to the last one in the table. A table
      * already full leaves the rest queued for the next run.
       200-LOAD-OPEN-MESSAGES.
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
                   NOT AT END
                       IF NQ-QUEUED
                           IF WS-OPEN-COUNT < 500
                               ADD 1 TO WS-OPEN-COUNT
                               MOVE NOTIFICATION-QUEUE-RECORD
                                   TO WS-OP-RECORD(WS-OPEN-COUNT)
                               MOVE NQ-MESSAGE-ID
                                   TO WS-OP-MESSAGE-ID(WS-OPEN-COUNT)
                           ELSE
                               ADD 1 TO WS-LEFT-FOR-NEXT-RUN
                           END-IF
                       ELSE
                           PERFORM 210-CLOSE-OPEN-MESSAGE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NQ-FILE-STATUS = "00" OR "10"
               CLOSE NOTIFICATION-QUEUE-FILE
           END-IF.
       210-CLOSE-OPEN-MESSAGE.
           MOVE ZERO TO WS-OPEN-FOUND-SUB.
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF WS-OP-MESSAGE-ID(WS-OPEN-SUB) = NQ-MESSAGE-ID
                   MOVE WS-OPEN-SUB TO WS-OPEN-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-OPEN-FOUND-SUB > ZERO
               MOVE WS-OPEN-ENTRY(WS-OPEN-COUNT)
                   TO WS-OPEN-ENTRY(WS-OPEN-FOUND-SUB)
               SUBTRACT 1 FROM WS-OPEN-COUNT
           END-IF.
      * The address is looked up again at dispatch - a recipient may
      * have opted out, or changed address, since the message was
      * queued.
       300-DISPATCH-ONE-MESSAGE.
           MOVE WS-OP-RECORD(WS-OPEN-SUB)
               TO NOTIFICATION-QUEUE-RECORD.
           MOVE ZERO TO WS-CONTACT-FOUND-SUB.
           PERFORM VARYING WS-CONTACT-SUB FROM 1 BY 1
                   UNTIL WS-CONTACT-SUB > WS-CONTACT-COUNT
               MOVE WS-NC-RECORD(WS-CONTACT-SUB)
                   TO NOTIFICATION-CONTACT-RECORD
               IF NC-RECIPIENT-TYPE = NQ-RECIPIENT-TYPE
                   AND NC-RECIPIENT-ID = NQ-RECIPIENT-ID
                   AND NC-CHANNEL = NQ-CHANNEL
                   AND NC-ADDRESS NOT = SPACES
                   MOVE WS-CONTACT-SUB TO WS-CONTACT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-CONTACT-FOUND-SUB > ZERO
               MOVE WS-NC-RECORD(WS-CONTACT-FOUND-SUB)
                   TO NOTIFICATION-CONTACT-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN WS-CONTACT-FOUND-SUB = ZERO
                   MOVE 'B' TO NQ-EVENT
                   MOVE "NO ADDRESS ON FILE AT DISPATCH" TO NQ-NOTE
                   ADD 1 TO WS-MESSAGES-BOUNCED
               WHEN NC-OPTED-OUT
                   MOVE 'O' TO NQ-EVENT
                   MOVE "RECIPIENT OPTED OUT OF CHANNEL" TO NQ-NOTE
                   ADD 1 TO WS-MESSAGES-SUPPRESSED
               WHEN OTHER
                   PERFORM 310-WRITE-GATEWAY-LINE
                   MOVE 'S' TO NQ-EVENT
                   MOVE SPACES TO NQ-NOTE
           END-EVALUATE.
           MOVE WS-RUN-DATE TO NQ-EVENT-DATE.
           MOVE WS-RUN-TIME TO NQ-EVENT-TIME.
           WRITE NOTIFICATION-QUEUE-RECORD.
       310-WRITE-GATEWAY-LINE.
           MOVE SPACES TO GATEWAY-RECORD.
           MOVE 'D' TO GW-RECORD-TYPE.
           MOVE NQ-MESSAGE-ID TO GW-MESSAGE-ID.
           MOVE NQ-CHANNEL TO GW-CHANNEL.
           MOVE NC-ADDRESS TO GW-ADDRESS.
           MOVE NQ-TEMPLATE TO GW-TEMPLATE.
           PERFORM VARYING WS-VAR-SUB FROM 1 BY 1
                   UNTIL WS-VAR-SUB > 4
               MOVE NQ-VARIABLE(WS-VAR-SUB) TO GW-VARIABLE(WS-VAR-SUB)
           END-PERFORM.
           WRITE GATEWAY-RECORD.
           ADD 1 TO WS-MESSAGES-SENT.
           ADD NQ-MESSAGE-ID TO WS-MESSAGE-HASH.

      * The queue is appended under a data-set lock (DATA-SET-LOCK)
      * so a dispatch and a status return can never interleave
      * their lines.
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
      * The gateway file is registered on the interface manifest
      * with the message IDs summed as its hash total.
       990-REGISTER-ON-MANIFEST.
           MOVE "SEND" TO IM-ACTION.
           MOVE "notificationgateway.txt" TO IM-FILE-NAME.
           MOVE "NOTIFICATION-DISPATCH-BATCH" TO IM-PROGRAM.
           MOVE WS-MESSAGES-SENT TO IM-RECORD-COUNT.
           MOVE WS-MESSAGE-HASH TO IM-HASH-TOTAL.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
           DISPLAY "MANIFEST RUN SEQUENCE: " IM-SEQUENCE.

       END PROGRAM NOTIFICATION-DISPATCH-BATCH.
