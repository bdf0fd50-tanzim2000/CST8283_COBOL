      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Common CALLable notification queue - any program
      *          with something a student, a driver or an operations
      *          desk needs to hear about now (a dunning notice, an
      *          installment coming due, an expiring plate, a
      *          low-fuel alert, a booking confirmation, a waitlist
      *          promotion) passes it through here
      *          (NOTIFICATION-AREA.CPY) instead of leaving it in a
      *          report file for someone to read. The recipient's
      *          address for the channel asked for - or email, else
      *          SMS, when the caller leaves the channel to the
      *          recipient - comes off notificationcontacts.txt, and
      *          the message goes on notificationqueue.txt as a Q
      *          line under the next message ID, with the template
      *          code and variables for the gateway to fill in. A
      *          recipient who has opted out of the channel gets
      *          nothing: the message is logged as suppressed (O).
      *          A message already on the queue for the same
      *          recipient, template and variables is not queued
      *          again, so rerunning the calling step never sends
      *          twice. NOTIFICATION-DISPATCH-BATCH takes the queued
      *          messages to the gateway.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICATION-QUEUE.
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
       DATA DIVISION.
       FILE SECTION.
       FD NOTIFICATION-QUEUE-FILE.
           COPY "NOTIFICATION-QUEUE-RECORD.CPY".
       FD NOTIFICATION-CONTACT-FILE.
           COPY "NOTIFICATION-CONTACT-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-NQ-FILE-STATUS PIC XX.
       01 WS-NC-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-EMAIL-STATUS PIC X.
       01 WS-SMS-STATUS PIC X.
       01 WS-SEND-CHANNEL PIC X.
       01 WS-OPTED-OUT-CHANNEL PIC X.
       01 WS-HIGH-MESSAGE-ID PIC 9(8).
       01 WS-DUPLICATE PIC X.
           88 WS-DUPLICATE-FOUND VALUE 'Y'.
       01 WS-SAME-VARIABLES PIC X.
       01 WS-VAR-SUB PIC 9.
       LINKAGE SECTION.
           COPY "NOTIFICATION-AREA.CPY".
       PROCEDURE DIVISION USING NOTIFICATION-AREA.
       000-QUEUE-ONE-MESSAGE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE ZERO TO NT-MESSAGE-ID.
           IF NOT (NT-TO-STUDENT OR NT-TO-DRIVER OR NT-TO-OPERATIONS)
               OR NT-RECIPIENT-ID = SPACES
               OR NOT (NT-BY-EMAIL OR NT-BY-SMS OR NT-ANY-CHANNEL)
               OR NT-TEMPLATE = SPACES
               MOVE 'X' TO NT-RESULT
               DISPLAY "NOTIFICATION-QUEUE: INCOMPLETE REQUEST FROM "
                   NT-PROGRAM " - NOTHING QUEUED"
           ELSE
               PERFORM 100-FIND-RECIPIENT-CONTACT
               IF WS-SEND-CHANNEL = SPACE
                   AND WS-OPTED-OUT-CHANNEL = SPACE
                   MOVE 'N' TO NT-RESULT
               ELSE
                   PERFORM 200-SCAN-QUEUE
                   EVALUATE TRUE
                       WHEN WS-DUPLICATE-FOUND
                           MOVE 'D' TO NT-RESULT
                       WHEN WS-SEND-CHANNEL NOT = SPACE
                           MOVE 'Q' TO NT-RESULT
                           PERFORM 300-APPEND-QUEUE-LINE
                       WHEN OTHER
                           MOVE 'O' TO NT-RESULT
                           PERFORM 300-APPEND-QUEUE-LINE
                   END-EVALUATE
               END-IF
           END-IF.
           GOBACK.
      * A recipient has at most one line per channel. Left to the
      * recipient, the message goes by email when there is an active
      * email address and by SMS otherwise; it is suppressed only
      * when every channel on file is opted out.
       100-FIND-RECIPIENT-CONTACT.
           MOVE SPACE TO WS-EMAIL-STATUS.
           MOVE SPACE TO WS-SMS-STATUS.
           MOVE SPACE TO WS-SEND-CHANNEL.
           MOVE SPACE TO WS-OPTED-OUT-CHANNEL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT NOTIFICATION-CONTACT-FILE.
           IF WS-NC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOTIFICATION-CONTACT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NC-RECIPIENT-TYPE = NT-RECIPIENT-TYPE
                           AND NC-RECIPIENT-ID = NT-RECIPIENT-ID
                           AND NC-ADDRESS NOT = SPACES
                           IF NC-CHANNEL = 'E'
                               MOVE NC-STATUS TO WS-EMAIL-STATUS
                           END-IF
                           IF NC-CHANNEL = 'S'
                               MOVE NC-STATUS TO WS-SMS-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NC-FILE-STATUS = "00" OR "10"
               CLOSE NOTIFICATION-CONTACT-FILE
           END-IF.
           EVALUATE TRUE
               WHEN NT-BY-EMAIL AND WS-EMAIL-STATUS = 'A'
                   MOVE 'E' TO WS-SEND-CHANNEL
               WHEN NT-BY-EMAIL AND WS-EMAIL-STATUS = 'O'
                   MOVE 'E' TO WS-OPTED-OUT-CHANNEL
               WHEN NT-BY-SMS AND WS-SMS-STATUS = 'A'
                   MOVE 'S' TO WS-SEND-CHANNEL
               WHEN NT-BY-SMS AND WS-SMS-STATUS = 'O'
                   MOVE 'S' TO WS-OPTED-OUT-CHANNEL
               WHEN NT-ANY-CHANNEL AND WS-EMAIL-STATUS = 'A'
                   MOVE 'E' TO WS-SEND-CHANNEL
               WHEN NT-ANY-CHANNEL AND WS-SMS-STATUS = 'A'
                   MOVE 'S' TO WS-SEND-CHANNEL
               WHEN NT-ANY-CHANNEL AND WS-EMAIL-STATUS = 'O'
                   MOVE 'E' TO WS-OPTED-OUT-CHANNEL
               WHEN NT-ANY-CHANNEL AND WS-SMS-STATUS = 'O'
                   MOVE 'S' TO WS-OPTED-OUT-CHANNEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * One pass finds the highest message ID issued so far and
      * whether this message was queued (or suppressed) before.
       200-SCAN-QUEUE.
           MOVE ZERO TO WS-HIGH-MESSAGE-ID.
           MOVE 'N' TO WS-DUPLICATE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT NOTIFICATION-QUEUE-FILE.
           IF WS-NQ-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOTIFICATION-QUEUE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NQ-MESSAGE-ID NUMERIC
                           AND NQ-MESSAGE-ID > WS-HIGH-MESSAGE-ID
                           MOVE NQ-MESSAGE-ID TO WS-HIGH-MESSAGE-ID
                       END-IF
                       IF (NQ-QUEUED OR NQ-SUPPRESSED)
                           AND NQ-RECIPIENT-TYPE = NT-RECIPIENT-TYPE
                           AND NQ-RECIPIENT-ID = NT-RECIPIENT-ID
                           AND NQ-TEMPLATE = NT-TEMPLATE
                           PERFORM 210-COMPARE-VARIABLES
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NQ-FILE-STATUS = "00" OR "10"
               CLOSE NOTIFICATION-QUEUE-FILE
           END-IF.
       210-COMPARE-VARIABLES.
           MOVE 'Y' TO WS-SAME-VARIABLES.
           PERFORM VARYING WS-VAR-SUB FROM 1 BY 1
                   UNTIL WS-VAR-SUB > 4
               IF NQ-VARIABLE(WS-VAR-SUB) NOT = NT-VARIABLE(WS-VAR-SUB)
                   MOVE 'N' TO WS-SAME-VARIABLES
               END-IF
           END-PERFORM.
           IF WS-SAME-VARIABLES = 'Y'
               MOVE 'Y' TO WS-DUPLICATE
           END-IF.
       300-APPEND-QUEUE-LINE.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE.
           IF WS-NQ-FILE-STATUS = "35"
               OPEN OUTPUT NOTIFICATION-QUEUE-FILE
           END-IF.
           IF WS-NQ-FILE-STATUS NOT = "00"
               MOVE 'X' TO NT-RESULT
               DISPLAY "NOTIFICATION-QUEUE: CANNOT QUEUE TO "
                   "notificationqueue.txt - STATUS "
                   WS-NQ-FILE-STATUS
           ELSE
               COMPUTE NT-MESSAGE-ID = WS-HIGH-MESSAGE-ID + 1
               MOVE SPACES TO NOTIFICATION-QUEUE-RECORD
               MOVE NT-MESSAGE-ID TO NQ-MESSAGE-ID
               MOVE NT-RESULT TO NQ-EVENT
               MOVE WS-NOW-DATE TO NQ-EVENT-DATE
               MOVE WS-NOW-TIME TO NQ-EVENT-TIME
               MOVE NT-RECIPIENT-TYPE TO NQ-RECIPIENT-TYPE
               MOVE NT-RECIPIENT-ID TO NQ-RECIPIENT-ID
               IF NQ-QUEUED
                   MOVE WS-SEND-CHANNEL TO NQ-CHANNEL
               ELSE
                   MOVE WS-OPTED-OUT-CHANNEL TO NQ-CHANNEL
                   MOVE "RECIPIENT OPTED OUT OF CHANNEL" TO NQ-NOTE
               END-IF
               MOVE NT-TEMPLATE TO NQ-TEMPLATE
               PERFORM VARYING WS-VAR-SUB FROM 1 BY 1
                       UNTIL WS-VAR-SUB > 4
                   MOVE NT-VARIABLE(WS-VAR-SUB)
                       TO NQ-VARIABLE(WS-VAR-SUB)
               END-PERFORM
               MOVE NT-PROGRAM TO NQ-PROGRAM
               WRITE NOTIFICATION-QUEUE-RECORD
               CLOSE NOTIFICATION-QUEUE-FILE
           END-IF.

       END PROGRAM NOTIFICATION-QUEUE.
