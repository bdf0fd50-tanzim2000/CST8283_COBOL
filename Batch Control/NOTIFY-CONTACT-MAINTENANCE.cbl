      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Notification contact maintenance - keeps the email
      *          address and mobile number each student, driver and
      *          operations desk is notified at on
      *          notificationcontacts.txt
      *          (NOTIFICATION-CONTACT-RECORD.CPY), one line per
      *          recipient per channel, with the usual
      *          load-table/rewrite-at-end pattern.
      *          A recipient can be opted out of a channel and back
      *          in again; an opted-out line stays on file, so
      *          keying the address in again does not quietly undo
      *          the opt-out. NOTIFICATION-QUEUE looks the addresses
      *          up when a message is queued and
      *          NOTIFICATION-DISPATCH-BATCH when it is sent. Holds
      *          the data-set lock on the file for the whole
      *          session so a STOP reply being posted by
      *          NOTIFICATION-STATUS-RETURN is not lost under it.
      *          Needs a signed-on operator with update authority
      *          (2 in OPERATOR-SIGNON.CPY); run standalone the
      *          program prompts for an operator ID, the same
      *          fallback PROJECT-ONE uses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-CONTACT-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATION-CONTACT-FILE
           ASSIGN "../notificationcontacts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NOTIFICATION-CONTACT-FILE.
           COPY "NOTIFICATION-CONTACT-RECORD.CPY".
       WORKING-STORAGE SECTION.
           COPY "OPERATOR-SIGNON.CPY".
       01 WS-NC-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-SIGNON-AUTHORITY PIC 9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CONTACT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CONTACT-COUNT.
               10 WS-NC-RECORD PIC X(86).
       01 WS-CONTACT-SUB PIC 9(3).
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-RECIPIENT-LINES PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-MAINT-MORE PIC X VALUE 'Y'.
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-ADDRESS  VALUE '1'.
           88 WS-CHOICE-OPT-OUT  VALUE '2'.
           88 WS-CHOICE-OPT-IN   VALUE '3'.
           88 WS-CHOICE-SHOW     VALUE '4'.
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       01 WS-CONFIRM PIC X.
       01 WS-TYPE-INPUT PIC X.
           88 WS-VALID-TYPE VALUE 'S' 'D' 'O'.
       01 WS-ID-INPUT PIC X(10).
       01 WS-CHANNEL-INPUT PIC X.
           88 WS-VALID-CHANNEL VALUE 'E' 'S'.
       01 WS-ADDRESS-INPUT PIC X(60).
       01 WS-KEY-OK PIC X.
       01 WS-CHANNEL-NAME PIC X(5).
       01 WS-STATUS-NAME PIC X(9).
       01 WS-CONTACTS-ADDED PIC 9(4) VALUE ZERO.
       01 WS-CONTACTS-CHANGED PIC 9(4) VALUE ZERO.
       01 WS-CONTACTS-OPTED-OUT PIC 9(4) VALUE ZERO.
       01 WS-CONTACTS-OPTED-IN PIC 9(4) VALUE ZERO.
       01 WS-LOCK-DATASET PIC X(30) VALUE "notificationcontacts.txt".
       01 WS-LOCK-PROGRAM PIC X(30)
           VALUE "NOTIFY-CONTACT-MAINTENANCE".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF SO-OPERATOR-ID = SPACES OR SO-OPERATOR-ID = LOW-VALUES
               DISPLAY "ENTER YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
               MOVE 9 TO WS-SIGNON-AUTHORITY
           ELSE
               MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SO-AUTHORITY TO WS-SIGNON-AUTHORITY
           END-IF.
           IF WS-SIGNON-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - NOTIFICATION CONTACTS NEED "
                   "UPDATE AUTHORITY (2)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-CONTACT-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "notificationcontacts.txt HAS MORE CONTACTS "
                   "THAN THIS SESSION CAN HOLD - NO MAINTENANCE DONE "
                   "AND THE FILE WAS NOT TOUCHED"
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-MAINTAIN-ONE-ITEM
               UNTIL WS-MAINT-MORE = 'N' OR WS-MAINT-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 700-REWRITE-CONTACT-FILE
           END-IF.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           DISPLAY "==== NOTIFICATION CONTACT MAINTENANCE ====".
           DISPLAY "CONTACTS ADDED:      " WS-CONTACTS-ADDED.
           DISPLAY "ADDRESSES CHANGED:   " WS-CONTACTS-CHANGED.
           DISPLAY "CHANNELS OPTED OUT:  " WS-CONTACTS-OPTED-OUT.
           DISPLAY "CHANNELS OPTED IN:   " WS-CONTACTS-OPTED-IN.
           GOBACK.
       100-LOAD-CONTACT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT NOTIFICATION-CONTACT-FILE.
           IF WS-NC-FILE-STATUS NOT = "00"
               DISPLAY "NO NOTIFICATION CONTACT FILE ON HAND - "
                   "STARTING EMPTY"
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
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NC-FILE-STATUS = "00" OR "10"
               CLOSE NOTIFICATION-CONTACT-FILE
           END-IF.
       200-MAINTAIN-ONE-ITEM.
           DISPLAY "1 = ADD OR CHANGE AN EMAIL ADDRESS OR MOBILE "
               "NUMBER".
           DISPLAY "2 = OPT A RECIPIENT OUT OF A CHANNEL".
           DISPLAY "3 = OPT A RECIPIENT BACK IN TO A CHANNEL".
           DISPLAY "4 = SHOW A RECIPIENT'S CONTACTS".
           DISPLAY "SELECT AN OPTION [1-4]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-ADDRESS  PERFORM 300-ENTER-ADDRESS
               WHEN WS-CHOICE-OPT-OUT  PERFORM 400-OPT-OUT-CHANNEL
               WHEN WS-CHOICE-OPT-IN   PERFORM 450-OPT-IN-CHANNEL
               WHEN WS-CHOICE-SHOW     PERFORM 500-SHOW-CONTACTS
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-4"
           END-EVALUATE.
           DISPLAY "ANYTHING ELSE? [Y/N]".
           ACCEPT WS-MAINT-MORE.
      * A changed address keeps the line's status - a recipient who
      * opted out stays opted out until option 3 is used.
       300-ENTER-ADDRESS.
           PERFORM 610-ENTER-RECIPIENT-CHANNEL.
           IF WS-KEY-OK = 'Y'
               IF WS-CHANNEL-INPUT = 'E'
                   DISPLAY "EMAIL ADDRESS?"
               ELSE
                   DISPLAY "MOBILE NUMBER?"
               END-IF
               ACCEPT WS-ADDRESS-INPUT
               IF WS-ADDRESS-INPUT = SPACES
                   DISPLAY "ADDRESS IS REQUIRED - NOTHING CHANGED"
               ELSE
                   PERFORM 310-STORE-ADDRESS
               END-IF
           END-IF.
       310-STORE-ADDRESS.
           PERFORM 600-FIND-CONTACT.
           IF WS-FOUND-SUB = ZERO
               IF WS-CONTACT-COUNT < 500
                   ADD 1 TO WS-CONTACT-COUNT
                   MOVE WS-CONTACT-COUNT TO WS-FOUND-SUB
                   MOVE SPACES TO NOTIFICATION-CONTACT-RECORD
                   MOVE WS-TYPE-INPUT TO NC-RECIPIENT-TYPE
                   MOVE WS-ID-INPUT TO NC-RECIPIENT-ID
                   MOVE WS-CHANNEL-INPUT TO NC-CHANNEL
                   MOVE 'A' TO NC-STATUS
                   MOVE WS-RUN-DATE TO NC-STATUS-DATE
                   ADD 1 TO WS-CONTACTS-ADDED
               ELSE
                   DISPLAY "CONTACT TABLE FULL - CANNOT ADD"
               END-IF
           ELSE
               MOVE WS-NC-RECORD(WS-FOUND-SUB)
                   TO NOTIFICATION-CONTACT-RECORD
               ADD 1 TO WS-CONTACTS-CHANGED
           END-IF.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-ADDRESS-INPUT TO NC-ADDRESS
               MOVE NOTIFICATION-CONTACT-RECORD
                   TO WS-NC-RECORD(WS-FOUND-SUB)
               MOVE 'Y' TO WS-CHANGES-MADE
               PERFORM 620-NAME-CHANNEL-AND-STATUS
               DISPLAY WS-CHANNEL-NAME " FOR " NC-RECIPIENT-TYPE " "
                   NC-RECIPIENT-ID " SET TO " NC-ADDRESS
               IF NC-OPTED-OUT
                   DISPLAY "RECIPIENT IS STILL OPTED OUT OF "
                       WS-CHANNEL-NAME " - NOTHING WILL BE SENT"
               END-IF
           END-IF.
       400-OPT-OUT-CHANNEL.
           PERFORM 610-ENTER-RECIPIENT-CHANNEL.
           IF WS-KEY-OK = 'Y'
               PERFORM 600-FIND-CONTACT
               IF WS-FOUND-SUB = ZERO
                   DISPLAY "NO CONTACT ON FILE FOR " WS-TYPE-INPUT " "
                       WS-ID-INPUT " ON THAT CHANNEL"
               ELSE
                   MOVE WS-NC-RECORD(WS-FOUND-SUB)
                       TO NOTIFICATION-CONTACT-RECORD
                   PERFORM 620-NAME-CHANNEL-AND-STATUS
                   IF NC-OPTED-OUT
                       DISPLAY "RECIPIENT IS ALREADY OPTED OUT OF "
                           WS-CHANNEL-NAME
                   ELSE
                       DISPLAY "OPT " WS-TYPE-INPUT " " WS-ID-INPUT
                           " OUT OF " WS-CHANNEL-NAME "? [Y/N]"
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           MOVE 'O' TO NC-STATUS
                           MOVE WS-RUN-DATE TO NC-STATUS-DATE
                           MOVE NOTIFICATION-CONTACT-RECORD
                               TO WS-NC-RECORD(WS-FOUND-SUB)
                           MOVE 'Y' TO WS-CHANGES-MADE
                           ADD 1 TO WS-CONTACTS-OPTED-OUT
                           DISPLAY "OPTED OUT - MESSAGES ALREADY SENT "
                               "TO THE GATEWAY STILL GO"
                       ELSE
                           DISPLAY "NOT CHANGED"
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * Only on the recipient's own say-so - the opt-out may have come
      * from a STOP reply.
       450-OPT-IN-CHANNEL.
           PERFORM 610-ENTER-RECIPIENT-CHANNEL.
           IF WS-KEY-OK = 'Y'
               PERFORM 600-FIND-CONTACT
               IF WS-FOUND-SUB = ZERO
                   DISPLAY "NO CONTACT ON FILE FOR " WS-TYPE-INPUT " "
                       WS-ID-INPUT " ON THAT CHANNEL"
               ELSE
                   MOVE WS-NC-RECORD(WS-FOUND-SUB)
                       TO NOTIFICATION-CONTACT-RECORD
                   PERFORM 620-NAME-CHANNEL-AND-STATUS
                   IF NC-ACTIVE
                       DISPLAY "RECIPIENT IS ALREADY ACTIVE ON "
                           WS-CHANNEL-NAME
                   ELSE
                       DISPLAY "HAS THE RECIPIENT ASKED TO RECEIVE "
                           WS-CHANNEL-NAME " AGAIN? [Y/N]"
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           MOVE 'A' TO NC-STATUS
                           MOVE WS-RUN-DATE TO NC-STATUS-DATE
                           MOVE NOTIFICATION-CONTACT-RECORD
                               TO WS-NC-RECORD(WS-FOUND-SUB)
                           MOVE 'Y' TO WS-CHANGES-MADE
                           ADD 1 TO WS-CONTACTS-OPTED-IN
                           DISPLAY "OPTED BACK IN"
                       ELSE
                           DISPLAY "NOT CHANGED"
                       END-IF
                   END-IF
               END-IF
           END-IF.
       500-SHOW-CONTACTS.
           DISPLAY "RECIPIENT TYPE (S = STUDENT, D = DRIVER, "
               "O = OPERATIONS DESK)?".
           ACCEPT WS-TYPE-INPUT.
           DISPLAY "RECIPIENT ID?".
           ACCEPT WS-ID-INPUT.
           MOVE ZERO TO WS-RECIPIENT-LINES.
           PERFORM VARYING WS-CONTACT-SUB FROM 1 BY 1
                   UNTIL WS-CONTACT-SUB > WS-CONTACT-COUNT
               MOVE WS-NC-RECORD(WS-CONTACT-SUB)
                   TO NOTIFICATION-CONTACT-RECORD
               IF NC-RECIPIENT-TYPE = WS-TYPE-INPUT
                   AND NC-RECIPIENT-ID = WS-ID-INPUT
                   ADD 1 TO WS-RECIPIENT-LINES
                   PERFORM 620-NAME-CHANNEL-AND-STATUS
                   DISPLAY WS-CHANNEL-NAME " " WS-STATUS-NAME
                       " SINCE " NC-STATUS-DATE " " NC-ADDRESS
               END-IF
           END-PERFORM.
           IF WS-RECIPIENT-LINES = ZERO
               DISPLAY "NO CONTACTS ON FILE FOR " WS-TYPE-INPUT " "
                   WS-ID-INPUT
           END-IF.
       600-FIND-CONTACT.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-CONTACT-SUB FROM 1 BY 1
                   UNTIL WS-CONTACT-SUB > WS-CONTACT-COUNT
               MOVE WS-NC-RECORD(WS-CONTACT-SUB)
                   TO NOTIFICATION-CONTACT-RECORD
               IF NC-RECIPIENT-TYPE = WS-TYPE-INPUT
                   AND NC-RECIPIENT-ID = WS-ID-INPUT
                   AND NC-CHANNEL = WS-CHANNEL-INPUT
                   MOVE WS-CONTACT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
      * A student is keyed by the 7-digit billing student number, the
      * same ID the billing programs queue their notices under.
       610-ENTER-RECIPIENT-CHANNEL.
           MOVE 'N' TO WS-KEY-OK.
           DISPLAY "RECIPIENT TYPE (S = STUDENT, D = DRIVER, "
               "O = OPERATIONS DESK)?".
           ACCEPT WS-TYPE-INPUT.
           DISPLAY "RECIPIENT ID?".
           ACCEPT WS-ID-INPUT.
           DISPLAY "CHANNEL (E = EMAIL, S = SMS)?".
           ACCEPT WS-CHANNEL-INPUT.
           EVALUATE TRUE
               WHEN NOT WS-VALID-TYPE
                   DISPLAY "RECIPIENT TYPE MUST BE S, D OR O"
               WHEN WS-ID-INPUT = SPACES
                   DISPLAY "RECIPIENT ID IS REQUIRED"
               WHEN WS-TYPE-INPUT = 'S'
                   AND (WS-ID-INPUT(1:7) NOT NUMERIC
                   OR WS-ID-INPUT(8:3) NOT = SPACES)
                   DISPLAY "STUDENT NUMBER MUST BE 7 DIGITS"
               WHEN NOT WS-VALID-CHANNEL
                   DISPLAY "CHANNEL MUST BE E OR S"
               WHEN OTHER
                   MOVE 'Y' TO WS-KEY-OK
           END-EVALUATE.
       620-NAME-CHANNEL-AND-STATUS.
           IF NC-CHANNEL = 'E'
               MOVE "EMAIL" TO WS-CHANNEL-NAME
           ELSE
               MOVE "SMS" TO WS-CHANNEL-NAME
           END-IF.
           IF NC-OPTED-OUT
               MOVE "OPTED OUT" TO WS-STATUS-NAME
           ELSE
               MOVE "ACTIVE" TO WS-STATUS-NAME
           END-IF.
       700-REWRITE-CONTACT-FILE.
           OPEN OUTPUT NOTIFICATION-CONTACT-FILE.
           IF WS-NC-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE NOTIFICATION-CONTACT-FILE - "
                   "STATUS " WS-NC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CONTACT-SUB FROM 1 BY 1
                       UNTIL WS-CONTACT-SUB > WS-CONTACT-COUNT
                   MOVE WS-NC-RECORD(WS-CONTACT-SUB)
                       TO NOTIFICATION-CONTACT-RECORD
                   WRITE NOTIFICATION-CONTACT-RECORD
               END-PERFORM
               CLOSE NOTIFICATION-CONTACT-FILE
               DISPLAY "NOTIFICATION CONTACT FILE REWRITTEN"
           END-IF.
       960-ACQUIRE-DATA-SET-LOCK.
           MOVE "LOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-OPERATOR-ID WS-LOCK-ACTION
               WS-LOCK-RESULT.
       970-RELEASE-DATA-SET-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-ACTION.
           CALL "DATA-SET-LOCK" USING WS-LOCK-DATASET
               WS-LOCK-PROGRAM WS-OPERATOR-ID WS-LOCK-ACTION
               WS-LOCK-RESULT.

       END PROGRAM NOTIFY-CONTACT-MAINTENANCE.
