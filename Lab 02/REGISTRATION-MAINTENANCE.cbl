      *            effective date, so nobody edits the fixed-width
      *            file by hand any more. The whole file is rewritten
      *            once at the end of the session.
      *            Every field an amendment or status change alters
      *            is logged to registrationchanges.log with the
      *            signed-on operator, the date and time, the field
      *            name and its value before and after, so "who
      *            changed this and what was it before" can be
      *            answered (REGISTRATION-CHANGE-REPORT).
      *            An address correction is also kept on
      *            addresshistory.txt - the address before and after
      *            and the date the new one took effect - and, when
      *            the student has returned mail outstanding on
      *            returnedmail.txt, appends the C line that clears
      *            the bad-address flag so statements, dunning
      *            letters and tax receipts go out to them again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN "../studentholds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HD-FILE-STATUS.
           SELECT REGISTRATION-CHANGE-FILE
           ASSIGN "../registrationchanges.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RL-FILE-STATUS.
           SELECT ADDRESS-HISTORY-FILE
           ASSIGN "../addresshistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AH-FILE-STATUS.
           SELECT RETURNED-MAIL-FILE
           ASSIGN "../returnedmail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-REGISTRATION-FILE.
       01 STUDENT-RECORD PIC X(144).
       FD STUDENT-HOLD-FILE.
           COPY "STUDENT-HOLD-RECORD.CPY".
       FD REGISTRATION-CHANGE-FILE.
           COPY "REGISTRATION-CHANGE-LOG.CPY".
       FD ADDRESS-HISTORY-FILE.
           COPY "ADDRESS-HISTORY-RECORD.CPY".
       FD RETURNED-MAIL-FILE.
           COPY "RETURNED-MAIL-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
           05 ED-POSTAL-CODE PIC X(7).
           05 ED-ENROLLMENT-STATUS PIC X.
           05 ED-STATUS-DATE PIC 9(8).
      * The record as it stood before this student's maintenance,
      * compared field by field against WS-EDIT-RECORD afterwards.
       01 WS-BEFORE-RECORD.
           05 BF-STUDENT-NUMBER PIC 9(10).
           05 BF-STUDENT-PROGRAM PIC X(8).
           05 BF-STUDENT-YEAR PIC 9(4).
           05 BF-TITLE PIC X(6).
           05 BF-FIRST-NAME PIC X(15).
           05 BF-INITIAL-NAME PIC X(2).
           05 BF-LAST-NAME PIC X(28).
           05 BF-STREET-ADDRESS PIC X(25).
           05 BF-CITY-NAME PIC X(15).
           05 BF-PROVINCE PIC X(15).
           05 BF-POSTAL-CODE PIC X(7).
           05 BF-ENROLLMENT-STATUS PIC X.
           05 BF-STATUS-DATE PIC 9(8).
       01 WS-RL-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-LOG-FIELD PIC X(12).
       01 WS-LOG-OLD-VALUE PIC X(28).
       01 WS-LOG-NEW-VALUE PIC X(28).
       01 WS-CHANGES-LOGGED PIC 9(5) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AH-FILE-STATUS PIC XX.
       01 WS-ADDRESS-EFFECTIVE PIC 9(8).
       01 WS-ADDRESS-CHANGES PIC 9(5) VALUE ZERO.
       01 WS-MR-FILE-STATUS PIC XX.
       01 WS-MAIL-EOF PIC X.
       01 WS-MAIL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MAIL-TABLE.
           05 WS-MAIL-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-MAIL-COUNT.
               10 WS-ML-STUDENT       PIC 9(10).
               10 WS-ML-RETURNED-DATE PIC 9(8).
               10 WS-ML-FLAGGED       PIC X.
       01 WS-MAIL-SUB PIC 9(3).
       01 WS-MAIL-FOUND-SUB PIC 9(3).
       01 WS-FLAGS-CLEARED PIC 9(5) VALUE ZERO.
       01 WS-NUMBER-INPUT PIC X(10).
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-NAME    VALUE '1'.
       01 WS-LOCK-OPERATOR PIC X(10) VALUE "COUNTER".
       01 WS-LOCK-ACTION PIC X(6).
       01 WS-LOCK-RESULT PIC X.
           COPY "OPERATOR-SIGNON.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF SO-OPERATOR-ID = SPACES OR SO-OPERATOR-ID = LOW-VALUES
               DISPLAY "ENTER YOUR OPERATOR ID"
               ACCEPT WS-OPERATOR-ID
           ELSE
               MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           PERFORM 960-ACQUIRE-DATA-SET-LOCK.
           IF WS-LOCK-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * No amendment is made unless it can be logged.
           OPEN EXTEND REGISTRATION-CHANGE-FILE.
           IF WS-RL-FILE-STATUS = "35"
               OPEN OUTPUT REGISTRATION-CHANGE-FILE
           END-IF.
           IF WS-RL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REGISTRATION-CHANGE-FILE - "
                   "STATUS " WS-RL-FILE-STATUS
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ADDRESS-HISTORY-FILE.
           IF WS-AH-FILE-STATUS = "35"
               OPEN OUTPUT ADDRESS-HISTORY-FILE
           END-IF.
           IF WS-AH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ADDRESS-HISTORY-FILE - "
                   "STATUS " WS-AH-FILE-STATUS
               CLOSE REGISTRATION-CHANGE-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LOAD-STUDENT-HOLD-TABLE.
           PERFORM 120-LOAD-RETURNED-MAIL-TABLE.
           PERFORM 100-LOAD-REGISTRATION-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "REGISTRATION FILE HAS MORE RECORDS THAN THIS"
               DISPLAY "SESSION CAN HOLD - NO MAINTENANCE DONE AND"
               DISPLAY "THE FILE WAS NOT TOUCHED"
               CLOSE REGISTRATION-CHANGE-FILE
               CLOSE ADDRESS-HISTORY-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RECORD-COUNT = ZERO
               DISPLAY "NO REGISTRATION RECORDS ON FILE"
               CLOSE REGISTRATION-CHANGE-FILE
               CLOSE ADDRESS-HISTORY-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               STOP RUN
           END-IF.
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           CLOSE REGISTRATION-CHANGE-FILE.
           CLOSE ADDRESS-HISTORY-FILE.
           DISPLAY "FIELD CHANGES LOGGED: " WS-CHANGES-LOGGED.
           DISPLAY "ADDRESS CHANGES KEPT: " WS-ADDRESS-CHANGES.
           DISPLAY "RETURNED-MAIL FLAGS CLEARED: " WS-FLAGS-CLEARED.
           PERFORM 970-RELEASE-DATA-SET-LOCK.
           STOP RUN.
       100-LOAD-REGISTRATION-TABLE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT-REGISTRATION-FILE - "
                   "STATUS " WS-FILE-STATUS
               CLOSE REGISTRATION-CHANGE-FILE
               CLOSE ADDRESS-HISTORY-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
                   WHEN OTHER
                       MOVE WS-RT-DATA(WS-FOUND-SUB)
                           TO WS-EDIT-RECORD
                       MOVE WS-RT-DATA(WS-FOUND-SUB)
                           TO WS-BEFORE-RECORD
                       MOVE WS-RUN-DATE TO WS-ADDRESS-EFFECTIVE
                       PERFORM 230-CHECK-FOR-RETURNED-MAIL
                       PERFORM 300-SHOW-RECORD
                       PERFORM 400-APPLY-MAINTENANCE
                       PERFORM 600-LOG-FIELD-CHANGES
                       PERFORM 620-KEEP-ADDRESS-HISTORY
                       MOVE WS-EDIT-RECORD
                           TO WS-RT-DATA(WS-FOUND-SUB)
               END-EVALUATE
                   MOVE WS-HOLD-SUB TO WS-HOLD-FOUND-SUB
               END-IF
           END-PERFORM.
      * Returned-mail events are taken in file order: an R line
      * flags the student, a later C line (an address correction)
      * clears the flag again.
       120-LOAD-RETURNED-MAIL-TABLE.
           MOVE 'N' TO WS-MAIL-EOF.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF WS-MR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-MAIL-EOF
           END-IF.
           PERFORM UNTIL WS-MAIL-EOF = 'Y'
               READ RETURNED-MAIL-FILE
                   AT END MOVE 'Y' TO WS-MAIL-EOF
                   NOT AT END
                       MOVE MR-STUDENT-NUMBER TO WS-NUMBER-INPUT
                       PERFORM 230-CHECK-FOR-RETURNED-MAIL
                       IF WS-MAIL-FOUND-SUB = ZERO
                           AND MR-MAIL-RETURNED
                           IF WS-MAIL-COUNT < 300
                               ADD 1 TO WS-MAIL-COUNT
                               MOVE WS-MAIL-COUNT TO WS-MAIL-FOUND-SUB
                               MOVE MR-STUDENT-NUMBER
                                   TO WS-ML-STUDENT(WS-MAIL-COUNT)
                           ELSE
                               DISPLAY 'RETURNED MAIL TABLE FULL - '
                                   'DROPPED: ' MR-STUDENT-NUMBER
                           END-IF
                       END-IF
                       IF WS-MAIL-FOUND-SUB > ZERO
                           IF MR-MAIL-RETURNED
                               MOVE 'Y'
                                   TO WS-ML-FLAGGED(WS-MAIL-FOUND-SUB)
                               MOVE MR-EVENT-DATE TO
                                 WS-ML-RETURNED-DATE(WS-MAIL-FOUND-SUB)
                           ELSE
                               MOVE 'N'
                                   TO WS-ML-FLAGGED(WS-MAIL-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MR-FILE-STATUS = "00" OR "10"
               CLOSE RETURNED-MAIL-FILE
           END-IF.
           MOVE SPACES TO WS-NUMBER-INPUT.
       230-CHECK-FOR-RETURNED-MAIL.
           MOVE ZERO TO WS-MAIL-FOUND-SUB.
           PERFORM VARYING WS-MAIL-SUB FROM 1 BY 1
                   UNTIL WS-MAIL-SUB > WS-MAIL-COUNT
               IF WS-ML-STUDENT(WS-MAIL-SUB) = WS-NUMBER-INPUT
                   MOVE WS-MAIL-SUB TO WS-MAIL-FOUND-SUB
               END-IF
           END-PERFORM.
       300-SHOW-RECORD.
           DISPLAY "STUDENT NUMBER: " ED-STUDENT-NUMBER.
           DISPLAY "PROGRAM: " ED-STUDENT-PROGRAM
               WHEN 'G' DISPLAY "STATUS: GRADUATED " ED-STATUS-DATE
               WHEN OTHER DISPLAY "STATUS: ACTIVE"
           END-EVALUATE.
           IF WS-MAIL-FOUND-SUB > ZERO
               IF WS-ML-FLAGGED(WS-MAIL-FOUND-SUB) = 'Y'
                   DISPLAY "ADDRESS FLAGGED - MAIL RETURNED "
                       WS-ML-RETURNED-DATE(WS-MAIL-FOUND-SUB)
                       ", CORRECT IT TO CLEAR THE FLAG"
               END-IF
           END-IF.
       400-APPLY-MAINTENANCE.
           DISPLAY "1 = CORRECT NAME".
           DISPLAY "2 = CORRECT ADDRESS".
           ACCEPT ED-CITY-NAME.
           PERFORM 530-OBTAIN-PROVINCE.
           PERFORM 540-OBTAIN-POSTAL-CODE.
           DISPLAY "DATE THE NEW ADDRESS TAKES EFFECT (YYYYMMDD, "
               "BLANK FOR TODAY)?".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT NUMERIC
               MOVE WS-DATE-INPUT TO WS-ADDRESS-EFFECTIVE
           ELSE
               MOVE WS-RUN-DATE TO WS-ADDRESS-EFFECTIVE
           END-IF.
           MOVE 'Y' TO WS-CHANGES-MADE.
       520-SET-ENROLLMENT-STATUS.
           DISPLAY "STATUS (A=ACTIVE, W=WITHDRAWN, G=GRADUATED)?".
                       "PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
      * Only fields whose stored value actually changed are logged,
      * so re-keying a name as it was leaves no entry.
       600-LOG-FIELD-CHANGES.
           IF BF-TITLE NOT = ED-TITLE
               MOVE "TITLE" TO WS-LOG-FIELD
               MOVE BF-TITLE TO WS-LOG-OLD-VALUE
               MOVE ED-TITLE TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-FIRST-NAME NOT = ED-FIRST-NAME
               MOVE "FIRST-NAME" TO WS-LOG-FIELD
               MOVE BF-FIRST-NAME TO WS-LOG-OLD-VALUE
               MOVE ED-FIRST-NAME TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-INITIAL-NAME NOT = ED-INITIAL-NAME
               MOVE "INITIAL" TO WS-LOG-FIELD
               MOVE BF-INITIAL-NAME TO WS-LOG-OLD-VALUE
               MOVE ED-INITIAL-NAME TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-LAST-NAME NOT = ED-LAST-NAME
               MOVE "LAST-NAME" TO WS-LOG-FIELD
               MOVE BF-LAST-NAME TO WS-LOG-OLD-VALUE
               MOVE ED-LAST-NAME TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-STREET-ADDRESS NOT = ED-STREET-ADDRESS
               MOVE "STREET" TO WS-LOG-FIELD
               MOVE BF-STREET-ADDRESS TO WS-LOG-OLD-VALUE
               MOVE ED-STREET-ADDRESS TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-CITY-NAME NOT = ED-CITY-NAME
               MOVE "CITY" TO WS-LOG-FIELD
               MOVE BF-CITY-NAME TO WS-LOG-OLD-VALUE
               MOVE ED-CITY-NAME TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-PROVINCE NOT = ED-PROVINCE
               MOVE "PROVINCE" TO WS-LOG-FIELD
               MOVE BF-PROVINCE TO WS-LOG-OLD-VALUE
               MOVE ED-PROVINCE TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-POSTAL-CODE NOT = ED-POSTAL-CODE
               MOVE "POSTAL-CODE" TO WS-LOG-FIELD
               MOVE BF-POSTAL-CODE TO WS-LOG-OLD-VALUE
               MOVE ED-POSTAL-CODE TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-STUDENT-PROGRAM NOT = ED-STUDENT-PROGRAM
               MOVE "PROGRAM" TO WS-LOG-FIELD
               MOVE BF-STUDENT-PROGRAM TO WS-LOG-OLD-VALUE
               MOVE ED-STUDENT-PROGRAM TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-STUDENT-YEAR NOT = ED-STUDENT-YEAR
               MOVE "YEAR" TO WS-LOG-FIELD
               MOVE BF-STUDENT-YEAR TO WS-LOG-OLD-VALUE
               MOVE ED-STUDENT-YEAR TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-ENROLLMENT-STATUS NOT = ED-ENROLLMENT-STATUS
               MOVE "STATUS" TO WS-LOG-FIELD
               MOVE BF-ENROLLMENT-STATUS TO WS-LOG-OLD-VALUE
               MOVE ED-ENROLLMENT-STATUS TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
           IF BF-STATUS-DATE NOT = ED-STATUS-DATE
               MOVE "STATUS-DATE" TO WS-LOG-FIELD
               MOVE BF-STATUS-DATE TO WS-LOG-OLD-VALUE
               MOVE ED-STATUS-DATE TO WS-LOG-NEW-VALUE
               PERFORM 610-WRITE-CHANGE-LOG
           END-IF.
       610-WRITE-CHANGE-LOG.
           MOVE SPACES TO REGISTRATION-CHANGE-RECORD.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO RL-OPERATOR.
           MOVE ED-STUDENT-NUMBER TO RL-STUDENT-NUMBER.
           MOVE WS-LOG-FIELD TO RL-FIELD.
           MOVE WS-LOG-OLD-VALUE TO RL-OLD-VALUE.
           MOVE WS-LOG-NEW-VALUE TO RL-NEW-VALUE.
           WRITE REGISTRATION-CHANGE-RECORD.
           ADD 1 TO WS-CHANGES-LOGGED.
      * An address that really changed goes on the history file,
      * and clears any returned-mail flag the student is carrying.
       620-KEEP-ADDRESS-HISTORY.
           IF BF-STREET-ADDRESS NOT = ED-STREET-ADDRESS
               OR BF-CITY-NAME NOT = ED-CITY-NAME
               OR BF-PROVINCE NOT = ED-PROVINCE
               OR BF-POSTAL-CODE NOT = ED-POSTAL-CODE
               MOVE SPACES TO ADDRESS-HISTORY-RECORD
               MOVE ED-STUDENT-NUMBER TO AH-STUDENT-NUMBER
               MOVE WS-ADDRESS-EFFECTIVE TO AH-EFFECTIVE-DATE
               MOVE WS-RUN-DATE TO AH-CHANGED-DATE
               MOVE WS-OPERATOR-ID TO AH-OPERATOR
               MOVE 'N' TO AH-MAIL-CLEARED
               MOVE BF-STREET-ADDRESS TO AH-PRIOR-STREET
               MOVE BF-CITY-NAME TO AH-PRIOR-CITY
               MOVE BF-PROVINCE TO AH-PRIOR-PROVINCE
               MOVE BF-POSTAL-CODE TO AH-PRIOR-POSTAL
               MOVE ED-STREET-ADDRESS TO AH-NEW-STREET
               MOVE ED-CITY-NAME TO AH-NEW-CITY
               MOVE ED-PROVINCE TO AH-NEW-PROVINCE
               MOVE ED-POSTAL-CODE TO AH-NEW-POSTAL
               IF WS-MAIL-FOUND-SUB > ZERO
                   IF WS-ML-FLAGGED(WS-MAIL-FOUND-SUB) = 'Y'
                       PERFORM 630-CLEAR-RETURNED-MAIL
                   END-IF
               END-IF
               WRITE ADDRESS-HISTORY-RECORD
               ADD 1 TO WS-ADDRESS-CHANGES
           END-IF.
       630-CLEAR-RETURNED-MAIL.
           OPEN EXTEND RETURNED-MAIL-FILE.
           IF WS-MR-FILE-STATUS = "35"
               OPEN OUTPUT RETURNED-MAIL-FILE
           END-IF.
           IF WS-MR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RETURNED-MAIL-FILE - STATUS "
                   WS-MR-FILE-STATUS " - RETURNED-MAIL FLAG NOT "
                   "CLEARED"
           ELSE
               MOVE SPACES TO RETURNED-MAIL-RECORD
               MOVE ED-STUDENT-NUMBER TO MR-STUDENT-NUMBER
               MOVE 'C' TO MR-EVENT
               MOVE WS-ADDRESS-EFFECTIVE TO MR-EVENT-DATE
               MOVE WS-RUN-DATE TO MR-RECORDED-DATE
               MOVE WS-OPERATOR-ID TO MR-OPERATOR
               WRITE RETURNED-MAIL-RECORD
               CLOSE RETURNED-MAIL-FILE
               MOVE 'N' TO WS-ML-FLAGGED(WS-MAIL-FOUND-SUB)
               MOVE 'Y' TO AH-MAIL-CLEARED
               ADD 1 TO WS-FLAGS-CLEARED
               DISPLAY "RETURNED-MAIL FLAG CLEARED FOR STUDENT "
                   ED-STUDENT-NUMBER
           END-IF.
       700-REWRITE-REGISTRATION-FILE.
           OPEN OUTPUT STUDENT-REGISTRATION-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING STUDENT-REGISTRATION-FILE - "
                   "STATUS " WS-FILE-STATUS
               CLOSE REGISTRATION-CHANGE-FILE
               CLOSE ADDRESS-HISTORY-FILE
               PERFORM 970-RELEASE-DATA-SET-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
