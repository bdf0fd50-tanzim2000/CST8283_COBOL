      ******************************************************************
      * Shared registrationchanges.log record layout.
      *
      * One line per field changed on a studentregistration.txt
      * record. REGISTRATION-MAINTENANCE appends a line for every
      * name, address, program and enrollment status amendment it
      * makes, with the signed-on operator (OPERATOR-SIGNON) and the
      * value before and after, and REGISTRATION-CHANGE-REPORT
      * selects from it by student, operator or date range - the
      * registration-side counterpart of studentaudit.log.
      *
      * RL-FIELD names the registration field (TITLE, FIRST-NAME,
      * INITIAL, LAST-NAME, STREET, CITY, PROVINCE, POSTAL-CODE,
      * PROGRAM, YEAR, STATUS, STATUS-DATE). RL-OLD-VALUE and
      * RL-NEW-VALUE carry the field as it was stored, left-justified.
      ******************************************************************
       01 REGISTRATION-CHANGE-RECORD.
           05 RL-DATE            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-TIME            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-FIELD           PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-OLD-VALUE       PIC X(28).
           05 FILLER             PIC X VALUE SPACE.
           05 RL-NEW-VALUE       PIC X(28).
