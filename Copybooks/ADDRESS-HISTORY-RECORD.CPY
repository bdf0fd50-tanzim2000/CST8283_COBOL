      ******************************************************************
      * Shared addresshistory.txt record layout.
      *
      * One line per change to a student's mailing address on
      * studentregistration.txt, appended by REGISTRATION-MAINTENANCE
      * with the address as it was and as it became. AH-EFFECTIVE-DATE
      * is the date the new address took effect, so a student's
      * lines in date order give every address they have had and the
      * dates each one was good for: the prior address ran up to the
      * day before, the new one runs until the next line.
      *
      * AH-MAIL-CLEARED is Y when the change cleared an outstanding
      * returned-mail flag (see RETURNED-MAIL-RECORD.CPY).
      ******************************************************************
       01 ADDRESS-HISTORY-RECORD.
           05 AH-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X VALUE SPACE.
           05 AH-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AH-CHANGED-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AH-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 AH-MAIL-CLEARED    PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 AH-PRIOR-ADDRESS.
               10 AH-PRIOR-STREET    PIC X(25).
               10 AH-PRIOR-CITY      PIC X(15).
               10 AH-PRIOR-PROVINCE  PIC X(15).
               10 AH-PRIOR-POSTAL    PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 AH-NEW-ADDRESS.
               10 AH-NEW-STREET      PIC X(25).
               10 AH-NEW-CITY        PIC X(15).
               10 AH-NEW-PROVINCE    PIC X(15).
               10 AH-NEW-POSTAL      PIC X(7).
