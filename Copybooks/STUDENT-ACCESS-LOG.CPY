      ******************************************************************
      * Shared studentaccess.log record layout.
      *
      * One line per student looked up at the counter. STUDENT-INQUIRY
      * appends a line for every student number it is given, with the
      * signed-on operator (OPERATOR-SIGNON), the date and time, and
      * which parts of the record were put on the screen - SA-BALANCE-
      * SHOWN for the studentrecord.dat balances and settled terms,
      * SA-REGISTRATION-SHOWN for the studentregistration.txt name,
      * program and address, SA-HISTORY-SHOWN for the studentaudit.log
      * history - each 'Y' or 'N'. A number with nothing on file is
      * still logged, all three 'N', since the lookup itself was made.
      * STUDENT-ACCESS-REPORT selects from it by student, operator or
      * date range so a student's access request can be answered.
      ******************************************************************
       01 STUDENT-ACCESS-RECORD.
           05 SA-DATE            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 SA-TIME            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 SA-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 SA-PROGRAM         PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 SA-STUDENT-NUMBER  PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 SA-BALANCE-SHOWN   PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 SA-REGISTRATION-SHOWN PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 SA-HISTORY-SHOWN   PIC X.
