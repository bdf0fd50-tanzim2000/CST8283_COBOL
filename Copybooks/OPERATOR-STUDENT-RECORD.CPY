      ******************************************************************
      * Shared operatorstudents.txt record layout.
      *
      * Kept by the Registrar's office: one line for every operator
      * on operators.txt who also holds a student record (staff
      * taking courses, student workers at the counter), giving the
      * operator ID and the 7-digit student number that is theirs.
      * STUDENT-ACCESS-REPORT flags any lookup an operator makes of
      * the student number listed against them here.
      ******************************************************************
       01 OPERATOR-STUDENT-RECORD.
           05 OS-OPERATOR-ID     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 OS-STUDENT-NUMBER  PIC 9(7).
