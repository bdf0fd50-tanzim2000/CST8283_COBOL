      ******************************************************************
      * Shared coursefees.txt record layout.
      *
      * The course fee schedule - the lab, materials and field-trip
      * fees a course carries on top of program tuition, one line
      * per fee, keyed by course code and term so a fee can change
      * from one offering to the next. A course with two kinds of
      * fee has two lines. COURSE-FEE-ASSESSMENT-BATCH prices every
      * active courseenrollment.txt row from this table; a course
      * with no line here carries no fee.
      ******************************************************************
       01 COURSE-FEE-RECORD.
           05 CF-COURSE-CODE     PIC X(8).
           05 FILLER             PIC X.
           05 CF-TERM            PIC X(5).
           05 FILLER             PIC X.
           05 CF-FEE-TYPE        PIC X(3).
               88 CF-LAB-FEE        VALUE "LAB".
               88 CF-MATERIALS-FEE  VALUE "MAT".
               88 CF-FIELD-TRIP-FEE VALUE "TRP".
           05 FILLER             PIC X.
           05 CF-AMOUNT          PIC 9(5)V99.
           05 FILLER             PIC X.
           05 CF-DESCRIPTION     PIC X(30).
