      ******************************************************************
      * Shared attendance.txt record layout.
      *
      * One record per student per class meeting. ATTENDANCE-ENTRY
      * captures them section by section off courseenrollment.txt
      * (the same course/section/term selection GRADE-ENTRY uses),
      * and ATTENDANCE-EXCEPTION-RUN reads them for the weekly
      * absence and no-show report, so the layout lives here instead
      * of being hand-typed in each.
      *
      * AT-STATUS: P = present, L = late (attended), A = absent.
      * Re-keying a class date replaces the student's mark for that
      * date rather than adding a second one. AT-OPERATOR and
      * AT-ENTRY-DATE say who last keyed the mark and when.
      ******************************************************************
       01 ATTENDANCE-RECORD.
           05 AT-STUDENT-NUMBER PIC 9(10).
           05 FILLER            PIC X VALUE SPACE.
           05 AT-COURSE-CODE    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 AT-SECTION        PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 AT-TERM           PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 AT-CLASS-DATE     PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 AT-STATUS         PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 AT-OPERATOR       PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 AT-ENTRY-DATE     PIC 9(8).
