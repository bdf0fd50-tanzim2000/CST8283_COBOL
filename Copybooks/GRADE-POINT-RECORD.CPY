      ******************************************************************
      * Shared gradepoints.txt record layout.
      *
      * The Registrar's letter-grade to grade-point table, one row
      * per letter grade GRADE-ENTRY accepts (A+, A, B+ ... F).
      * ACADEMIC-STANDING-RUN prices each graded enrollment from it;
      * the layout lives here so any other reader of the table COPYs
      * it instead of hand-typing it.
      * GP-IN-GPA: Y = the grade counts in the average, N = it is
      * shown on the record but carries no points (e.g. P for a
      * pass/fail course, I for incomplete). GP-PASSING: Y = the
      * course counts as passed. GP-RANK orders the letters from
      * worst (low) to best (high) so a minimum grade can be
      * compared without knowing the letters.
      ******************************************************************
       01 GRADE-POINT-RECORD.
           05 GP-LETTER         PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 GP-POINTS         PIC 9V99.
           05 FILLER            PIC X VALUE SPACE.
           05 GP-IN-GPA         PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 GP-PASSING        PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 GP-RANK           PIC 9(2).
