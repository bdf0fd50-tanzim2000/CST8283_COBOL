      ******************************************************************
      * Shared courseprerequisites.txt record layout.
      *
      * One record per course/prerequisite pair - a course with two
      * prerequisites has two rows. STUDENT-REGISTRATION refuses an
      * enrollment whose prerequisites the student has not passed,
      * and PREREQUISITE-AUDIT-RUN reports enrollments already on
      * file that slipped past, so the layout lives here.
      *
      * PR-MIN-GRADE is the lowest letter grade that satisfies the
      * prerequisite, compared through GP-RANK on gradepoints.txt;
      * blank means any passing grade (GP-PASSING Y) will do. The
      * prerequisite must have been graded in a term before the one
      * being enrolled in - a withdrawn or ungraded row never counts.
      ******************************************************************
       01 COURSE-PREREQUISITE-RECORD.
           05 PR-COURSE-CODE    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PR-PREREQ-CODE    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PR-MIN-GRADE      PIC X(2).
