      ******************************************************************
      * Shared academicstanding.txt record layout.
      *
      * One record per student per term graded, written by
      * ACADEMIC-STANDING-RUN at the end of each term. A rerun for
      * the same term replaces that term's records, so the file is
      * the standing history - the run reads it back to find the
      * standing a student carried into the term. Grade point
      * averages carry two decimals; each graded course counts
      * equally (the offering file carries no credit weights).
      *
      * AS-STANDING: G = good standing, P = academic probation,
      * R = required to withdraw.
      ******************************************************************
       01 ACADEMIC-STANDING-RECORD.
           05 AS-STUDENT-NUMBER PIC 9(10).
           05 FILLER            PIC X VALUE SPACE.
           05 AS-TERM           PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 AS-PROGRAM        PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 AS-TERM-COURSES   PIC 9(2).
           05 FILLER            PIC X VALUE SPACE.
           05 AS-TERM-GPA       PIC 9V99.
           05 FILLER            PIC X VALUE SPACE.
           05 AS-CUM-COURSES    PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 AS-CUM-GPA        PIC 9V99.
           05 FILLER            PIC X VALUE SPACE.
           05 AS-STANDING       PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 AS-RUN-DATE       PIC 9(8).
