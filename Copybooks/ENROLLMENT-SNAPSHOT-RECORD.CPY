      ******************************************************************
      * Shared enrollmentsnapshot.txt record layout.
      *
      * One line per student on studentregistration.txt as it stood
      * when ENROLLMENT-STATISTICS-RUN ran for ES-TERM. Each term's
      * run replaces its own snapshot and leaves earlier terms'
      * alone, so the next term's run can compare against the
      * prior term (new intakes, withdrawals, graduations) and
      * against the same season a year earlier (retention).
      * ES-STATUS is the enrollmentStatus at the time: A (or
      * blank) = active, W = withdrawn, G = graduated.
      ******************************************************************
       01 ENROLLMENT-SNAPSHOT-RECORD.
           05 ES-TERM            PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 ES-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X VALUE SPACE.
           05 ES-PROGRAM         PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 ES-YEAR            PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 ES-STATUS          PIC X.
