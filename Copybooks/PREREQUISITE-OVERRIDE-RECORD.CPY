      ******************************************************************
      * Shared prerequisiteoverrides.txt record layout.
      *
      * One record per enrollment a supervisor let through without
      * its prerequisite. STUDENT-REGISTRATION appends a record when
      * the supervisor signs the override with their operators.txt
      * password and gives a reason; PREREQUISITE-AUDIT-RUN reads it
      * back so an overridden enrollment shows on the nightly report
      * with the supervisor's name beside it instead of looking like
      * an enrollment nobody noticed.
      ******************************************************************
       01 PREREQUISITE-OVERRIDE-RECORD.
           05 PO-DATE           PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PO-TIME           PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PO-STUDENT-NUMBER PIC 9(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PO-COURSE-CODE    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PO-SECTION        PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 PO-TERM           PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 PO-PREREQ-CODE    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PO-SUPERVISOR     PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PO-REASON         PIC X(40).
