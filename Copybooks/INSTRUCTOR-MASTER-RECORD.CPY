      ******************************************************************
      * Shared instructors.txt record layout.
      *
      * One record per instructor. INSTRUCTOR-MASTER-MAINTENANCE
      * adds and deactivates them, OFFERING-MAINTENANCE refuses to
      * assign a section to an instructor who is not active here,
      * and INSTRUCTOR-WORKLOAD-REPORT prints the names, so the
      * layout lives here instead of being hand-typed in each.
      *
      * IN-STATUS: A = active, I = inactive. Deactivated instructors
      * stay on file so the sections they taught still resolve.
      ******************************************************************
       01 INSTRUCTOR-MASTER-RECORD.
           05 IN-INSTRUCTOR-ID PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 IN-NAME          PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 IN-DEPARTMENT    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IN-STATUS        PIC X.
