      ******************************************************************
      * Shared enrollmentheadcounts.txt record layout.
      *
      * The headcount history ENROLLMENT-STATISTICS-RUN keeps, one
      * set of lines per term (a rerun for a term replaces that
      * term's lines), so trends can be reported across terms.
      * HC-CATEGORY says what HC-KEY and the three counts hold:
      *   PROGRAM   - HC-KEY program, HC-YEAR studentYear; counts
      *               active, withdrawn, graduated
      *   PROVINCE  - HC-KEY province; active, withdrawn, graduated
      *   STATUS    - HC-KEY ALL; active, withdrawn, graduated
      *   CAPACITY  - HC-KEY program; active, seats still open on
      *               programcodes.txt (99999 = no limit or program
      *               not on file), waitlist.txt depth
      *   MOVEMENT  - HC-KEY the prior snapshot's term; new intakes,
      *               withdrawals, graduations since it
      *   RETENTION - HC-KEY the term a year earlier; students active
      *               then, still active or graduated now, percent
      ******************************************************************
       01 ENROLLMENT-HEADCOUNT-RECORD.
           05 HC-TERM            PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 HC-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 HC-CATEGORY        PIC X(9).
               88 HC-PROGRAM-ROW   VALUE "PROGRAM".
               88 HC-PROVINCE-ROW  VALUE "PROVINCE".
               88 HC-STATUS-ROW    VALUE "STATUS".
               88 HC-CAPACITY-ROW  VALUE "CAPACITY".
               88 HC-MOVEMENT-ROW  VALUE "MOVEMENT".
               88 HC-RETENTION-ROW VALUE "RETENTION".
           05 FILLER             PIC X VALUE SPACE.
           05 HC-KEY             PIC X(15).
           05 FILLER             PIC X VALUE SPACE.
           05 HC-YEAR            PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 HC-COUNT-1         PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 HC-COUNT-2         PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 HC-COUNT-3         PIC 9(5).
