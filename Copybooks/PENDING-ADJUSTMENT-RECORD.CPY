      ******************************************************************
      * Shared pendingadjustments.txt record layout.
      *
      * An appended event file of manual balance adjustments too
      * large for one operator to post alone. PROJECT-ONE (mode 2)
      * and COURSE-WITHDRAWAL append a P line instead of changing
      * the term balance when the change is over the limit on
      * approvallimits.txt; PENDING-ADJUSTMENT-APPROVAL appends an A
      * line when a second operator approves and posts it, or an R
      * line when it is turned down. An adjustment is pending until
      * it has an A or R line.
      *
      * Adjustments are numbered from the last number on file. Every
      * writer holds the studentrecord.dat data-set lock while it
      * appends, so numbers cannot collide and the file always moves
      * with the balances.
      *
      * PA-OPERATOR is the maker on the P line and the checker on
      * the A or R line. PA-AMOUNT is the change to the term balance
      * (a credit is negative); PA-ACTION is the audit action the
      * posting will carry - UPDATE from PROJECT-ONE, CRSWDR from
      * COURSE-WITHDRAWAL - with PA-REFERENCE the course code on a
      * CRSWDR. PA-NOTE carries the reason on an R line.
      ******************************************************************
       01 PENDING-ADJUSTMENT-RECORD.
           05 PA-ITEM-NUMBER     PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-EVENT           PIC X.
               88 PA-PARKED         VALUE 'P'.
               88 PA-APPROVED       VALUE 'A'.
               88 PA-REJECTED       VALUE 'R'.
           05 FILLER             PIC X VALUE SPACE.
           05 PA-EVENT-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-EVENT-TIME      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-PROGRAM         PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-STUDENT-NUMBER  PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-ACTION          PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-TERM-CODE       PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-REFERENCE       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-AMOUNT          PIC S9(5)V99 SIGN TRAILING SEPARATE.
           05 FILLER             PIC X VALUE SPACE.
           05 PA-NOTE            PIC X(30).
