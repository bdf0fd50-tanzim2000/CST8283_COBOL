      ******************************************************************
      * Shared coursefeeledger.txt record layout.
      *
      * An appended event file, one line per course fee charged (A)
      * and one per course fee taken back off (R).
      * COURSE-FEE-ASSESSMENT-BATCH appends the A line in the same
      * step that posts the CRSFEE audit action, and
      * COURSE-WITHDRAWAL appends the R line when a drop inside the
      * refund window reverses the fee with a CRSFRV action.
      *
      * A fee is identified by student, course, section, term and
      * fee type. It stands charged while its latest line is an A -
      * readers take the events in file order, setting the fee on A
      * and dropping it on R - and the batch never charges a fee
      * that already stands charged, so a rerun cannot bill the
      * same enrollment twice. Both writers hold the
      * studentrecord.dat data-set lock while they append, so the
      * ledger and the balances always move together.
      *
      * FL-STUDENT-NUMBER is the full 10-digit registration number.
      * FL-AMOUNT is the fee charged (A) or reversed (R).
      ******************************************************************
       01 COURSE-FEE-LEDGER-RECORD.
           05 FL-STUDENT-NUMBER  PIC 9(10).
           05 FL-STUDENT-KEY REDEFINES FL-STUDENT-NUMBER.
               10 FILLER         PIC 9(3).
               10 FL-TAIL        PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 FL-COURSE-CODE     PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FL-SECTION         PIC X(3).
           05 FILLER             PIC X VALUE SPACE.
           05 FL-TERM            PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 FL-FEE-TYPE        PIC X(3).
           05 FILLER             PIC X VALUE SPACE.
           05 FL-EVENT           PIC X.
               88 FL-FEE-CHARGED    VALUE 'A'.
               88 FL-FEE-REVERSED   VALUE 'R'.
           05 FILLER             PIC X VALUE SPACE.
           05 FL-AMOUNT          PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 FL-EVENT-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FL-OPERATOR        PIC X(10).
