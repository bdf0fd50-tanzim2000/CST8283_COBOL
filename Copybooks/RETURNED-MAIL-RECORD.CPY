      ******************************************************************
      * Shared returnedmail.txt record layout.
      *
      * An appended event file, one line per envelope that came back
      * undeliverable (R) and one per address correction that put the
      * student right again (C). RETURNED-MAIL-ENTRY records the R
      * lines as the mailroom hands the envelopes back, and
      * REGISTRATION-MAINTENANCE appends the C line itself whenever it
      * changes the address of a student with returned mail
      * outstanding, so the flag clears without anyone remembering
      * to do it.
      *
      * A student carries the bad-address flag while their latest R
      * line has no later C line - readers take the events in file
      * order, setting the flag on R and dropping it on C.
      * STUDENT-STATEMENT-RUN, STUDENT-DUNNING-LETTERS and
      * STUDENT-TAX-RECEIPT-RUN hold a flagged student's document on
      * their "no valid address" list instead of printing it.
      *
      * MR-STUDENT-NUMBER is the full 10-digit registration number.
      * MR-EVENT-DATE is the date the envelope came back (R) or the
      * corrected address took effect (C). MR-DOCUMENT names what
      * came back: STATEMENT, DUNNING, RECEIPT, LETTER or OTHER.
      ******************************************************************
       01 RETURNED-MAIL-RECORD.
           05 MR-STUDENT-NUMBER  PIC 9(10).
           05 FILLER             PIC X VALUE SPACE.
           05 MR-EVENT           PIC X.
               88 MR-MAIL-RETURNED  VALUE 'R'.
               88 MR-FLAG-CLEARED   VALUE 'C'.
           05 FILLER             PIC X VALUE SPACE.
           05 MR-EVENT-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 MR-RECORDED-DATE   PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 MR-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 MR-DOCUMENT        PIC X(10).
