      ******************************************************************
      * Shared unappliedcash.txt record layout.
      *
      * The unapplied cash suspense file - money the bank has taken
      * in that could not be posted to a student. An appended event
      * file: LOCKBOX-IMPORT appends an S line for each remittance
      * whose student number cannot be read, and
      * STUDENT-PAYMENT-BATCH one for each payment it rejects (no
      * student record, term not on the record, closed fiscal
      * period). UNAPPLIED-CASH-MAINTENANCE clears an item with an
      * A line when the Bursar's office applies it to the right
      * student and term (a normal payments.txt transaction under
      * the original receipt number), or an F line when it is to be
      * refunded to the payer.
      *
      * UC-ITEM-NUMBER is given out in sequence by whichever program
      * appends the S line, under the data-set lock on
      * unappliedcash.txt, and is carried on the item's clearing
      * line; an item is open until it has an A or F line. A
      * payment that is applied and rejected again comes back as a
      * new item. On an S line UC-STUDENT-NUMBER and UC-TERM-CODE
      * are as received and UC-NOTE is the rejection reason; on an A
      * line they are the student and term applied to; on an F line
      * UC-NOTE names the payer and why the money goes back.
      ******************************************************************
       01 UNAPPLIED-CASH-RECORD.
           05 UC-ITEM-NUMBER     PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 UC-EVENT           PIC X.
               88 UC-SUSPENDED      VALUE 'S'.
               88 UC-APPLIED        VALUE 'A'.
               88 UC-REFUND         VALUE 'F'.
           05 FILLER             PIC X VALUE SPACE.
           05 UC-EVENT-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 UC-SOURCE          PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 UC-RECEIPT-NUMBER  PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 UC-RECEIVED-DATE   PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 UC-AMOUNT          PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 UC-STUDENT-NUMBER  PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 UC-TERM-CODE       PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 UC-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 UC-NOTE            PIC X(40).
