      ******************************************************************
      * Shared lockboxdeposits.txt record layout.
      *
      * One line appended by LOCKBOX-IMPORT for every bank lockbox
      * file it releases: the deposit-slip trailer count and total,
      * and how that total was accounted for - remittances released
      * to payments.txt and remittances put into unapplied cash
      * suspense (unappliedcash.txt). UNAPPLIED-CASH-REPORT ties each
      * day's deposits back to the suspense file.
      ******************************************************************
       01 LOCKBOX-DEPOSIT-RECORD.
           05 LD-IMPORT-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 LD-IMPORT-TIME     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 LD-TRAILER-COUNT   PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 LD-TRAILER-TOTAL   PIC 9(9)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 LD-RELEASED-COUNT  PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 LD-RELEASED-TOTAL  PIC 9(9)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 LD-SUSPENDED-COUNT PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 LD-SUSPENDED-TOTAL PIC 9(9)V99.
