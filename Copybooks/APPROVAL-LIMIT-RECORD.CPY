      ******************************************************************
      * Shared approvallimits.txt record layout.
      *
      * One line, kept by the Bursar's office: the largest change to
      * a term balance one operator may key alone (a larger one is
      * parked on pendingadjustments.txt for a second operator to
      * approve), then how many days an adjustment may sit pending
      * before OPS-LOG-MONITOR reports it. Readers carry their own
      * defaults - 1000.00 and 3 days - for a missing file or a
      * field that is not numeric.
      ******************************************************************
       01 APPROVAL-LIMIT-RECORD.
           05 AP-AMOUNT-LIMIT    PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 AP-PENDING-DAYS    PIC 9(3).
