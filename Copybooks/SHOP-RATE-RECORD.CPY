      ******************************************************************
      * Shared shoprate.txt record layout.
      *
      * One line, kept by the fleet manager: the hourly rate a fleet
      * work order's labour hours are costed at. Readers carry their
      * own default - 95.00 - for a missing file or a rate that is
      * not numeric.
      ******************************************************************
       01 SHOP-RATE-RECORD.
           05 SR-LABOUR-RATE     PIC 9(3)V99.
