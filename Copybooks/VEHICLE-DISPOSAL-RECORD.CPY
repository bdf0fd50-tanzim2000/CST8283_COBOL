      ******************************************************************
      * Shared vehicledisposals.txt record layout.
      *
      * One record per fleet unit sold, auctioned, traded in or
      * scrapped. VEHICLE-MASTER-MAINTENANCE writes it when a unit
      * is disposed of (the unit goes to VEH-STATUS R in the same
      * step, which keeps it out of bookings, fuel checks and PM
      * scheduling), and VEHICLE-LIFECYCLE-REPORT reads it back for
      * the proceeds. VD-METHOD: SALE, AUCTN, TRADE or SCRAP.
      ******************************************************************
       01 VEHICLE-DISPOSAL-RECORD.
           05 VD-UNIT-NUMBER   PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 VD-DISPOSAL-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 VD-METHOD        PIC X(5).
           05 FILLER           PIC X VALUE SPACE.
           05 VD-PROCEEDS      PIC 9(7)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 VD-BUYER         PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 VD-RECORDED-DATE PIC 9(8).
