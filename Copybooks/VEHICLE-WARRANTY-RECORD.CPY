      ******************************************************************
      * Shared vehiclewarranties.txt record layout.
      *
      * One record per warranty coverage on a fleet unit, keyed in
      * through VEHICLE-MASTER-MAINTENANCE - a unit can carry more
      * than one (BASIC, POWERTRN, EMISSION and so on), each with the
      * dealer that honours it. A coverage runs to WY-EXPIRY-DATE or
      * until the unit reaches WY-EXPIRY-KM, whichever comes first;
      * a zero WY-EXPIRY-KM means the coverage has no distance
      * limit. WARRANTY-CHECK is the one place the test is made.
      ******************************************************************
       01 VEHICLE-WARRANTY-RECORD.
           05 WY-UNIT-NUMBER     PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WY-COVERAGE        PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WY-DEALER          PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 WY-EXPIRY-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WY-EXPIRY-KM       PIC 9(7).
