      ******************************************************************
      * Shared unitfueltypes.txt record layout.
      *
      * One record per fleet unit naming the fuel type it burns, which
      * must be an EF-FUEL-TYPE on emissionfactors.txt. Kept by
      * EMISSION-FACTOR-ENTRY; a unit with no record here has its
      * litres reported without emissions until one is keyed.
      ******************************************************************
       01 UNIT-FUEL-TYPE-RECORD.
           05 UF-UNIT-NUMBER     PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 UF-FUEL-TYPE       PIC X(8).
