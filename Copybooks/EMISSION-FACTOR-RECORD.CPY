      ******************************************************************
      * Shared emissionfactors.txt record layout.
      *
      * One record per fuel type the fleet burns (GASOLINE, DIESEL,
      * E85, PROPANE and so on) with the kilograms of CO2-equivalent
      * a litre of it puts out, as the city's inventory guidance
      * publishes it. EMISSION-FACTOR-ENTRY keeps the table and each
      * unit's fuel type (unitfueltypes.txt); FLEET-EMISSIONS-REPORT
      * applies the factors to the litres dispensed.
      ******************************************************************
       01 EMISSION-FACTOR-RECORD.
           05 EF-FUEL-TYPE       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 EF-KG-PER-LITRE    PIC 9(2)V9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 EF-DESCRIPTION     PIC X(30).
