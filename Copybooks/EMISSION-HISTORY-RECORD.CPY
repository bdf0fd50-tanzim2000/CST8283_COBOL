      ******************************************************************
      * Shared emissionshistory.txt record layout.
      *
      * The totals each FLEET-EMISSIONS-REPORT run produced for its
      * year, kept so the next year's run can show the change. A
      * rerun for the same year replaces that year's records.
      * EH-LEVEL: U = one unit (EH-KEY is the unit number), T = one
      * VEH-CAR-TYPE, M = one calendar month (EH-KEY is MM), F = the
      * whole fleet (EH-KEY blank).
      ******************************************************************
       01 EMISSION-HISTORY-RECORD.
           05 EH-YEAR            PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 EH-LEVEL           PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 EH-KEY             PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 EH-LITRES          PIC 9(8)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 EH-KG-CO2E         PIC 9(9).
           05 FILLER             PIC X VALUE SPACE.
           05 EH-KM              PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 EH-RUN-DATE        PIC 9(8).
