      ******************************************************************
      * Shared fueldips.txt record layout.
      *
      * One record per dipstick reading of the yard tank, keyed
      * through FUEL-TANK-ENTRY. FUEL-TANK-RECONCILE compares the
      * last dip of the day with book.
      ******************************************************************
       01 FUEL-DIP-RECORD.
           05 DP-DATE            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 DP-TIME            PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 DP-LITRES          PIC 9(6)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 DP-TAKEN-BY        PIC X(10).
