      ******************************************************************
      * Shared fueltank.txt record layout.
      *
      * One line for the yard fuel depot's bulk tank, kept through
      * FUEL-TANK-ENTRY. TK-TOLERANCE is the litres the dip may
      * differ from book before FUEL-TANK-RECONCILE flags it.
      * TK-BOOK-LITRES and TK-AVERAGE-COST (weighted average cost
      * per litre) are what the tank held after the last
      * reconciliation on TK-LAST-RECON-DATE; the reconciliation
      * rolls them forward each day and they are only keyed by hand
      * when the tank is first set up.
      ******************************************************************
       01 FUEL-TANK-RECORD.
           05 TK-TANK-ID         PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 TK-DESCRIPTION     PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 TK-CAPACITY        PIC 9(6)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 TK-TOLERANCE       PIC 9(4)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 TK-BOOK-LITRES     PIC 9(6)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 TK-AVERAGE-COST    PIC 9V9999.
           05 FILLER             PIC X VALUE SPACE.
           05 TK-LAST-RECON-DATE PIC 9(8).
