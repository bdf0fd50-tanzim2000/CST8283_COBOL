      ******************************************************************
      * Shared supersessions.txt record layout.
      *
      * One record per replaced part number: the old
      * INVENTORY-ID-INDEXED, the item that replaces it and the date
      * the replacement takes effect. Both are items on FILE2.TXT;
      * an old ID appears once, and a successor may itself be
      * superseded later (A by B, then B by C), so readers follow
      * the chain to the item now current. From the effective date
      * REORDER-REPORT and PO-BUILD-FROM-REORDER order the successor
      * only, counting stock still on the old ID first, and
      * STOCK-MOVEMENT-BATCH issues the old stock before it moves an
      * issue onto the successor. SUPERSESSION-MAINTENANCE keeps the
      * file and SUPERSESSION-REPORT lists what is left on the old
      * IDs.
      ******************************************************************
       01 SUPERSESSION-RECORD.
           05 SS-OLD-ID         PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 SS-NEW-ID         PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 SS-EFFECTIVE-DATE PIC 9(8).
