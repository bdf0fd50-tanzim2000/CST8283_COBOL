      ******************************************************************
      * Shared kitcomponents.txt record layout.
      *
      * The bill of materials for kits and assemblies stores builds
      * from single items on FILE2.TXT (PM service kits, first-aid
      * kits): one record per component, giving the kit's
      * INVENTORY-ID-INDEXED, the component's INVENTORY-ID-INDEXED and
      * how many of the component go into one kit. Both IDs are items
      * on FILE2.TXT in their own right; a component appears once per
      * kit. KIT-BOM-MAINTENANCE keeps the file, KIT-BUILD-ENTRY and
      * STOCK-MOVEMENT-BATCH explode KITBULD and KITBRKN movements
      * through it, and KIT-WHERE-USED-REPORT reads it back the other
      * way round.
      ******************************************************************
       01 KIT-COMPONENT-RECORD.
           05 KC-KIT-ID         PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 KC-COMPONENT-ID   PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 KC-QUANTITY       PIC 9(4).
