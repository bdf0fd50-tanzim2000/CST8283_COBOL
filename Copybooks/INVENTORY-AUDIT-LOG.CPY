      ******************************************************************
      * Shared inventoryaudit.log record layout.
      *
      * INVENTORY-MAINTENANCE logs every item it adds, changes or
      * deletes here (NEW, UPDATE, DELETE) with the on-hand quantity
      * before and after. REORDER-POINT-APPROVAL logs each reorder
      * point a supervisor approves as a REORDR line, IA-OPERATOR
      * being the approving supervisor; on a REORDR line the old and
      * new columns carry REORDER-POINT-INDEXED, not the quantity.
      ******************************************************************
       01 INVENTORY-AUDIT-RECORD.
           05 IA-DATE          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IA-TIME          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IA-OPERATOR      PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 IA-INVENTORY-ID  PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 IA-ACTION        PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 IA-OLD-QUANTITY  PIC Z(4)9.
           05 FILLER           PIC X VALUE SPACE.
           05 IA-NEW-QUANTITY  PIC Z(4)9.
