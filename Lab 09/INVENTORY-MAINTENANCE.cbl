      *          delete an item, with every action logged to
      *          inventoryaudit.log the way PROJECT-ONE logs to
      *          studentaudit.log, so there is a way to touch one item
      *          between LAB9 bulk loads. The audit layout is
      *          shared (INVENTORY-AUDIT-LOG.CPY) with
      *          REORDER-POINT-APPROVAL, which logs the reorder
      *          points it writes to the same file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       FD INVENTORY-AUDIT-FILE.
           COPY "INVENTORY-AUDIT-LOG.CPY".
       FD VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-RECORD.
           05 VM-VENDOR-CODE PIC X(6).
           05 VM-ADDRESS     PIC X(30).
           05 VM-CONTACT     PIC X(20).
           05 VM-PHONE       PIC X(12).
           05 VM-LEAD-DAYS   PIC 9(3).
       WORKING-STORAGE SECTION.
       01 STATUS-FIELD PIC XX.
       01 WS-IA-FILE-STATUS PIC XX.
