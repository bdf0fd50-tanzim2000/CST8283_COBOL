           05 VM-ADDRESS     PIC X(30).
           05 VM-CONTACT     PIC X(20).
           05 VM-PHONE       PIC X(12).
           05 VM-LEAD-DAYS   PIC 9(3).
       FD REJECTED-INVENTORY-FILE.
       01 REJECTED-INVENTORY-RECORD.
           05 RJ-INVENTORY-ID     PIC X(9).
