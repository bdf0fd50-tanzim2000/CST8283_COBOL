           05 VM-ADDRESS     PIC X(30).
           05 VM-CONTACT     PIC X(20).
           05 VM-PHONE       PIC X(12).
           05 VM-LEAD-DAYS   PIC 9(3).
       FD PO-AGING-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
