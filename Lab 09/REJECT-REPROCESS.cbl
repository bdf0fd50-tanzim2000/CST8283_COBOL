           05 VM-ADDRESS     PIC X(30).
           05 VM-CONTACT     PIC X(20).
           05 VM-PHONE       PIC X(12).
           05 VM-LEAD-DAYS   PIC 9(3).
       FD CLEARED-REJECT-FILE.
       01 CLEARED-REJECT-RECORD.
           05 CR-DATE-CLEARED     PIC 9(8).
