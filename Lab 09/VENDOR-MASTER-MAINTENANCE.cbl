      *          LAB9's load and INVENTORY-MAINTENANCE validate every
      *          incoming vendor against this file, so "ACME TOOLS",
      *          "Acme Tools" and "ACME TOOL" stop being three
      *          different suppliers. Each vendor also carries its
      *          quoted lead time in days, which PO-BUILD-FROM-REORDER
      *          turns into the promised date on every PO line it
      *          raises (000 = the standard 14 days).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 VM-ADDRESS     PIC X(30).
           05 VM-CONTACT     PIC X(20).
           05 VM-PHONE       PIC X(12).
           05 VM-LEAD-DAYS   PIC 9(3).
       WORKING-STORAGE SECTION.
       01 WS-VM-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
               10 WS-VM-ADDRESS PIC X(30).
               10 WS-VM-CONTACT PIC X(20).
               10 WS-VM-PHONE   PIC X(12).
               10 WS-VM-LEAD-DAYS PIC 9(3).
       01 WS-VENDOR-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
           88 WS-CHOICE-ADD    VALUE '1'.
           88 WS-CHOICE-CHANGE VALUE '2'.
       01 WS-CODE-INPUT PIC X(6).
       01 WS-LEAD-INPUT PIC X(3).
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
                               TO WS-VM-CONTACT(WS-VENDOR-COUNT)
                           MOVE VM-PHONE
                               TO WS-VM-PHONE(WS-VENDOR-COUNT)
      * Vendors keyed before the lead time column existed read it
      * back as spaces - they take the standard lead time.
                           IF VM-LEAD-DAYS NUMERIC
                               MOVE VM-LEAD-DAYS
                                 TO WS-VM-LEAD-DAYS(WS-VENDOR-COUNT)
                           ELSE
                               MOVE ZERO
                                 TO WS-VM-LEAD-DAYS(WS-VENDOR-COUNT)
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   ACCEPT WS-VM-CONTACT(WS-VENDOR-COUNT)
                   DISPLAY "PHONE?"
                   ACCEPT WS-VM-PHONE(WS-VENDOR-COUNT)
                   MOVE WS-VENDOR-COUNT TO WS-FOUND-SUB
                   MOVE ZERO TO WS-VM-LEAD-DAYS(WS-FOUND-SUB)
                   PERFORM 450-ACCEPT-LEAD-DAYS
                   MOVE 'Y' TO WS-CHANGES-MADE
               ELSE
                   DISPLAY "VENDOR TABLE FULL - CANNOT ADD"
               DISPLAY "CURRENT ADDRESS: " WS-VM-ADDRESS(WS-FOUND-SUB)
               DISPLAY "CURRENT CONTACT: " WS-VM-CONTACT(WS-FOUND-SUB)
               DISPLAY "CURRENT PHONE:   " WS-VM-PHONE(WS-FOUND-SUB)
               DISPLAY "CURRENT LEAD:    "
                   WS-VM-LEAD-DAYS(WS-FOUND-SUB) " DAYS"
               DISPLAY "VENDOR FULL NAME?"
               ACCEPT WS-VM-NAME(WS-FOUND-SUB)
               DISPLAY "ADDRESS?"
               ACCEPT WS-VM-CONTACT(WS-FOUND-SUB)
               DISPLAY "PHONE?"
               ACCEPT WS-VM-PHONE(WS-FOUND-SUB)
               PERFORM 450-ACCEPT-LEAD-DAYS
               MOVE 'Y' TO WS-CHANGES-MADE
           END-IF.
       450-ACCEPT-LEAD-DAYS.
           DISPLAY "QUOTED LEAD TIME IN DAYS (3 DIGITS, 000 = "
               "STANDARD 14)?".
           ACCEPT WS-LEAD-INPUT.
           IF WS-LEAD-INPUT NUMERIC
               MOVE WS-LEAD-INPUT TO WS-VM-LEAD-DAYS(WS-FOUND-SUB)
           ELSE
               DISPLAY "LEAD TIME MUST BE 3 DIGITS - LEFT AT "
                   WS-VM-LEAD-DAYS(WS-FOUND-SUB)
           END-IF.
       500-FIND-VENDOR-BY-CODE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
               MOVE WS-VM-ADDRESS(WS-VENDOR-SUB) TO VM-ADDRESS
               MOVE WS-VM-CONTACT(WS-VENDOR-SUB) TO VM-CONTACT
               MOVE WS-VM-PHONE(WS-VENDOR-SUB) TO VM-PHONE
               MOVE WS-VM-LEAD-DAYS(WS-VENDOR-SUB) TO VM-LEAD-DAYS
               WRITE VENDOR-MASTER-RECORD
           END-PERFORM.
           CLOSE VENDOR-MASTER-FILE.
