      ******************************************************************
      * Shared reorderproposals.txt record layout.
      *
      * REORDER-POINT-REVIEW writes one P line per item whose
      * reorder point, worked out from its ISSUE history on
      * stockjournal.log, differs from REORDER-POINT-INDEXED, with
      * the figures it was worked from. Each run replaces the file.
      * REORDER-POINT-APPROVAL turns a line into A when a supervisor
      * approves it and the new point is written to FILE2.TXT, or R
      * when it is turned down, stamping who decided and when; a line
      * still P is awaiting a decision.
      ******************************************************************
       01 REORDER-PROPOSAL-RECORD.
           05 RP-INVENTORY-ID    PIC X(9).
           05 FILLER             PIC X VALUE SPACE.
           05 RP-STATUS          PIC X.
               88 RP-PROPOSED       VALUE 'P'.
               88 RP-APPROVED       VALUE 'A'.
               88 RP-REJECTED       VALUE 'R'.
           05 FILLER             PIC X VALUE SPACE.
           05 RP-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 RP-WINDOW-DAYS     PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 RP-SERVICE-PCT     PIC 9(2).
           05 FILLER             PIC X VALUE SPACE.
           05 RP-LEAD-DAYS       PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 RP-ISSUED          PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 RP-AVG-DAILY       PIC 9(4)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 RP-STD-DEV         PIC 9(4)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 RP-OLD-ROP         PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 RP-NEW-ROP         PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 RP-DECIDED-BY      PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 RP-DECIDED-DATE    PIC 9(8).
