      ******************************************************************
      * Shared stockjournal.log record layout.
      *
      * One line per movement STOCK-MOVEMENT-BATCH applies to
      * FILE2.TXT, with the on-hand before and after, the unit cost
      * the movement was worked at and its extended dollar value
      * (negative on an ISSUE). STOCK-LEDGER-REPORT and USAGE-
      * ANALYSIS-REPORT read only the leading columns; WORK-ORDER-
      * CLOSE and VEHICLE-PARTS-REPORT cost fleet work orders from
      * the ISSUE lines whose SJ-REFERENCE is W + the 6-digit work
      * order number, so they COPY the full layout from here. Lines
      * written before the cost columns existed are shorter and
      * read back with those columns blank.
      ******************************************************************
       01 STOCK-JOURNAL-RECORD.
           05 SJ-DATE          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-TIME          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-INVENTORY-ID  PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-MOVEMENT-TYPE PIC X(7).
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-QUANTITY      PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-OLD-ON-HAND   PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-NEW-ON-HAND   PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-REFERENCE     PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-UNIT-COST     PIC 9(5)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-EXT-VALUE     PIC S9(9)V99 SIGN TRAILING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-LOCATION      PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 SJ-TO-LOCATION   PIC X(4).
