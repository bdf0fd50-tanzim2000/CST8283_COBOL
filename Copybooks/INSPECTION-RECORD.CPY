      ******************************************************************
      * Shared inspections.txt record layout.
      *
      * One record per checklist item on a driver's pre-trip walk-
      * around inspection, written by INSPECTION-ENTRY; the items of
      * one inspection share the unit, driver, date and time.
      * IP-RESULT: P = passed, M = minor defect, C = safety-critical
      * defect. A defect carries the driver's note and the work order
      * opened (or already open) for it on workorders.txt.
      * INSPECTION-GAP-REPORT reads the file back to find days a unit
      * was booked out with no inspection done.
      ******************************************************************
       01 INSPECTION-RECORD.
           05 IP-DATE          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IP-TIME          PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 IP-UNIT-NUMBER   PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 IP-DRIVER-ID     PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 IP-ITEM          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IP-RESULT        PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 IP-NOTE          PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 IP-WO-NUMBER     PIC 9(6).
