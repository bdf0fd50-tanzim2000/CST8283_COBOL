      ******************************************************************
      * Parameter area for the WARRANTY-CHECK subprogram.
      *
      * Every program that opens a work order fills in the unit, the
      * date the order opens and the odometer reading it opens at,
      * CALLs WARRANTY-CHECK USING this area and stamps the order's
      * WO-WARRANTY-FLAG with WT-RESULT:
      *   Y = a coverage on vehiclewarranties.txt was still running
      *       on that date at that reading - WT-COVERAGE, WT-DEALER,
      *       WT-EXPIRY-DATE and WT-EXPIRY-KM describe it;
      *   N = nothing on file covers the unit.
      * WORK-ORDER-CLOSE calls it again at close time to find the
      * dealer the recovery claim goes to.
      ******************************************************************
       01 WARRANTY-CHECK-AREA.
           05 WT-UNIT-NUMBER      PIC X(6).
           05 WT-DATE             PIC 9(8).
           05 WT-ODOMETER         PIC 9(7).
           05 WT-RESULT           PIC X.
               88 WT-COVERED         VALUE 'Y'.
               88 WT-NOT-COVERED     VALUE 'N'.
           05 WT-COVERAGE         PIC X(8).
           05 WT-DEALER           PIC X(10).
           05 WT-EXPIRY-DATE      PIC 9(8).
           05 WT-EXPIRY-KM        PIC 9(7).
