      * WO-OPENED-ODOMETER is the unit's latest captured reading at
      * open time; the closed odometer and cost stay zero until the
      * order closes.
      * WO-COST is no longer keyed: WORK-ORDER-CLOSE builds it from
      * the parts issued against the order (WORK-ORDER-PARTS-ISSUE,
      * costed off stockjournal.log) plus WO-LABOUR-HOURS at the
      * shoprate.txt rate, and keeps the parts share in WO-PARTS-
      * COST. Orders closed before those columns existed read back
      * with them blank.
      * WO-WARRANTY-FLAG is set when the order opens, from WARRANTY-
      * CHECK against vehiclewarranties.txt: Y = the unit was still
      * under a warranty coverage at that date and opened odometer,
      * N = it was not. Orders opened before warranties were tracked
      * read back with it blank and are treated as not covered.
      ******************************************************************
       01 WORK-ORDER-RECORD.
           05 WO-NUMBER          PIC 9(6).
           05 WO-CLOSED-ODOMETER PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 WO-COST            PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 WO-LABOUR-HOURS    PIC 9(3)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 WO-PARTS-COST      PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 WO-WARRANTY-FLAG   PIC X.
