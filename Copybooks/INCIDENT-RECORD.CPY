      ******************************************************************
      * Shared incidents.txt record layout.
      *
      * One record per accident or damage incident on a fleet unit.
      * INCIDENT-ENTRY writes and updates them and INCIDENT-REPORT
      * lists them by driver, by unit and by insurance claim.
      * IN-DRIVER-SOURCE: B = taken from the booking that had the
      * unit out at the time (IN-BOOKING-NUMBER), K = keyed by the
      * operator (no booking covered the time, or the booking's
      * driver was corrected), U = driver not known.
      * IN-CLAIM-STATUS: N = no claim, O = claim open with the
      * insurer, S = settled, D = denied. IN-WO-NUMBER is the repair
      * work order on workorders.txt, zero until one is linked.
      ******************************************************************
       01 INCIDENT-RECORD.
           05 IN-NUMBER          PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 IN-UNIT-NUMBER     PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 IN-STAMP.
               10 IN-DATE        PIC 9(8).
               10 IN-TIME        PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 IN-DRIVER-ID       PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 IN-DRIVER-SOURCE   PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 IN-BOOKING-NUMBER  PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 IN-LOCATION        PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 IN-DESCRIPTION     PIC X(50).
           05 FILLER             PIC X VALUE SPACE.
           05 IN-INJURY-FLAG     PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 IN-POLICE-REPORT   PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 IN-DAMAGE-ESTIMATE PIC 9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 IN-CLAIM-NUMBER    PIC X(15).
           05 FILLER             PIC X VALUE SPACE.
           05 IN-CLAIM-STATUS    PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 IN-WO-NUMBER       PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 IN-RECORDED-DATE   PIC 9(8).
