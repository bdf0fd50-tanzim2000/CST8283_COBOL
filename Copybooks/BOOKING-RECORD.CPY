      * return date/time and odometer filled in). Times are 24-hour
      * HHMM; the date/time pairs compare as one 12-digit value for
      * the overlap test.
      * BK-COST-CENTRE is the borrowing department's cost-centre
      * code and BK-OUT-ODOMETER the reading when the unit left, so
      * FLEET-CHARGEBACK-RUN can bill the department for the days
      * and kilometres it used. Bookings taken before those columns
      * existed read back with them blank.
      ******************************************************************
       01 BOOKING-RECORD.
           05 BK-NUMBER          PIC 9(6).
               10 BK-RETURN-TIME PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 BK-RETURN-ODOMETER PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 BK-COST-CENTRE     PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 BK-OUT-ODOMETER    PIC 9(7).
