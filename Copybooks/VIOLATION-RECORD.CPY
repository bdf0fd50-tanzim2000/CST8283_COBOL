      ******************************************************************
      * Shared violations.txt record layout.
      *
      * One record per parking ticket, traffic ticket or photo-radar
      * notice addressed to the fleet by licence plate. VIOLATION-
      * ENTRY keys them and records payment; VIOLATION-MATCH-RUN
      * imports the authorities' files and works out who was driving.
      * VL-TYPE: P = parking, T = traffic, R = photo radar.
      * VL-STATUS: N = new, not yet matched; M = matched to a driver;
      * U = unmatched - the plate is not on vehiclerenewals.txt or no
      * booking on bookings.txt had the unit out at the time.
      * VL-DRIVER-SOURCE: B = taken from the covering booking
      * (VL-BOOKING-NUMBER), K = keyed by the operator.
      * VL-NOTICE-DATE is zero until the driver notice is issued, and
      * VL-PAID-DATE is zero while the fine is unpaid.
      ******************************************************************
       01 VIOLATION-RECORD.
           05 VL-NUMBER          PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 VL-PLATE           PIC X(15).
           05 FILLER             PIC X VALUE SPACE.
           05 VL-STAMP.
               10 VL-DATE        PIC 9(8).
               10 VL-TIME        PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 VL-TYPE            PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 VL-NOTICE-NUMBER   PIC X(15).
           05 FILLER             PIC X VALUE SPACE.
           05 VL-FINE            PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 VL-DUE-DATE        PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 VL-STATUS          PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 VL-UNIT-NUMBER     PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 VL-BOOKING-NUMBER  PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 VL-DRIVER-ID       PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 VL-DRIVER-SOURCE   PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 VL-NOTICE-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 VL-PAID-DATE       PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 VL-RECORDED-DATE   PIC 9(8).
