      ******************************************************************
      * Shared warrantyclaims.txt record layout.
      *
      * One recovery claim per warranty-eligible work order, raised
      * by WORK-ORDER-CLOSE when the order closes, for the order's
      * WO-COST, against the dealer WARRANTY-CHECK names. WARRANTY-
      * CLAIM-ENTRY carries it through the dealer's process and
      * WARRANTY-RECOVERY-REPORT totals it by dealer.
      * WR-STATUS: O = raised, not yet sent to the dealer;
      * S = submitted (WR-SUBMITTED-DATE, WR-DEALER-REFERENCE);
      * A = approved for WR-APPROVED-AMOUNT on WR-DECIDED-DATE;
      * D = denied on WR-DECIDED-DATE; P = paid - WR-PAID-AMOUNT
      * received on WR-PAID-DATE. Dates and amounts not yet reached
      * stay zero.
      ******************************************************************
       01 WARRANTY-CLAIM-RECORD.
           05 WR-WO-NUMBER        PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 WR-UNIT-NUMBER      PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 WR-COVERAGE         PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WR-DEALER           PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 WR-RAISED-DATE      PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WR-CLAIMED-AMOUNT   PIC 9(5)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 WR-STATUS           PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 WR-DEALER-REFERENCE PIC X(12).
           05 FILLER              PIC X VALUE SPACE.
           05 WR-SUBMITTED-DATE   PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WR-APPROVED-AMOUNT  PIC 9(5)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 WR-DECIDED-DATE     PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WR-PAID-AMOUNT      PIC 9(5)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 WR-PAID-DATE        PIC 9(8).
