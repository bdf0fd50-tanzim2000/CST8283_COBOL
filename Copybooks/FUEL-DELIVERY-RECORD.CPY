      ******************************************************************
      * Shared fueldeliveries.txt record layout.
      *
      * One record per supplier drop into the yard tank, keyed
      * through FUEL-TANK-ENTRY off the delivery ticket. TD-PRICE is
      * the price per litre on the ticket. FUEL-TANK-RECONCILE adds
      * the drops dated after the tank's last reconciliation to book
      * and into the weighted average cost.
      ******************************************************************
       01 FUEL-DELIVERY-RECORD.
           05 TD-DATE            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 TD-TICKET          PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 TD-SUPPLIER        PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 TD-LITRES          PIC 9(6)V9.
           05 FILLER             PIC X VALUE SPACE.
           05 TD-PRICE           PIC 9V9999.
