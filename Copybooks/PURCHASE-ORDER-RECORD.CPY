      * times. PO-STATUS: O = open (a partial receipt or a
      * short-shipment leaves the line open for the balance),
      * C = closed (received in full or closed by the buyer).
      * PO-PROMISED-DATE is the order date plus the vendor's quoted
      * VM-LEAD-DAYS, stamped when the line is raised; lines raised
      * before the column existed carry spaces and have no promise
      * to be measured against.
      ******************************************************************
       01 PURCHASE-ORDER-RECORD.
           05 PO-NUMBER       PIC 9(6).
           05 PO-ORDER-DATE   PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 PO-STATUS       PIC X.
           05 FILLER          PIC X VALUE SPACE.
           05 PO-PROMISED-DATE PIC 9(8).
