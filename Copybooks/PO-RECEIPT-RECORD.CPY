      ******************************************************************
      * Shared poreceipts.txt record layout.
      *
      * One record per receipt PO-RECEIVING takes, appended as the
      * goods are checked in and never rewritten, so the file is the
      * receiving history VENDOR-SCORECARD-REPORT measures suppliers
      * from: the PO line and its vendor and item, the dates it was
      * ordered, promised (zero where the line carries no promise)
      * and received, the quantity ordered on the line and the
      * quantity taken on this receipt, the unit cost keyed at the
      * dock and the item's UNIT-COST-INDEXED just before the
      * receipt (zero where the item had none).
      * PR-LINE-STATUS: C = this receipt completed the line,
      * B = the line stays open with a balance back-ordered.
      ******************************************************************
       01 PO-RECEIPT-RECORD.
           05 PR-PO-NUMBER     PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 PR-PO-LINE       PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 PR-VENDOR-CODE   PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 PR-INVENTORY-ID  PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 PR-ORDER-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PR-PROMISED-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PR-RECEIPT-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PR-QTY-ORDERED   PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 PR-QTY-RECEIVED  PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 PR-UNIT-COST     PIC 9(5)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 PR-BOOK-COST     PIC 9(5)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 PR-LINE-STATUS   PIC X.
               88 PR-LINE-COMPLETED   VALUE 'C'.
               88 PR-LINE-BACK-ORDER  VALUE 'B'.
