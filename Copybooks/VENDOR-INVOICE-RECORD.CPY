      ******************************************************************
      * Shared vendorinvoices.txt record layout.
      *
      * One record per vendor invoice line as VENDOR-INVOICE-ENTRY
      * keys it: the vendor and its invoice number (never accepted
      * twice for the same vendor), the line within the invoice,
      * the purchaseorders.txt PO and line it bills against, and
      * the quantity and unit price billed. INVOICE-MATCH-RUN sets
      * the status and match date.
      * VI-STATUS: E = entered, not yet matched; R = matched within
      * tolerance and released on the accounts payable extract;
      * H = held on the disputes report (matched again each run, so
      * a line held for goods not yet received releases once
      * PO-RECEIVING catches up).
      * VI-HOLD-REASON (held lines only): N = no such PO line,
      * V = PO belongs to another vendor, O = quantity billed beyond
      * the quantity ordered, Q = quantity billed beyond the
      * quantity received, P = price outside tolerance of the
      * item's UNIT-COST-INDEXED, C = item has no book cost to
      * check against, D = invoice line already on file.
      ******************************************************************
       01 VENDOR-INVOICE-RECORD.
           05 VI-VENDOR-CODE     PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 VI-INVOICE-NUMBER  PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 VI-LINE-NUMBER     PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 VI-INVOICE-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 VI-PO-NUMBER       PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 VI-PO-LINE         PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 VI-QTY-BILLED      PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 VI-UNIT-PRICE      PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 VI-STATUS          PIC X.
               88 VI-ENTERED     VALUE 'E'.
               88 VI-RELEASED    VALUE 'R'.
               88 VI-HELD        VALUE 'H'.
           05 FILLER             PIC X VALUE SPACE.
           05 VI-HOLD-REASON     PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 VI-MATCH-DATE      PIC 9(8).
