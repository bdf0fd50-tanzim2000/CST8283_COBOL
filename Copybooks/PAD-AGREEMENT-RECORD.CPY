      ******************************************************************
      * Shared padagreements.txt record layout.
      *
      * One record per student who has signed a pre-authorized debit
      * (PAD) agreement for their payment plan installments, keyed by
      * the 7-digit billing student number. PAD-AGREEMENT-MAINTENANCE
      * registers, replaces and cancels the bank account details and
      * PAD-DEBIT-BUILD reads them to debit each installment as it
      * falls due, so the layout lives here instead of being
      * hand-typed twice.
      *
      * PA-STATUS: A = active, debits are drawn; C = cancelled by the
      * student or the Bursar's office, nothing more is drawn. A
      * cancelled agreement stays on file so the account a past
      * debit came from can still be traced.
      * PA-INSTITUTION and PA-TRANSIT are the bank's 3-digit
      * institution and 5-digit branch numbers; PA-ACCOUNT is the
      * account number left-justified. PA-SIGNED-DATE and
      * PA-OPERATOR record when and by whom the agreement was last
      * registered, replaced or cancelled.
      ******************************************************************
       01 PAD-AGREEMENT-RECORD.
           05 PA-STUDENT-NUMBER  PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-STATUS          PIC X.
               88 PA-AGREEMENT-ACTIVE    VALUE 'A'.
               88 PA-AGREEMENT-CANCELLED VALUE 'C'.
           05 FILLER             PIC X VALUE SPACE.
           05 PA-INSTITUTION     PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-TRANSIT         PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-ACCOUNT         PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-HOLDER-NAME     PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-SIGNED-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PA-OPERATOR        PIC X(10).
