      ******************************************************************
      * Shared paddebits.txt record layout.
      *
      * An appended event file tracing every pre-authorized debit
      * from submission to the bank through settlement or return.
      * PAD-DEBIT-BUILD appends an S line for each installment it
      * puts on the bank's submission file; PAD-SETTLEMENT-IMPORT
      * appends a P line when the bank settles the debit (the money
      * goes to payments.txt as an ordinary payment) and an R line
      * when the bank returns it (NSF, account closed) - a PAYREV
      * on payments.txt if the payment had already posted, and the
      * installment marked unpaid on paymentplans.txt either way.
      *
      * PD-REFERENCE (PD plus a 6-digit sequence) identifies one
      * debit on every line and is the receipt number the payment
      * posts under, so the PAYREV for a returned debit finds its
      * PAYMNT in studentaudit.log. A debit's state is its latest
      * line in file order. PD-INSTALLMENT is the installment's
      * position on the student's plan for PD-TERM; an installment
      * with any line on file is never submitted again - a returned
      * debit falls back to the student to pay and to the dunning
      * run, as a missed installment always has.
      *
      * PD-REASON is the bank's return reason on an R line (NSF =
      * insufficient funds, CLS = account closed, STP = payment
      * stopped, OTH = other), blank otherwise.
      ******************************************************************
       01 PAD-DEBIT-RECORD.
           05 PD-REFERENCE       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PD-EVENT           PIC X.
               88 PD-SUBMITTED      VALUE 'S'.
               88 PD-SETTLED        VALUE 'P'.
               88 PD-RETURNED       VALUE 'R'.
           05 FILLER             PIC X VALUE SPACE.
           05 PD-STUDENT-NUMBER  PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 PD-TERM            PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 PD-INSTALLMENT     PIC 9(2).
           05 FILLER             PIC X VALUE SPACE.
           05 PD-DUE-DATE        PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PD-AMOUNT          PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 PD-EVENT-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PD-REASON          PIC X(3).
