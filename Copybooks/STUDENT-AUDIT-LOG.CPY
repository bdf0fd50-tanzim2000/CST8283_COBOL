      * FEEREV reversal) belongs to; on a PAYMNT - and on the PAYREV
      * and NSFFEE actions written when a payment is reversed - it
      * carries the term code (AL-REFERENCE holds the receipt there)
      * and stays SPACES on other actions. The course actions -
      * CRSWDR, CRSFEE and CRSFRV - name the course in AL-REFERENCE
      * and the term in AL-PERIOD. The bad-debt actions - WRTOFF
      * for a term balance written off and WRTREC for a recovery
      * that puts part of it back - carry the term in AL-PERIOD, the
      * placement date or payment reference in AL-REFERENCE.
      * AL-APPROVED-BY names the second operator who approved an
      * adjustment parked for approval (PENDING-ADJUSTMENT-APPROVAL);
      * AL-OPERATOR is then the operator who keyed it. It stays
      * SPACES on everything posted by one operator.
      ******************************************************************
       01 AUDIT-LOG-RECORD.
           05 AL-DATE            PIC 9(8).
           05 AL-REFERENCE       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AL-PERIOD          PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AL-APPROVED-BY     PIC X(10).
