      ******************************************************************
      * Shared admissions.txt record layout.
      *
      * The admissions office's intake file of accepted applicants,
      * read by STUDENT-REGISTRATION when it runs as a batch step
      * with MODE IMPORT. D detail records carry the same fields, in
      * the same order and widths, as the registration STUDENT-RECORD
      * up to the postal code - enrollment status and status date
      * are set by the import, not sent. The T trailer carries the
      * number of D records the admissions office sent, which the
      * import balances its read, accepted, waitlisted and rejected
      * counts against.
      *
      * AD-PROVINCE is the 2-letter province code, left-justified in
      * the 15-byte field the registration record carries.
      ******************************************************************
       01 ADMISSIONS-RECORD.
           05 AD-RECORD-TYPE       PIC X.
               88 AD-DETAIL        VALUE 'D'.
               88 AD-TRAILER       VALUE 'T'.
           05 AD-APPLICANT-DATA.
               10 AD-STUDENT-NUMBER    PIC 9(10).
               10 AD-STUDENT-NUMBER-X REDEFINES AD-STUDENT-NUMBER
                                       PIC X(10).
               10 AD-PROGRAM           PIC X(8).
               10 AD-YEAR              PIC 9(4).
               10 AD-YEAR-X REDEFINES AD-YEAR PIC X(4).
               10 AD-TITLE             PIC X(6).
               10 AD-FIRST-NAME        PIC X(15).
               10 AD-INITIAL           PIC X(2).
               10 AD-LAST-NAME         PIC X(28).
               10 AD-STREET-ADDRESS    PIC X(25).
               10 AD-CITY              PIC X(15).
               10 AD-PROVINCE          PIC X(15).
               10 AD-POSTAL-CODE       PIC X(7).
           05 AD-TRAILER-DATA REDEFINES AD-APPLICANT-DATA.
               10 AD-TRAILER-COUNT     PIC 9(5).
               10 AD-TRAILER-COUNT-X REDEFINES AD-TRAILER-COUNT
                                       PIC X(5).
               10 FILLER               PIC X(130).
