      ******************************************************************
      * Parameter area for the FISCAL-PERIOD-CHECK subprogram.
      *
      * Every program that posts dollars to studentaudit.log fills
      * in who is posting what and the date the transaction carries
      * (zero for "today"), CALLs FISCAL-PERIOD-CHECK USING this
      * area, and stamps AL-DATE with the FK-POST-DATE it hands back
      * instead of the clock:
      *   O = the date is in an open period - post as normal;
      *   R = the date fell in a closed period and was rolled forward
      *       to the first open period after it - post, dated
      *       FK-POST-DATE;
      *   X = there is no open period to post into - do not post.
      * R and X postings are logged on closedperiodpostings.txt by
      * the subprogram itself. FK-POST-PERIOD is the YYYYMM fiscal
      * period FK-POST-DATE falls in.
      ******************************************************************
       01 FISCAL-CHECK-AREA.
           05 FK-PROGRAM          PIC X(30).
           05 FK-STUDENT-NUMBER   PIC 9(7).
           05 FK-ACTION           PIC X(6).
           05 FK-AMOUNT           PIC S9(7)V99.
           05 FK-TRANSACTION-DATE PIC 9(8).
           05 FK-POST-DATE        PIC 9(8).
           05 FK-POST-PERIOD      PIC 9(6).
           05 FK-RESULT           PIC X.
               88 FK-PERIOD-OPEN     VALUE 'O'.
               88 FK-ROLLED-FORWARD  VALUE 'R'.
               88 FK-REJECTED        VALUE 'X'.
