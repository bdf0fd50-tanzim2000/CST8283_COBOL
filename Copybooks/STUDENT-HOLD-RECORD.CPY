      * the record with the release date filled so the history of who
      * held whom, and who let them go, survives. HD-PLACED-BY is the
      * signed-on operator, or BATCH when the aging batch placed it.
      * A WRO hold is placed by BAD-DEBT-WRITE-OFF when a balance is
      * written off as bad debt and is permanent - hold maintenance
      * will not release it.
      ******************************************************************
       01 STUDENT-HOLD-RECORD.
           05 HD-STUDENT-NUMBER PIC 9(7).
