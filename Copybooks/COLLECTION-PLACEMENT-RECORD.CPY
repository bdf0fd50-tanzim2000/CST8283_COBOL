      * touching an account the agency is working.
      *
      * CL-STATUS: P = placed (open with the agency), C = closed by
      * the agency (collected), R = recalled from the agency, U =
      * returned by the agency as uncollectible and waiting on a
      * supervisor's write-off in BAD-DEBT-WRITE-OFF, W = written
      * off as bad debt. P and U placements hold the other runs off;
      * a W account has nothing left owing to dun or export, and
      * agency money on it posts as a recovery.
      ******************************************************************
       01 COLLECTION-PLACEMENT-RECORD.
           05 CL-STUDENT-NUMBER    PIC 9(7).
