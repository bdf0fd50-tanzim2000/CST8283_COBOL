      ******************************************************************
      * Shared writeoffregister.txt record layout.
      *
      * An appended event file, one line per term balance written off
      * as bad debt (W) and one per later recovery against it (R).
      * BAD-DEBT-WRITE-OFF writes the W lines when a supervisor
      * approves the write-off of an account the agency returned
      * uncollectible, and the R lines for money paid direct after
      * it; COLLECTION-RETURN-BATCH writes the R lines for agency
      * payments on a written-off account. WRITE-OFF-REGISTER-REPORT
      * lists a fiscal period's lines for the auditors.
      *
      * What is still unrecovered on a student's term is the sum of
      * its W lines less the sum of its R lines - recoveries go
      * against the written-off terms oldest first and never past
      * what was written off.
      *
      * WO-FISCAL-PERIOD is the YYYYMM month the line was posted in.
      * WO-OPERATOR is the approving supervisor (BATCH for agency
      * recoveries). WO-REFERENCE is the placement date on a W line
      * and the agency or receipt reference on an R line.
      ******************************************************************
       01 WRITE-OFF-REGISTER-RECORD.
           05 WO-STUDENT-NUMBER  PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 WO-EVENT           PIC X.
               88 WO-WRITTEN-OFF    VALUE 'W'.
               88 WO-RECOVERED      VALUE 'R'.
           05 FILLER             PIC X VALUE SPACE.
           05 WO-TERM            PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 WO-AMOUNT          PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 WO-POSTED-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WO-FISCAL-PERIOD   PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WO-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 WO-REFERENCE       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WO-STUDENT-NAME    PIC X(40).
