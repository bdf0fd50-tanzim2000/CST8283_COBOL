      ******************************************************************
      * Shared step list record layout - batchcontrol.txt and every
      * step list the batch calendar names.
      *
      * One line per step: the program BATCH-CONTROL CALLs, the
      * highest RETURN-CODE the step may come back with and still
      * count as done (blank reads as 00, so only a clean finish
      * passes), and up to three predecessor steps it depends on.
      * With predecessors named the step runs only when each of them
      * finished within its own limit in this window; a step whose
      * predecessor failed or was bypassed is bypassed in turn while
      * unrelated steps carry on. NONE in the first predecessor slot
      * means the step depends on nothing. All three slots blank
      * keeps the old chain - the step waits on every step before it.
      ******************************************************************
       01 CONTROL-RECORD.
           05 CR-PROGRAM-NAME    PIC X(30).
           05 FILLER             PIC X.
           05 CR-MAX-RC          PIC X(2).
           05 CR-MAX-RC-NUM REDEFINES CR-MAX-RC PIC 9(2).
           05 FILLER             PIC X.
           05 CR-PREDECESSOR-SLOT OCCURS 3 TIMES.
               10 CR-PREDECESSOR PIC X(30).
               10 FILLER         PIC X.
