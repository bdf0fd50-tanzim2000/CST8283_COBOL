      ******************************************************************
      * Shared interfacemanifest.txt record layout.
      *
      * One line appended by INTERFACE-MANIFEST for every file sent
      * to or taken in from another system: O = outbound, I =
      * inbound, the file name, the run sequence number (assigned
      * here for outbound files, off the sender's trailer for
      * inbound ones - zero when the sender supplies none), the
      * detail record count and dollar hash total, and the status:
      *   S = sent;
      *   A = received and processed;
      *   G = received and processed after a sequence gap - MF-NOTE
      *       names the sequence number that never arrived;
      *   X = refused before processing - MF-NOTE says why.
      * INTERFACE-STATUS-REPORT reads it against the schedule on
      * interfaceschedule.txt.
      ******************************************************************
       01 INTERFACE-MANIFEST-RECORD.
           05 MF-LOGGED-DATE    PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 MF-LOGGED-TIME    PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 MF-DIRECTION      PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 MF-FILE-NAME      PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 MF-SEQUENCE       PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 MF-RECORD-COUNT   PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 MF-HASH-TOTAL     PIC 9(11)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 MF-STATUS         PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 MF-PROGRAM        PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 MF-NOTE           PIC X(40).
