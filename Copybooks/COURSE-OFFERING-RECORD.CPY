      * Blank days or times (rows from before the columns existed)
      * mean the section has no schedule on file, and the timetable
      * conflict check leaves it alone.
      *
      * CO-INSTRUCTOR (instructors.txt) and CO-ROOM (rooms.txt) are
      * the section's assignment, blank until OFFERING-MAINTENANCE
      * assigns them. OFFERING-MAINTENANCE refuses an assignment or
      * schedule change that double-books the room or the
      * instructor within the same CO-TERM.
      ******************************************************************
       01 COURSE-OFFERING-RECORD.
           05 CO-COURSE-CODE PIC X(8).
           05 CO-START-TIME-X REDEFINES CO-START-TIME PIC X(4).
           05 CO-END-TIME    PIC 9(4).
           05 CO-END-TIME-X REDEFINES CO-END-TIME PIC X(4).
           05 CO-INSTRUCTOR  PIC X(6).
           05 CO-ROOM        PIC X(6).
