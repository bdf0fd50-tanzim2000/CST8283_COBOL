      ******************************************************************
      * Shared rooms.txt record layout.
      *
      * One record per teaching room. ROOM-MASTER-MAINTENANCE adds
      * rooms, changes their seating and deactivates them,
      * OFFERING-MAINTENANCE refuses to put a section in a room that
      * is not active or that seats fewer than the section's
      * CO-SEATS, and ROOM-UTILIZATION-REPORT prints the grid, so
      * the layout lives here instead of being hand-typed in each.
      *
      * RM-CAPACITY is the room's seating. RM-STATUS: A = active,
      * I = inactive (closed or taken out of the teaching pool).
      ******************************************************************
       01 ROOM-MASTER-RECORD.
           05 RM-ROOM-CODE     PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 RM-DESCRIPTION   PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 RM-CAPACITY      PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 RM-STATUS        PIC X.
