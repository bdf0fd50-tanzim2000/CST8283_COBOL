      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Room master maintenance - add a teaching room with
      *            a unique room code (description, seating
      *            capacity), change a room's capacity, or deactivate
      *            one, against rooms.txt, the same load-table/rewrite
      *            pattern DRIVER-MASTER-MAINTENANCE uses for drivers.
      *            OFFERING-MAINTENANCE refuses to put a section in a
      *            room that is not active here or that seats fewer
      *            than the section's seats.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-MASTER-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-MASTER-FILE
           ASSIGN "../rooms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ROOM-MASTER-FILE.
           COPY "ROOM-MASTER-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-RM-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-ROOM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-ROOM-COUNT.
               10 WS-RM-CODE        PIC X(6).
               10 WS-RM-DESCRIPTION PIC X(20).
               10 WS-RM-CAPACITY    PIC 9(4).
               10 WS-RM-STATUS      PIC X.
       01 WS-ROOM-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-MAINT-MORE PIC X VALUE 'Y'.
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-ADD        VALUE '1'.
           88 WS-CHOICE-CAPACITY   VALUE '2'.
           88 WS-CHOICE-DEACTIVATE VALUE '3'.
       01 WS-CODE-INPUT PIC X(6).
       01 WS-CAPACITY-INPUT PIC X(4).
       01 WS-CAPACITY-OK PIC X.
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-LOAD-ROOM-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "ROOM MASTER HAS MORE ENTRIES THAN THIS"
               DISPLAY "SESSION CAN HOLD - NO MAINTENANCE DONE AND"
               DISPLAY "THE FILE WAS NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-MAINTAIN-ONE-ROOM
               UNTIL WS-MAINT-MORE = 'N' OR WS-MAINT-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 600-REWRITE-ROOM-FILE
               DISPLAY "ROOM MASTER FILE REWRITTEN"
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           STOP RUN.
       100-LOAD-ROOM-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-RM-FILE-STATUS = "35"
               DISPLAY "NO ROOM MASTER ON HAND - STARTING EMPTY"
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-RM-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING ROOM-MASTER-FILE - "
                       "STATUS " WS-RM-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROOM-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ROOM-COUNT < 200
                           ADD 1 TO WS-ROOM-COUNT
                           MOVE RM-ROOM-CODE
                               TO WS-RM-CODE(WS-ROOM-COUNT)
                           MOVE RM-DESCRIPTION
                               TO WS-RM-DESCRIPTION(WS-ROOM-COUNT)
                           MOVE RM-CAPACITY
                               TO WS-RM-CAPACITY(WS-ROOM-COUNT)
                           MOVE RM-STATUS
                               TO WS-RM-STATUS(WS-ROOM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RM-FILE-STATUS = "00" OR "10"
               CLOSE ROOM-MASTER-FILE
           END-IF.
       200-MAINTAIN-ONE-ROOM.
           DISPLAY "1 = ADD A ROOM".
           DISPLAY "2 = CHANGE A ROOM'S CAPACITY".
           DISPLAY "3 = DEACTIVATE A ROOM".
           DISPLAY "SELECT AN OPTION [1-3]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-ADD        PERFORM 300-ADD-ROOM
               WHEN WS-CHOICE-CAPACITY   PERFORM 350-CHANGE-CAPACITY
               WHEN WS-CHOICE-DEACTIVATE PERFORM 400-DEACTIVATE
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-3"
           END-EVALUATE.
           DISPLAY "MAINTAIN ANOTHER ROOM? [Y/N]".
           ACCEPT WS-MAINT-MORE.
       300-ADD-ROOM.
           DISPLAY "ROOM CODE (6 CHARACTERS)?".
           ACCEPT WS-CODE-INPUT.
           PERFORM 500-FIND-ROOM-BY-CODE.
           IF WS-FOUND-SUB > ZERO
               DISPLAY "ROOM " WS-CODE-INPUT
                   " ALREADY ON FILE - NOT ADDED"
           ELSE
               PERFORM 510-OBTAIN-CAPACITY
               IF WS-CAPACITY-OK = 'N'
                   DISPLAY "ROOM " WS-CODE-INPUT " NOT ADDED"
               ELSE
                   IF WS-ROOM-COUNT < 200
                       ADD 1 TO WS-ROOM-COUNT
                       MOVE WS-CODE-INPUT
                           TO WS-RM-CODE(WS-ROOM-COUNT)
                       DISPLAY "ROOM DESCRIPTION?"
                       ACCEPT WS-RM-DESCRIPTION(WS-ROOM-COUNT)
                       MOVE WS-CAPACITY-INPUT
                           TO WS-RM-CAPACITY(WS-ROOM-COUNT)
                       MOVE 'A' TO WS-RM-STATUS(WS-ROOM-COUNT)
                       MOVE 'Y' TO WS-CHANGES-MADE
                       DISPLAY "ROOM " WS-CODE-INPUT " ADDED (ACTIVE)"
                   ELSE
                       DISPLAY "ROOM TABLE FULL - CANNOT ADD"
                   END-IF
               END-IF
           END-IF.
      * A cut in seating does not reach back into sections already
      * placed in the room - OFFERING-MAINTENANCE checks capacity
      * when a section is assigned or its seats change.
       350-CHANGE-CAPACITY.
           DISPLAY "WHICH ROOM CODE?".
           ACCEPT WS-CODE-INPUT.
           PERFORM 500-FIND-ROOM-BY-CODE.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO ROOM ON FILE FOR " WS-CODE-INPUT
           ELSE
               DISPLAY "CURRENT CAPACITY: "
                   WS-RM-CAPACITY(WS-FOUND-SUB)
               PERFORM 510-OBTAIN-CAPACITY
               IF WS-CAPACITY-OK = 'Y'
                   MOVE WS-CAPACITY-INPUT
                       TO WS-RM-CAPACITY(WS-FOUND-SUB)
                   MOVE 'Y' TO WS-CHANGES-MADE
                   DISPLAY "ROOM " WS-CODE-INPUT " CAPACITY CHANGED"
               END-IF
           END-IF.
       400-DEACTIVATE.
           DISPLAY "WHICH ROOM CODE DO YOU WANT TO DEACTIVATE?".
           ACCEPT WS-CODE-INPUT.
           PERFORM 500-FIND-ROOM-BY-CODE.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO ROOM ON FILE FOR " WS-CODE-INPUT
           ELSE
               MOVE 'I' TO WS-RM-STATUS(WS-FOUND-SUB)
               MOVE 'Y' TO WS-CHANGES-MADE
               DISPLAY "ROOM " WS-CODE-INPUT " DEACTIVATED"
           END-IF.
       500-FIND-ROOM-BY-CODE.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
               IF WS-RM-CODE(WS-ROOM-SUB) = WS-CODE-INPUT
                   MOVE WS-ROOM-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       510-OBTAIN-CAPACITY.
           DISPLAY "SEATING CAPACITY (e.g. 0040)?".
           MOVE SPACES TO WS-CAPACITY-INPUT.
           ACCEPT WS-CAPACITY-INPUT.
           IF WS-CAPACITY-INPUT NUMERIC
               AND WS-CAPACITY-INPUT > "0000"
               MOVE 'Y' TO WS-CAPACITY-OK
           ELSE
               DISPLAY "CAPACITY MUST BE A 4-DIGIT NUMBER ABOVE ZERO"
               MOVE 'N' TO WS-CAPACITY-OK
           END-IF.
       600-REWRITE-ROOM-FILE.
           OPEN OUTPUT ROOM-MASTER-FILE.
           IF WS-RM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING ROOM-MASTER-FILE - STATUS "
                   WS-RM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                   UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
               MOVE SPACES TO ROOM-MASTER-RECORD
               MOVE WS-RM-CODE(WS-ROOM-SUB) TO RM-ROOM-CODE
               MOVE WS-RM-DESCRIPTION(WS-ROOM-SUB) TO RM-DESCRIPTION
               MOVE WS-RM-CAPACITY(WS-ROOM-SUB) TO RM-CAPACITY
               MOVE WS-RM-STATUS(WS-ROOM-SUB) TO RM-STATUS
               WRITE ROOM-MASTER-RECORD
           END-PERFORM.
           CLOSE ROOM-MASTER-FILE.

       END PROGRAM ROOM-MASTER-MAINTENANCE.
