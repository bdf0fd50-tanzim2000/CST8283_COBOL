      ******************************************************************
      * Author:    Tanzim Ahmed Sagar
      * Date:      15.10.2026
      * Purpose:   Instructor master maintenance - add an instructor
      *            with a unique instructor ID (name, department) or
      *            deactivate one, against instructors.txt, the same
      *            load-table/rewrite pattern DRIVER-MASTER-
      *            MAINTENANCE uses for drivers. OFFERING-MAINTENANCE
      *            refuses to assign a section to an instructor who
      *            is not active here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-MASTER-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-MASTER-FILE
           ASSIGN "../instructors.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTOR-MASTER-FILE.
           COPY "INSTRUCTOR-MASTER-RECORD.CPY".
       WORKING-STORAGE SECTION.
       01 WS-IN-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-INSTRUCTOR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-INSTRUCTOR-TABLE.
           05 WS-INSTRUCTOR-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-INSTRUCTOR-COUNT.
               10 WS-IN-ID         PIC X(6).
               10 WS-IN-NAME       PIC X(20).
               10 WS-IN-DEPARTMENT PIC X(8).
               10 WS-IN-STATUS     PIC X.
       01 WS-INSTRUCTOR-SUB PIC 9(3).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-MAINT-MORE PIC X VALUE 'Y'.
       01 WS-MAINT-CHOICE PIC X.
           88 WS-CHOICE-ADD        VALUE '1'.
           88 WS-CHOICE-DEACTIVATE VALUE '2'.
       01 WS-ID-INPUT PIC X(6).
       01 WS-CHANGES-MADE PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-LOAD-INSTRUCTOR-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "INSTRUCTOR MASTER HAS MORE ENTRIES THAN THIS"
               DISPLAY "SESSION CAN HOLD - NO MAINTENANCE DONE AND"
               DISPLAY "THE FILE WAS NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-MAINTAIN-ONE-INSTRUCTOR
               UNTIL WS-MAINT-MORE = 'N' OR WS-MAINT-MORE = 'n'.
           IF WS-CHANGES-MADE = 'Y'
               PERFORM 600-REWRITE-INSTRUCTOR-FILE
               DISPLAY "INSTRUCTOR MASTER FILE REWRITTEN"
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT AS IT WAS"
           END-IF.
           STOP RUN.
       100-LOAD-INSTRUCTOR-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF WS-IN-FILE-STATUS = "35"
               DISPLAY "NO INSTRUCTOR MASTER ON HAND - STARTING EMPTY"
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-IN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING INSTRUCTOR-MASTER-FILE - "
                       "STATUS " WS-IN-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INSTRUCTOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-INSTRUCTOR-COUNT < 300
                           ADD 1 TO WS-INSTRUCTOR-COUNT
                           MOVE IN-INSTRUCTOR-ID
                               TO WS-IN-ID(WS-INSTRUCTOR-COUNT)
                           MOVE IN-NAME
                               TO WS-IN-NAME(WS-INSTRUCTOR-COUNT)
                           MOVE IN-DEPARTMENT
                               TO WS-IN-DEPARTMENT(WS-INSTRUCTOR-COUNT)
                           MOVE IN-STATUS
                               TO WS-IN-STATUS(WS-INSTRUCTOR-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-IN-FILE-STATUS = "00" OR "10"
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.
       200-MAINTAIN-ONE-INSTRUCTOR.
           DISPLAY "1 = ADD AN INSTRUCTOR".
           DISPLAY "2 = DEACTIVATE AN INSTRUCTOR".
           DISPLAY "SELECT AN OPTION [1-2]:".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-ADD        PERFORM 300-ADD-INSTRUCTOR
               WHEN WS-CHOICE-DEACTIVATE PERFORM 400-DEACTIVATE
               WHEN OTHER
                   DISPLAY "INVALID OPTION - PLEASE CHOOSE 1-2"
           END-EVALUATE.
           DISPLAY "MAINTAIN ANOTHER INSTRUCTOR? [Y/N]".
           ACCEPT WS-MAINT-MORE.
       300-ADD-INSTRUCTOR.
           DISPLAY "INSTRUCTOR ID (6 CHARACTERS)?".
           ACCEPT WS-ID-INPUT.
           PERFORM 500-FIND-INSTRUCTOR-BY-ID.
           IF WS-FOUND-SUB > ZERO
               DISPLAY "INSTRUCTOR " WS-ID-INPUT
                   " ALREADY ON FILE - NOT ADDED"
           ELSE
               IF WS-INSTRUCTOR-COUNT < 300
                   ADD 1 TO WS-INSTRUCTOR-COUNT
                   MOVE WS-ID-INPUT
                       TO WS-IN-ID(WS-INSTRUCTOR-COUNT)
                   DISPLAY "INSTRUCTOR NAME?"
                   ACCEPT WS-IN-NAME(WS-INSTRUCTOR-COUNT)
                   DISPLAY "DEPARTMENT?"
                   ACCEPT WS-IN-DEPARTMENT(WS-INSTRUCTOR-COUNT)
                   MOVE 'A' TO WS-IN-STATUS(WS-INSTRUCTOR-COUNT)
                   MOVE 'Y' TO WS-CHANGES-MADE
                   DISPLAY "INSTRUCTOR " WS-ID-INPUT " ADDED (ACTIVE)"
               ELSE
                   DISPLAY "INSTRUCTOR TABLE FULL - CANNOT ADD"
               END-IF
           END-IF.
       400-DEACTIVATE.
           DISPLAY "WHICH INSTRUCTOR ID DO YOU WANT TO DEACTIVATE?".
           ACCEPT WS-ID-INPUT.
           PERFORM 500-FIND-INSTRUCTOR-BY-ID.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "NO INSTRUCTOR ON FILE FOR " WS-ID-INPUT
           ELSE
               MOVE 'I' TO WS-IN-STATUS(WS-FOUND-SUB)
               MOVE 'Y' TO WS-CHANGES-MADE
               DISPLAY "INSTRUCTOR " WS-ID-INPUT " DEACTIVATED"
           END-IF.
       500-FIND-INSTRUCTOR-BY-ID.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-INSTRUCTOR-SUB FROM 1 BY 1
                   UNTIL WS-INSTRUCTOR-SUB > WS-INSTRUCTOR-COUNT
               IF WS-IN-ID(WS-INSTRUCTOR-SUB) = WS-ID-INPUT
                   MOVE WS-INSTRUCTOR-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       600-REWRITE-INSTRUCTOR-FILE.
           OPEN OUTPUT INSTRUCTOR-MASTER-FILE.
           IF WS-IN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING INSTRUCTOR-MASTER-FILE - "
                   "STATUS " WS-IN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-INSTRUCTOR-SUB FROM 1 BY 1
                   UNTIL WS-INSTRUCTOR-SUB > WS-INSTRUCTOR-COUNT
               MOVE SPACES TO INSTRUCTOR-MASTER-RECORD
               MOVE WS-IN-ID(WS-INSTRUCTOR-SUB) TO IN-INSTRUCTOR-ID
               MOVE WS-IN-NAME(WS-INSTRUCTOR-SUB) TO IN-NAME
               MOVE WS-IN-DEPARTMENT(WS-INSTRUCTOR-SUB)
                   TO IN-DEPARTMENT
               MOVE WS-IN-STATUS(WS-INSTRUCTOR-SUB) TO IN-STATUS
               WRITE INSTRUCTOR-MASTER-RECORD
           END-PERFORM.
           CLOSE INSTRUCTOR-MASTER-FILE.

       END PROGRAM INSTRUCTOR-MASTER-MAINTENANCE.
