      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Traffic and parking violation match run - imports
      *          the authorities' notice file (violationimport.txt:
      *          plate, date, time, type, notice number, fine, due
      *          date) onto violations.txt alongside the notices
      *          keyed in VIOLATION-ENTRY, then works out who was
      *          driving. The plate is resolved to the unit through
      *          the PLT documents on vehiclerenewals.txt, and the
      *          unit and time to the booking on bookings.txt that
      *          had the unit out (BK-OUT-STAMP up to the
      *          BK-RETURN-STAMP, or still out), the same rule
      *          INCIDENT-ENTRY uses. Each matched violation gets a
      *          driver notice on drivernotices.txt and a line on
      *          the driver's violation history, driverviolations.txt;
      *          a driver named by hand in VIOLATION-ENTRY gets the
      *          same on the next run. Violations that cannot be
      *          matched, and import rows that cannot be read, are
      *          listed on violationexceptions.txt and are tried
      *          again on every run until matched or assigned.
      *          Unpaid fines due within the DUEDAYS step parameter
      *          (default 14 days), or already overdue, are listed on
      *          violationdue.txt. The import file is stamped away to
      *          a .posted name like FUEL-CARD-IMPORT; a notice number
      *          already on file is never imported twice. RC 4 when
      *          anything is left on the exception list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIOLATION-MATCH-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-FILE
           ASSIGN "../violations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VL-FILE-STATUS.
           SELECT VIOLATION-IMPORT-FILE
           ASSIGN "../violationimport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VI-FILE-STATUS.
           SELECT RENEWAL-FILE
           ASSIGN "../vehiclerenewals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RN-FILE-STATUS.
           SELECT BOOKING-FILE
           ASSIGN "../bookings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT DRIVER-MASTER-FILE
           ASSIGN "../drivermaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FILE-STATUS.
           SELECT DRIVER-HISTORY-FILE
           ASSIGN "../driverviolations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DH-FILE-STATUS.
           SELECT NOTICE-FILE
           ASSIGN "../drivernotices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NT-FILE-STATUS.
           SELECT EXCEPTION-FILE
           ASSIGN "../violationexceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EX-FILE-STATUS.
           SELECT VL-CONTROL-FILE
           ASSIGN "../vlnextnumber.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VC-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../violationdue.tmp".
           SELECT REPORT-FILE
           ASSIGN "../violationdue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VIOLATION-FILE.
           COPY "VIOLATION-RECORD.CPY".
       FD VIOLATION-IMPORT-FILE.
       01 VIOLATION-IMPORT-RECORD.
           05 VI-PLATE         PIC X(15).
           05 VI-DATE          PIC 9(8).
           05 VI-TIME          PIC 9(4).
           05 VI-TYPE          PIC X.
               88 VI-TYPE-VALID VALUE 'P' 'T' 'R'.
           05 VI-NOTICE-NUMBER PIC X(15).
           05 VI-FINE          PIC 9(5)V99.
           05 VI-DUE-DATE      PIC 9(8).
       FD RENEWAL-FILE.
           COPY "VEHICLE-RENEWAL-RECORD.CPY".
       FD BOOKING-FILE.
           COPY "BOOKING-RECORD.CPY".
       FD DRIVER-MASTER-FILE.
       01 DRIVER-MASTER-RECORD.
           05 DR-DRIVER-ID PIC X(6).
           05 FILLER       PIC X.
           05 DR-NAME      PIC X(20).
           05 FILLER       PIC X.
           05 DR-LICENCE   PIC X(15).
           05 FILLER       PIC X.
           05 DR-STATUS    PIC X.
       FD DRIVER-HISTORY-FILE.
       01 DRIVER-HISTORY-RECORD.
           05 DH-DRIVER-ID     PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 DH-VIOLATION     PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 DH-DATE          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DH-TIME          PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 DH-TYPE          PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 DH-UNIT-NUMBER   PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 DH-NOTICE-NUMBER PIC X(15).
           05 FILLER           PIC X VALUE SPACE.
           05 DH-FINE          PIC 9(5)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 DH-NOTICE-DATE   PIC 9(8).
       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(80).
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 VX-NUMBER        PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 VX-PLATE         PIC X(15).
           05 FILLER           PIC X VALUE SPACE.
           05 VX-DATE          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 VX-TIME          PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 VX-UNIT-NUMBER   PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 VX-NOTICE-NUMBER PIC X(15).
           05 FILLER           PIC X VALUE SPACE.
           05 VX-REASON        PIC X(40).
       FD VL-CONTROL-FILE.
       01 VL-CONTROL-RECORD.
           05 VC-NEXT-NUMBER PIC 9(6).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-DUE-DATE    PIC 9(8).
           05 SORT-NUMBER      PIC 9(6).
           05 SORT-SUB         PIC 9(4).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-VL-FILE-STATUS PIC XX.
       01 WS-VI-FILE-STATUS PIC XX.
       01 WS-RN-FILE-STATUS PIC XX.
       01 WS-BK-FILE-STATUS PIC XX.
       01 WS-DR-FILE-STATUS PIC XX.
       01 WS-DH-FILE-STATUS PIC XX.
       01 WS-NT-FILE-STATUS PIC XX.
       01 WS-EX-FILE-STATUS PIC XX.
       01 WS-VC-FILE-STATUS PIC XX.
       01 WS-RP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-VIOLATION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-VIOLATION-TABLE.
           05 WS-VIOLATION-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-VIOLATION-COUNT.
               10 WS-VT-RECORD PIC X(122).
       01 WS-VIOLATION-SUB PIC 9(4).
       01 WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-PLATE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PLATE-TABLE.
           05 WS-PLATE-ENTRY OCCURS 1 TO 400 TIMES
               DEPENDING ON WS-PLATE-COUNT.
               10 WS-PL-PLATE PIC X(15).
               10 WS-PL-UNIT  PIC X(6).
       01 WS-PLATE-SUB PIC 9(3).
       01 WS-PLATE-FOUND-SUB PIC 9(3).
       01 WS-BOOKING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BOOKING-TABLE.
           05 WS-BOOKING-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-BOOKING-COUNT.
               10 WS-BT-RECORD PIC X(100).
       01 WS-BOOKING-SUB PIC 9(3).
       01 WS-DRIVER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DRIVER-TABLE.
           05 WS-DRIVER-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-DRIVER-COUNT.
               10 WS-DR-ID         PIC X(6).
               10 WS-DR-NAME       PIC X(20).
               10 WS-DR-VIOLATIONS PIC 9(4).
       01 WS-DRIVER-SUB PIC 9(3).
       01 WS-DR-FOUND-SUB PIC 9(3).
       01 WS-COVERING-NUMBER PIC 9(6).
       01 WS-COVERING-DRIVER PIC X(6).
       01 WS-COVERING-OUT PIC 9(12).
       01 WS-NOTICE-FOUND PIC X.
       01 WS-NEXT-NUMBER PIC 9(6) VALUE 1.
       01 WS-CONTROL-EOF PIC X.
       01 WS-IMPORT-OPENED PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INTEGER PIC 9(7).
       01 WS-DUE-DAYS PIC 9(3).
       01 WS-DUE-LIMIT PIC 9(8).
       01 WS-DAYS-TO-DUE PIC S9(5).
       01 WS-ROWS-READ PIC 9(5) VALUE ZERO.
       01 WS-ROWS-IMPORTED PIC 9(5) VALUE ZERO.
       01 WS-ROWS-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-MATCHED PIC 9(5) VALUE ZERO.
       01 WS-UNMATCHED PIC 9(5) VALUE ZERO.
       01 WS-NOTICES-ISSUED PIC 9(5) VALUE ZERO.
       01 WS-DUE-LISTED PIC 9(5) VALUE ZERO.
       01 WS-OVERDUE PIC 9(5) VALUE ZERO.
       01 WS-DUE-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-COMMAND-LINE PIC X(100).
       01 WS-TYPE-TEXT PIC X(20).
       01 WS-REASON PIC X(40).
       01 WS-FINE-OUT PIC ZZ,ZZ9.99.
       01 WS-COUNT-OUT PIC ZZZ9.
       01 WS-SEPARATOR-LINE PIC X(80) VALUE ALL "=".
       01 WS-DATE-LINE.
           05 FILLER             PIC X(50) VALUE SPACES.
           05 DL-RUN-DATE        PIC 9(8).
       01 WS-REFERENCE-LINE.
           05 FILLER             PIC X(21) VALUE
               "REFERENCE: VIOLATION ".
           05 RF-NUMBER          PIC 9(6).
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE
               "UNPAID FINES DUE BY ".
           05 H1-DUE-LIMIT    PIC 9(8).
           05 FILLER          PIC X(10) VALUE " - RUN OF ".
           05 H1-RUN-DATE     PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER          PIC X(39) VALUE
               "DUE DATE VIOL.  PLATE           UNIT   ".
           05 FILLER          PIC X(41) VALUE
               "DRIVER NOTICE               FINE  DAYS".
       01 WS-DETAIL-LINE.
           05 DT-DUE-DATE     PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 DT-NUMBER       PIC 9(6).
           05 FILLER          PIC X VALUE SPACE.
           05 DT-PLATE        PIC X(15).
           05 FILLER          PIC X VALUE SPACE.
           05 DT-UNIT-NUMBER  PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 DT-DRIVER-ID    PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 DT-NOTICE       PIC X(15).
           05 FILLER          PIC X VALUE SPACE.
           05 DT-FINE         PIC ZZ,ZZ9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 DT-DAYS         PIC ----9.
       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(21) VALUE
               "UNPAID FINES LISTED: ".
           05 TL-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE "  OVERDUE: ".
           05 TL-OVERDUE      PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE "  TOTAL: ".
           05 TL-AMOUNT       PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-GET-DUE-DAYS.
           PERFORM 100-LOAD-VIOLATION-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "VIOLATION FILE HAS MORE RECORDS THAN THIS"
               DISPLAY "RUN CAN HOLD - NOTHING MATCHED AND THE"
               DISPLAY "FILE WAS NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 110-LOAD-PLATE-TABLE.
           PERFORM 120-LOAD-DRIVER-TABLE.
           PERFORM 130-LOAD-BOOKING-TABLE.
           PERFORM 140-COUNT-DRIVER-HISTORY.
           PERFORM 150-READ-NEXT-VIOLATION-NUMBER.
           PERFORM 160-OPEN-RUN-FILES.
           PERFORM 200-IMPORT-VIOLATIONS.
           PERFORM VARYING WS-VIOLATION-SUB FROM 1 BY 1
                   UNTIL WS-VIOLATION-SUB > WS-VIOLATION-COUNT
               MOVE WS-VT-RECORD(WS-VIOLATION-SUB) TO VIOLATION-RECORD
               EVALUATE TRUE
                   WHEN VL-STATUS = 'N' OR VL-STATUS = 'U'
                       PERFORM 300-MATCH-ONE-VIOLATION
                   WHEN VL-STATUS = 'M' AND VL-NOTICE-DATE = ZERO
                       PERFORM 400-ISSUE-DRIVER-NOTICE
               END-EVALUATE
               MOVE VIOLATION-RECORD TO WS-VT-RECORD(WS-VIOLATION-SUB)
           END-PERFORM.
           CLOSE NOTICE-FILE.
           CLOSE DRIVER-HISTORY-FILE.
           CLOSE EXCEPTION-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DUE-DATE
                                SORT-NUMBER
               INPUT PROCEDURE 500-SELECT-DUE-FINES
               OUTPUT PROCEDURE 510-PRODUCE-DUE-REPORT.
           PERFORM 700-REWRITE-VIOLATION-FILE.
           PERFORM 710-WRITE-NEXT-VIOLATION-NUMBER.
           IF WS-IMPORT-OPENED = 'Y'
               PERFORM 600-STAMP-POSTED-IMPORT
           END-IF.
           DISPLAY "==== VIOLATION MATCH RUN ====".
           DISPLAY "IMPORT ROWS READ:    " WS-ROWS-READ.
           DISPLAY "IMPORTED:            " WS-ROWS-IMPORTED.
           DISPLAY "IMPORT ROWS REFUSED: " WS-ROWS-REJECTED.
           DISPLAY "MATCHED TO A DRIVER: " WS-MATCHED.
           DISPLAY "STILL UNMATCHED:     " WS-UNMATCHED.
           DISPLAY "DRIVER NOTICES:      " WS-NOTICES-ISSUED.
           DISPLAY "UNPAID FINES DUE:    " WS-DUE-LISTED.
           DISPLAY "OF WHICH OVERDUE:    " WS-OVERDUE.
           IF WS-UNMATCHED > ZERO OR WS-ROWS-REJECTED > ZERO
               DISPLAY "SEE violationexceptions.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       050-GET-DUE-DAYS.
           MOVE "DUEDAYS" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'N'
               DISPLAY "LIST UNPAID FINES DUE WITHIN HOW MANY DAYS "
                   "(BLANK = 14)?"
               ACCEPT WS-PARM-VALUE
           END-IF.
           IF WS-PARM-VALUE = SPACES
               MOVE 14 TO WS-DUE-DAYS
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) NOT = ZERO
                   DISPLAY "DAYS MUST BE A NUMBER - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-DUE-DAYS = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-DUE-LIMIT =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER + WS-DUE-DAYS).
       100-LOAD-VIOLATION-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT VIOLATION-FILE.
           IF WS-VL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ VIOLATION-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-VIOLATION-COUNT < 2000
                           ADD 1 TO WS-VIOLATION-COUNT
                           MOVE VIOLATION-RECORD
                               TO WS-VT-RECORD(WS-VIOLATION-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VL-FILE-STATUS = "00" OR "10"
               CLOSE VIOLATION-FILE
           END-IF.
      * Every plate a unit has carried stays on the renewal file, so
      * a notice that arrives late for a plate since replaced still
      * finds its unit.
       110-LOAD-PLATE-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RENEWAL-FILE.
           IF WS-RN-FILE-STATUS NOT = "00"
               DISPLAY "NO RENEWAL FILE ON HAND - NO PLATE CAN BE "
                   "MATCHED - STATUS " WS-RN-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RENEWAL-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RN-DOC-TYPE = "PLT"
                           IF WS-PLATE-COUNT < 400
                               ADD 1 TO WS-PLATE-COUNT
                               MOVE RN-DOCUMENT-NUMBER
                                   TO WS-PL-PLATE(WS-PLATE-COUNT)
                               MOVE RN-UNIT-NUMBER
                                   TO WS-PL-UNIT(WS-PLATE-COUNT)
                           ELSE
                               DISPLAY 'PLATE TABLE FULL - DROPPED: '
                                   RN-DOCUMENT-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RN-FILE-STATUS = "00" OR "10"
               CLOSE RENEWAL-FILE
           END-IF.
       120-LOAD-DRIVER-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DRIVER-MASTER-FILE.
           IF WS-DR-FILE-STATUS NOT = "00"
               DISPLAY "NO DRIVER MASTER ON HAND - STATUS "
                   WS-DR-FILE-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRIVER-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DRIVER-COUNT < 200
                           ADD 1 TO WS-DRIVER-COUNT
                           MOVE DR-DRIVER-ID
                               TO WS-DR-ID(WS-DRIVER-COUNT)
                           MOVE DR-NAME
                               TO WS-DR-NAME(WS-DRIVER-COUNT)
                           MOVE ZERO
                               TO WS-DR-VIOLATIONS(WS-DRIVER-COUNT)
                       ELSE
                           DISPLAY 'DRIVER TABLE FULL - DROPPED: '
                               DR-DRIVER-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DR-FILE-STATUS = "00" OR "10"
               CLOSE DRIVER-MASTER-FILE
           END-IF.
       130-LOAD-BOOKING-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT BOOKING-FILE.
           IF WS-BK-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO BOOKING-RECORD
               READ BOOKING-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BOOKING-COUNT < 300
                           ADD 1 TO WS-BOOKING-COUNT
                           MOVE BOOKING-RECORD
                               TO WS-BT-RECORD(WS-BOOKING-COUNT)
                       ELSE
                           DISPLAY 'BOOKING TABLE FULL - DROPPED: '
                               BK-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BK-FILE-STATUS = "00" OR "10"
               CLOSE BOOKING-FILE
           END-IF.
      * The notice tells the driver how many violations the fleet
      * now holds against them, so the history so far is counted
      * onto the driver table first.
       140-COUNT-DRIVER-HISTORY.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DRIVER-HISTORY-FILE.
           IF WS-DH-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRIVER-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DH-DRIVER-ID TO WS-COVERING-DRIVER
                       PERFORM 340-FIND-DRIVER
                       IF WS-DR-FOUND-SUB > ZERO
                           ADD 1 TO WS-DR-VIOLATIONS(WS-DR-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DH-FILE-STATUS = "00" OR "10"
               CLOSE DRIVER-HISTORY-FILE
           END-IF.
       150-READ-NEXT-VIOLATION-NUMBER.
           MOVE 'N' TO WS-CONTROL-EOF.
           OPEN INPUT VL-CONTROL-FILE.
           IF WS-VC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-CONTROL-EOF
           END-IF.
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
               READ VL-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF VC-NEXT-NUMBER NUMERIC
                           MOVE VC-NEXT-NUMBER TO WS-NEXT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VC-FILE-STATUS = "00" OR "10"
               CLOSE VL-CONTROL-FILE
           END-IF.
       160-OPEN-RUN-FILES.
           OPEN OUTPUT NOTICE-FILE.
           IF WS-NT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NOTICE-FILE - STATUS "
                   WS-NT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND DRIVER-HISTORY-FILE.
           IF WS-DH-FILE-STATUS = "35"
               OPEN OUTPUT DRIVER-HISTORY-FILE
           END-IF.
           IF WS-DH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DRIVER-HISTORY-FILE - STATUS "
                   WS-DH-FILE-STATUS
               CLOSE NOTICE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-EX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXCEPTION-FILE - STATUS "
                   WS-EX-FILE-STATUS
               CLOSE NOTICE-FILE
               CLOSE DRIVER-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * No import file simply means no notices arrived by file
      * today; the keyed ones are still matched.
       200-IMPORT-VIOLATIONS.
           OPEN INPUT VIOLATION-IMPORT-FILE.
           IF WS-VI-FILE-STATUS = "00"
               MOVE 'Y' TO WS-IMPORT-OPENED
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VIOLATION-IMPORT-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM 210-IMPORT-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE VIOLATION-IMPORT-FILE
           END-IF.
       210-IMPORT-ONE-ROW.
           MOVE 'N' TO WS-NOTICE-FOUND.
           PERFORM VARYING WS-VIOLATION-SUB FROM 1 BY 1
                   UNTIL WS-VIOLATION-SUB > WS-VIOLATION-COUNT
               MOVE WS-VT-RECORD(WS-VIOLATION-SUB) TO VIOLATION-RECORD
               IF VL-NOTICE-NUMBER = VI-NOTICE-NUMBER
                   MOVE 'Y' TO WS-NOTICE-FOUND
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN VI-PLATE = SPACES
                   MOVE "PLATE MISSING ON IMPORT ROW" TO WS-REASON
                   PERFORM 220-REFUSE-IMPORT-ROW
               WHEN VI-DATE NOT NUMERIC OR VI-TIME NOT NUMERIC
                   OR VI-DUE-DATE NOT NUMERIC
                   MOVE "DATE OR TIME NOT NUMERIC" TO WS-REASON
                   PERFORM 220-REFUSE-IMPORT-ROW
               WHEN NOT VI-TYPE-VALID
                   MOVE "TYPE NOT P, T OR R" TO WS-REASON
                   PERFORM 220-REFUSE-IMPORT-ROW
               WHEN VI-FINE NOT NUMERIC
                   MOVE "FINE NOT NUMERIC" TO WS-REASON
                   PERFORM 220-REFUSE-IMPORT-ROW
               WHEN VI-NOTICE-NUMBER = SPACES
                   MOVE "NOTICE NUMBER MISSING" TO WS-REASON
                   PERFORM 220-REFUSE-IMPORT-ROW
               WHEN WS-NOTICE-FOUND = 'Y'
                   MOVE "NOTICE NUMBER ALREADY ON FILE" TO WS-REASON
                   PERFORM 220-REFUSE-IMPORT-ROW
               WHEN WS-VIOLATION-COUNT NOT < 2000
                   MOVE "VIOLATION TABLE FULL - NOT IMPORTED"
                       TO WS-REASON
                   PERFORM 220-REFUSE-IMPORT-ROW
               WHEN OTHER
                   PERFORM 230-ADD-IMPORTED-VIOLATION
           END-EVALUATE.
       220-REFUSE-IMPORT-ROW.
           ADD 1 TO WS-ROWS-REJECTED.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE WS-REASON TO VX-REASON.
           MOVE ZERO TO VX-NUMBER.
           MOVE VI-PLATE TO VX-PLATE.
           IF VI-DATE NUMERIC
               MOVE VI-DATE TO VX-DATE
           ELSE
               MOVE ZERO TO VX-DATE
           END-IF.
           IF VI-TIME NUMERIC
               MOVE VI-TIME TO VX-TIME
           ELSE
               MOVE ZERO TO VX-TIME
           END-IF.
           MOVE SPACES TO VX-UNIT-NUMBER.
           MOVE VI-NOTICE-NUMBER TO VX-NOTICE-NUMBER.
           WRITE EXCEPTION-RECORD.
       230-ADD-IMPORTED-VIOLATION.
           MOVE SPACES TO VIOLATION-RECORD.
           MOVE WS-NEXT-NUMBER TO VL-NUMBER.
           ADD 1 TO WS-NEXT-NUMBER.
           MOVE VI-PLATE TO VL-PLATE.
           MOVE VI-DATE TO VL-DATE.
           MOVE VI-TIME TO VL-TIME.
           MOVE VI-TYPE TO VL-TYPE.
           MOVE VI-NOTICE-NUMBER TO VL-NOTICE-NUMBER.
           MOVE VI-FINE TO VL-FINE.
           MOVE VI-DUE-DATE TO VL-DUE-DATE.
           MOVE 'N' TO VL-STATUS.
           MOVE ZERO TO VL-BOOKING-NUMBER.
           MOVE ZERO TO VL-NOTICE-DATE.
           MOVE ZERO TO VL-PAID-DATE.
           MOVE WS-RUN-DATE TO VL-RECORDED-DATE.
           ADD 1 TO WS-VIOLATION-COUNT.
           MOVE VIOLATION-RECORD TO WS-VT-RECORD(WS-VIOLATION-COUNT).
           ADD 1 TO WS-ROWS-IMPORTED.
      * A violation left unmatched last time is tried again - the
      * booking may have been keyed late, or the plate added to the
      * renewal file since.
       300-MATCH-ONE-VIOLATION.
           MOVE ZERO TO WS-PLATE-FOUND-SUB.
           PERFORM VARYING WS-PLATE-SUB FROM 1 BY 1
                   UNTIL WS-PLATE-SUB > WS-PLATE-COUNT
               IF WS-PL-PLATE(WS-PLATE-SUB) = VL-PLATE
                   MOVE WS-PLATE-SUB TO WS-PLATE-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-PLATE-FOUND-SUB = ZERO
               MOVE SPACES TO VL-UNIT-NUMBER
               MOVE "PLATE NOT ON vehiclerenewals.txt" TO WS-REASON
               PERFORM 320-LEAVE-UNMATCHED
           ELSE
               MOVE WS-PL-UNIT(WS-PLATE-FOUND-SUB) TO VL-UNIT-NUMBER
               PERFORM 330-FIND-COVERING-BOOKING
               IF WS-COVERING-NUMBER = ZERO
                   MOVE "NO BOOKING HAD THE UNIT OUT AT THAT TIME"
                       TO WS-REASON
                   PERFORM 320-LEAVE-UNMATCHED
               ELSE
                   MOVE 'M' TO VL-STATUS
                   MOVE WS-COVERING-NUMBER TO VL-BOOKING-NUMBER
                   MOVE WS-COVERING-DRIVER TO VL-DRIVER-ID
                   MOVE 'B' TO VL-DRIVER-SOURCE
                   ADD 1 TO WS-MATCHED
                   PERFORM 400-ISSUE-DRIVER-NOTICE
               END-IF
           END-IF.
       320-LEAVE-UNMATCHED.
           MOVE 'U' TO VL-STATUS.
           MOVE ZERO TO VL-BOOKING-NUMBER.
           MOVE SPACES TO VL-DRIVER-ID.
           MOVE SPACE TO VL-DRIVER-SOURCE.
           ADD 1 TO WS-UNMATCHED.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE WS-REASON TO VX-REASON.
           MOVE VL-NUMBER TO VX-NUMBER.
           MOVE VL-PLATE TO VX-PLATE.
           MOVE VL-DATE TO VX-DATE.
           MOVE VL-TIME TO VX-TIME.
           MOVE VL-UNIT-NUMBER TO VX-UNIT-NUMBER.
           MOVE VL-NOTICE-NUMBER TO VX-NOTICE-NUMBER.
           WRITE EXCEPTION-RECORD.
      * The booking that had the unit out is the one that left
      * before the violation and had not come back yet - returned
      * at or after it, or still out. If two qualify (a return
      * never recorded), the later departure wins.
       330-FIND-COVERING-BOOKING.
           MOVE ZERO TO WS-COVERING-NUMBER.
           MOVE SPACES TO WS-COVERING-DRIVER.
           MOVE ZERO TO WS-COVERING-OUT.
           PERFORM VARYING WS-BOOKING-SUB FROM 1 BY 1
                   UNTIL WS-BOOKING-SUB > WS-BOOKING-COUNT
               MOVE WS-BT-RECORD(WS-BOOKING-SUB) TO BOOKING-RECORD
               IF BK-UNIT-NUMBER = VL-UNIT-NUMBER
                   AND BK-OUT-STAMP NOT > VL-STAMP
                   AND BK-OUT-STAMP NOT < WS-COVERING-OUT
                   AND (BK-STATUS = 'B'
                       OR BK-RETURN-STAMP NOT < VL-STAMP)
                   MOVE BK-NUMBER TO WS-COVERING-NUMBER
                   MOVE BK-DRIVER-ID TO WS-COVERING-DRIVER
                   MOVE BK-OUT-STAMP TO WS-COVERING-OUT
               END-IF
           END-PERFORM.
       340-FIND-DRIVER.
           MOVE ZERO TO WS-DR-FOUND-SUB.
           PERFORM VARYING WS-DRIVER-SUB FROM 1 BY 1
                   UNTIL WS-DRIVER-SUB > WS-DRIVER-COUNT
               IF WS-DR-ID(WS-DRIVER-SUB) = WS-COVERING-DRIVER
                   MOVE WS-DRIVER-SUB TO WS-DR-FOUND-SUB
               END-IF
           END-PERFORM.
      * One notice per violation: the history line and the notice
      * date are written together, so a rerun never issues it
      * twice.
       400-ISSUE-DRIVER-NOTICE.
           MOVE VL-DRIVER-ID TO WS-COVERING-DRIVER.
           PERFORM 340-FIND-DRIVER.
           IF WS-DR-FOUND-SUB > ZERO
               ADD 1 TO WS-DR-VIOLATIONS(WS-DR-FOUND-SUB)
           END-IF.
           EVALUATE VL-TYPE
               WHEN 'P' MOVE "PARKING TICKET" TO WS-TYPE-TEXT
               WHEN 'T' MOVE "TRAFFIC TICKET" TO WS-TYPE-TEXT
               WHEN 'R' MOVE "PHOTO RADAR NOTICE" TO WS-TYPE-TEXT
               WHEN OTHER MOVE "VIOLATION NOTICE" TO WS-TYPE-TEXT
           END-EVALUATE.
           PERFORM 410-PRINT-NOTICE-HEAD.
           PERFORM 420-PRINT-NOTICE-BODY.
           MOVE SPACES TO DRIVER-HISTORY-RECORD.
           MOVE VL-DRIVER-ID TO DH-DRIVER-ID.
           MOVE VL-NUMBER TO DH-VIOLATION.
           MOVE VL-DATE TO DH-DATE.
           MOVE VL-TIME TO DH-TIME.
           MOVE VL-TYPE TO DH-TYPE.
           MOVE VL-UNIT-NUMBER TO DH-UNIT-NUMBER.
           MOVE VL-NOTICE-NUMBER TO DH-NOTICE-NUMBER.
           MOVE VL-FINE TO DH-FINE.
           MOVE WS-RUN-DATE TO DH-NOTICE-DATE.
           WRITE DRIVER-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO VL-NOTICE-DATE.
           ADD 1 TO WS-NOTICES-ISSUED.
       410-PRINT-NOTICE-HEAD.
           MOVE WS-SEPARATOR-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO WS-DATE-LINE.
           MOVE WS-RUN-DATE TO DL-RUN-DATE.
           MOVE WS-DATE-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE VL-NUMBER TO RF-NUMBER.
           MOVE WS-REFERENCE-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           IF WS-DR-FOUND-SUB > ZERO
               STRING "TO: " DELIMITED BY SIZE
                   WS-DR-NAME(WS-DR-FOUND-SUB) DELIMITED BY SIZE
                   " (DRIVER " DELIMITED BY SIZE
                   VL-DRIVER-ID DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO NOTICE-LINE
           ELSE
               STRING "TO: DRIVER " DELIMITED BY SIZE
                   VL-DRIVER-ID DELIMITED BY SIZE
                   INTO NOTICE-LINE
           END-IF.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "RE: " DELIMITED BY SIZE
               WS-TYPE-TEXT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               VL-NOTICE-NUMBER DELIMITED BY SIZE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
       420-PRINT-NOTICE-BODY.
           MOVE SPACES TO NOTICE-LINE.
           STRING "THE FLEET HAS RECEIVED THE NOTICE ABOVE FOR PLATE "
               DELIMITED BY SIZE
               VL-PLATE DELIMITED BY SPACE
               " (UNIT " DELIMITED BY SIZE
               VL-UNIT-NUMBER DELIMITED BY SIZE
               ")," DELIMITED BY SIZE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           IF VL-DRIVER-SOURCE = 'B'
               STRING "ISSUED ON " DELIMITED BY SIZE
                   VL-DATE DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   VL-TIME DELIMITED BY SIZE
                   ", WHILE THE UNIT WAS OUT TO YOU ON BOOKING "
                   DELIMITED BY SIZE
                   VL-BOOKING-NUMBER DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO NOTICE-LINE
           ELSE
               STRING "ISSUED ON " DELIMITED BY SIZE
                   VL-DATE DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   VL-TIME DELIMITED BY SIZE
                   ", AND THE FLEET OFFICE RECORDS YOU AS THE DRIVER."
                   DELIMITED BY SIZE
                   INTO NOTICE-LINE
           END-IF.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE VL-FINE TO WS-FINE-OUT.
           MOVE SPACES TO NOTICE-LINE.
           STRING "FINE: $" DELIMITED BY SIZE
               WS-FINE-OUT DELIMITED BY SIZE
               "     PAYMENT DUE BY: " DELIMITED BY SIZE
               VL-DUE-DATE DELIMITED BY SIZE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           IF WS-DR-FOUND-SUB > ZERO
               MOVE WS-DR-VIOLATIONS(WS-DR-FOUND-SUB) TO WS-COUNT-OUT
               MOVE SPACES TO NOTICE-LINE
               STRING "VIOLATIONS ON YOUR FLEET RECORD, THIS ONE "
                   DELIMITED BY SIZE
                   "INCLUDED: " DELIMITED BY SIZE
                   WS-COUNT-OUT DELIMITED BY SIZE
                   INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "PLEASE SEE THE FLEET OFFICE BEFORE THE DUE DATE."
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
      * The fleet owes the fine whoever was driving, so unmatched
      * violations are listed here too.
       500-SELECT-DUE-FINES.
           PERFORM VARYING WS-VIOLATION-SUB FROM 1 BY 1
                   UNTIL WS-VIOLATION-SUB > WS-VIOLATION-COUNT
               MOVE WS-VT-RECORD(WS-VIOLATION-SUB) TO VIOLATION-RECORD
               IF VL-PAID-DATE = ZERO
                   AND VL-DUE-DATE NOT > WS-DUE-LIMIT
                   MOVE VL-DUE-DATE TO SORT-DUE-DATE
                   MOVE VL-NUMBER TO SORT-NUMBER
                   MOVE WS-VIOLATION-SUB TO SORT-SUB
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.
       510-PRODUCE-DUE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REPORT-FILE - STATUS "
                   WS-RP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-DUE-LIMIT TO H1-DUE-LIMIT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 520-PRINT-ONE-DUE-FINE
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DUE-LISTED TO TL-COUNT.
           MOVE WS-OVERDUE TO TL-OVERDUE.
           MOVE WS-DUE-AMOUNT TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
       520-PRINT-ONE-DUE-FINE.
           MOVE WS-VT-RECORD(SORT-SUB) TO VIOLATION-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE VL-DUE-DATE TO DT-DUE-DATE.
           MOVE VL-NUMBER TO DT-NUMBER.
           MOVE VL-PLATE TO DT-PLATE.
           MOVE VL-UNIT-NUMBER TO DT-UNIT-NUMBER.
           MOVE VL-DRIVER-ID TO DT-DRIVER-ID.
           MOVE VL-NOTICE-NUMBER TO DT-NOTICE.
           MOVE VL-FINE TO DT-FINE.
           COMPUTE WS-DAYS-TO-DUE =
               FUNCTION INTEGER-OF-DATE(VL-DUE-DATE) - WS-RUN-INTEGER.
           MOVE WS-DAYS-TO-DUE TO DT-DAYS.
           IF WS-DAYS-TO-DUE < ZERO
               ADD 1 TO WS-OVERDUE
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-DUE-LISTED.
           ADD VL-FINE TO WS-DUE-AMOUNT.
       600-STAMP-POSTED-IMPORT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "mv ../violationimport.txt "
               DELIMITED BY SIZE
               "../violationimport_" DELIMITED BY SIZE
               WS-STAMP-DATE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-STAMP-TIME DELIMITED BY SIZE
               ".posted" DELIMITED BY SIZE
               INTO WS-COMMAND-LINE.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
       700-REWRITE-VIOLATION-FILE.
           OPEN OUTPUT VIOLATION-FILE.
           IF WS-VL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING VIOLATION-FILE - STATUS "
                   WS-VL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-VIOLATION-SUB FROM 1 BY 1
                   UNTIL WS-VIOLATION-SUB > WS-VIOLATION-COUNT
               MOVE WS-VT-RECORD(WS-VIOLATION-SUB) TO VIOLATION-RECORD
               WRITE VIOLATION-RECORD
           END-PERFORM.
           CLOSE VIOLATION-FILE.
       710-WRITE-NEXT-VIOLATION-NUMBER.
           OPEN OUTPUT VL-CONTROL-FILE.
           IF WS-VC-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT REWRITE VL-CONTROL-FILE - STATUS "
                   WS-VC-FILE-STATUS
           ELSE
               MOVE WS-NEXT-NUMBER TO VC-NEXT-NUMBER
               WRITE VL-CONTROL-RECORD
               CLOSE VL-CONTROL-FILE
           END-IF.

      * Batch steps hand their console answers through the
      * BATCH-STEP-PARMS area; run standalone the area is empty and
      * the prompts behave as they always did.
       950-FIND-STEP-PARM.
           MOVE 'N' TO WS-PARM-FOUND.
           MOVE SPACES TO WS-PARM-VALUE.
           IF BP-PARM-COUNT NUMERIC AND BP-PARM-COUNT > ZERO
               PERFORM VARYING WS-BP-SUB FROM 1 BY 1
                       UNTIL WS-BP-SUB > BP-PARM-COUNT
                   IF BP-KEYWORD(WS-BP-SUB) = WS-PARM-KEYWORD
                       MOVE 'Y' TO WS-PARM-FOUND
                       MOVE BP-VALUE(WS-BP-SUB) TO WS-PARM-VALUE
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM VIOLATION-MATCH-RUN.
