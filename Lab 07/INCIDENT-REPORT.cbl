      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Incident reporting for safety and insurance - lists
      *          incidents.txt (written by INCIDENT-ENTRY) by driver
      *          and then by unit, with the count, injuries,
      *          estimated damage and actual repair cost (WO-COST of
      *          the linked work order on workorders.txt, once it is
      *          closed) for each, and closes with an insurance claim
      *          status list - open claims first with the days since
      *          the incident, then denied, then settled - so the
      *          follow-up work is at the top. Output goes to
      *          incidentreport.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE
           ASSIGN "../incidents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT DRIVER-MASTER-FILE
           ASSIGN "../drivermaster.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-FILE-STATUS.
           SELECT WORK-ORDER-FILE
           ASSIGN "../workorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../incidentsort.tmp".
           SELECT INCIDENT-REPORT-FILE
           ASSIGN "../incidentreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INCIDENT-FILE.
           COPY "INCIDENT-RECORD.CPY".
       FD DRIVER-MASTER-FILE.
       01 DRIVER-MASTER-RECORD.
           05 DR-DRIVER-ID PIC X(6).
           05 FILLER       PIC X.
           05 DR-NAME      PIC X(20).
           05 FILLER       PIC X.
           05 DR-LICENCE   PIC X(15).
           05 FILLER       PIC X.
           05 DR-STATUS    PIC X.
       FD WORK-ORDER-FILE.
           COPY "WORK-ORDER-RECORD.CPY".
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-MAJOR    PIC X(6).
           05 SORT-MINOR    PIC X(12).
           05 SORT-INC-SUB  PIC 9(3).
       FD INCIDENT-REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-IN-FILE-STATUS PIC XX.
       01 WS-DR-FILE-STATUS PIC XX.
       01 WS-WO-FILE-STATUS PIC XX.
       01 WS-IR-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-INCIDENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-INCIDENT-TABLE.
           05 WS-INCIDENT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-INCIDENT-COUNT.
               10 WS-IT-RECORD      PIC X(190).
               10 WS-IT-REPAIR-COST PIC 9(5)V99.
               10 WS-IT-REPAIR-STATE PIC X.
       01 WS-INCIDENT-SUB PIC 9(3).
       01 WS-DRIVER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DRIVER-TABLE.
           05 WS-DRIVER-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-DRIVER-COUNT.
               10 WS-DR-ID   PIC X(6).
               10 WS-DR-NAME PIC X(20).
       01 WS-DRIVER-SUB PIC 9(3).
       01 WS-DRIVER-NAME PIC X(20).
       01 WS-REPORT-MODE PIC X.
           88 WS-BY-DRIVER VALUE 'D'.
           88 WS-BY-UNIT   VALUE 'U'.
       01 WS-PREV-MAJOR PIC X(6).
       01 WS-FIRST-GROUP PIC X.
       01 WS-GROUP-COUNTS.
           05 WS-GROUP-INCIDENTS PIC 9(3).
           05 WS-GROUP-INJURIES  PIC 9(3).
           05 WS-GROUP-DAMAGE    PIC 9(8)V99.
           05 WS-GROUP-REPAIR    PIC 9(8)V99.
       01 WS-DAYS-OPEN PIC 9(5).
       01 WS-REPAIR-TEXT PIC X(10).
       01 WS-CLAIM-WORD PIC X(8).
       01 WS-CLAIMS-LISTED PIC 9(3) VALUE ZERO.
       01 WS-CLAIMS-OPEN PIC 9(3) VALUE ZERO.
       01 WS-HEADING-1.
           05 FILLER          PIC X(21) VALUE
               "INCIDENT REPORT AS AT".
           05 FILLER          PIC X VALUE SPACE.
           05 H1-RUN-DATE     PIC 9(8).
       01 WS-SECTION-HEADING PIC X(100).
       01 WS-COLUMN-HEADING.
           05 FILLER          PIC X(50) VALUE
               "NUMBER DATE     TIME  XXXXXX  LOCATION            ".
           05 FILLER          PIC X(50) VALUE
               " INJ POLICE REPORT  ESTIMATE REPAIR COST  CLAIM".
       01 WS-COLUMN-HEADING-R REDEFINES WS-COLUMN-HEADING.
           05 FILLER          PIC X(22).
           05 CH-OTHER        PIC X(6).
           05 FILLER          PIC X(72).
       01 WS-GROUP-HEADING.
           05 GH-LABEL        PIC X(8).
           05 GH-KEY          PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GH-NAME         PIC X(20).
       01 WS-DETAIL-LINE.
           05 DL-NUMBER       PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-DATE         PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-TIME         PIC 9(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-OTHER        PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-LOCATION     PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-INJURY       PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-POLICE       PIC X(12).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-ESTIMATE     PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-REPAIR       PIC ZZZ,ZZ9.99.
           05 DL-REPAIR-X REDEFINES DL-REPAIR PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-CLAIM        PIC X(8).
       01 WS-GROUP-TOTAL-LINE.
           05 FILLER          PIC X(13) VALUE
               "  INCIDENTS: ".
           05 GT-INCIDENTS    PIC ZZ9.
           05 FILLER          PIC X(15) VALUE
               "   WITH INJURY:".
           05 GT-INJURIES     PIC ZZZ9.
           05 FILLER          PIC X(32) VALUE SPACES.
           05 GT-DAMAGE       PIC ZZZZ,ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 GT-REPAIR       PIC ZZZZ,ZZ9.99.
       01 WS-CLAIM-HEADING.
           05 FILLER          PIC X(49) VALUE
               "CLAIM NUMBER    STATUS     NUMBER UNIT   DRIVER".
           05 FILLER          PIC X(51) VALUE
               "DATE        ESTIMATE REPAIR COST  DAYS OPEN".
       01 WS-CLAIM-LINE.
           05 CL-CLAIM-NUMBER PIC X(15).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 CL-STATUS       PIC X(8).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 CL-NUMBER       PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 CL-UNIT         PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 CL-DRIVER       PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CL-DATE         PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CL-ESTIMATE     PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CL-REPAIR       PIC ZZZ,ZZ9.99.
           05 CL-REPAIR-X REDEFINES CL-REPAIR PIC X(10).
           05 FILLER          PIC X(6) VALUE SPACES.
           05 CL-DAYS-OPEN    PIC ZZZZ9.
           05 CL-DAYS-OPEN-X REDEFINES CL-DAYS-OPEN PIC X(5).
       01 WS-NOTHING-LINE PIC X(100).
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-INCIDENT-TABLE.
           PERFORM 110-LOAD-DRIVER-TABLE.
           PERFORM 120-TAKE-REPAIR-COSTS.
           OPEN OUTPUT INCIDENT-REPORT-FILE.
           IF WS-IR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INCIDENT-REPORT-FILE - STATUS "
                   WS-IR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'D' TO WS-REPORT-MODE.
           MOVE "INCIDENTS BY DRIVER" TO WS-SECTION-HEADING.
           MOVE "UNIT" TO CH-OTHER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-MAJOR SORT-MINOR
               INPUT PROCEDURE 300-RELEASE-INCIDENTS
               OUTPUT PROCEDURE 400-WRITE-GROUPED-SECTION.
           MOVE 'U' TO WS-REPORT-MODE.
           MOVE "INCIDENTS BY UNIT" TO WS-SECTION-HEADING.
           MOVE "DRIVER" TO CH-OTHER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-MAJOR SORT-MINOR
               INPUT PROCEDURE 300-RELEASE-INCIDENTS
               OUTPUT PROCEDURE 400-WRITE-GROUPED-SECTION.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-MAJOR SORT-MINOR
               INPUT PROCEDURE 500-RELEASE-CLAIMS
               OUTPUT PROCEDURE 510-WRITE-CLAIM-LIST.
           CLOSE INCIDENT-REPORT-FILE.
           DISPLAY "INCIDENTS LISTED: " WS-INCIDENT-COUNT.
           DISPLAY "CLAIMS LISTED:    " WS-CLAIMS-LISTED.
           DISPLAY "CLAIMS OPEN:      " WS-CLAIMS-OPEN.
           STOP RUN.
       100-LOAD-INCIDENT-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT INCIDENT-FILE.
           IF WS-IN-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INCIDENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-INCIDENT-COUNT < 500
                           ADD 1 TO WS-INCIDENT-COUNT
                           MOVE INCIDENT-RECORD
                               TO WS-IT-RECORD(WS-INCIDENT-COUNT)
                           MOVE ZERO
                               TO WS-IT-REPAIR-COST(WS-INCIDENT-COUNT)
                           MOVE 'N'
                               TO WS-IT-REPAIR-STATE(WS-INCIDENT-COUNT)
                       ELSE
                           DISPLAY 'INCIDENT TABLE FULL - DROPPED: '
                               IN-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-IN-FILE-STATUS = "00" OR "10"
               CLOSE INCIDENT-FILE
           END-IF.
       110-LOAD-DRIVER-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DRIVER-MASTER-FILE.
           IF WS-DR-FILE-STATUS NOT = "00"
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
                       ELSE
                           DISPLAY 'DRIVER TABLE FULL - DROPPED: '
                               DR-DRIVER-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DR-FILE-STATUS = "00" OR "10"
               CLOSE DRIVER-MASTER-FILE
           END-IF.
      * WS-IT-REPAIR-STATE: N = no work order linked, O = linked but
      * still open, C = closed and WS-IT-REPAIR-COST is its WO-COST.
       120-TAKE-REPAIR-COSTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO WORK-ORDER-RECORD
               READ WORK-ORDER-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 125-MATCH-ONE-ORDER
               END-READ
           END-PERFORM.
           IF WS-WO-FILE-STATUS = "00" OR "10"
               CLOSE WORK-ORDER-FILE
           END-IF.
       125-MATCH-ONE-ORDER.
           PERFORM VARYING WS-INCIDENT-SUB FROM 1 BY 1
                   UNTIL WS-INCIDENT-SUB > WS-INCIDENT-COUNT
               MOVE WS-IT-RECORD(WS-INCIDENT-SUB) TO INCIDENT-RECORD
               IF IN-WO-NUMBER NUMERIC AND IN-WO-NUMBER > ZERO
                   AND IN-WO-NUMBER = WO-NUMBER
                   IF WO-STATUS = 'C' AND WO-COST NUMERIC
                       MOVE WO-COST
                           TO WS-IT-REPAIR-COST(WS-INCIDENT-SUB)
                       MOVE 'C'
                           TO WS-IT-REPAIR-STATE(WS-INCIDENT-SUB)
                   ELSE
                       MOVE 'O'
                           TO WS-IT-REPAIR-STATE(WS-INCIDENT-SUB)
                   END-IF
               END-IF
           END-PERFORM.
       200-FIND-DRIVER-NAME.
           MOVE SPACES TO WS-DRIVER-NAME.
           PERFORM VARYING WS-DRIVER-SUB FROM 1 BY 1
                   UNTIL WS-DRIVER-SUB > WS-DRIVER-COUNT
               IF WS-DR-ID(WS-DRIVER-SUB) = IN-DRIVER-ID
                   MOVE WS-DR-NAME(WS-DRIVER-SUB) TO WS-DRIVER-NAME
               END-IF
           END-PERFORM.
       300-RELEASE-INCIDENTS.
           PERFORM VARYING WS-INCIDENT-SUB FROM 1 BY 1
                   UNTIL WS-INCIDENT-SUB > WS-INCIDENT-COUNT
               MOVE WS-IT-RECORD(WS-INCIDENT-SUB) TO INCIDENT-RECORD
               IF WS-BY-DRIVER
                   MOVE IN-DRIVER-ID TO SORT-MAJOR
               ELSE
                   MOVE IN-UNIT-NUMBER TO SORT-MAJOR
               END-IF
               MOVE IN-STAMP TO SORT-MINOR
               MOVE WS-INCIDENT-SUB TO SORT-INC-SUB
               RELEASE SORT-RECORD
           END-PERFORM.
       400-WRITE-GROUPED-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'Y' TO WS-FIRST-GROUP.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 410-TAKE-ONE-INCIDENT
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-GROUP = 'Y'
               MOVE "  NO INCIDENTS ON FILE" TO WS-NOTHING-LINE
               MOVE WS-NOTHING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 430-WRITE-GROUP-TOTAL
           END-IF.
       410-TAKE-ONE-INCIDENT.
           MOVE SORT-INC-SUB TO WS-INCIDENT-SUB.
           MOVE WS-IT-RECORD(WS-INCIDENT-SUB) TO INCIDENT-RECORD.
           IF WS-FIRST-GROUP = 'Y' OR SORT-MAJOR NOT = WS-PREV-MAJOR
               IF WS-FIRST-GROUP = 'N'
                   PERFORM 430-WRITE-GROUP-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP
               MOVE SORT-MAJOR TO WS-PREV-MAJOR
               INITIALIZE WS-GROUP-COUNTS
               PERFORM 420-WRITE-GROUP-HEADING
           END-IF.
           MOVE IN-NUMBER TO DL-NUMBER.
           MOVE IN-DATE TO DL-DATE.
           MOVE IN-TIME TO DL-TIME.
           IF WS-BY-DRIVER
               MOVE IN-UNIT-NUMBER TO DL-OTHER
           ELSE
               MOVE IN-DRIVER-ID TO DL-OTHER
           END-IF.
           MOVE IN-LOCATION TO DL-LOCATION.
           IF IN-INJURY-FLAG = 'Y'
               MOVE "YES" TO DL-INJURY
               ADD 1 TO WS-GROUP-INJURIES
           ELSE
               MOVE "NO" TO DL-INJURY
           END-IF.
           MOVE IN-POLICE-REPORT TO DL-POLICE.
           MOVE IN-DAMAGE-ESTIMATE TO DL-ESTIMATE.
           PERFORM 440-SET-REPAIR-COLUMN.
           MOVE WS-REPAIR-TEXT TO DL-REPAIR-X.
           IF WS-IT-REPAIR-STATE(WS-INCIDENT-SUB) = 'C'
               MOVE WS-IT-REPAIR-COST(WS-INCIDENT-SUB) TO DL-REPAIR
           END-IF.
           PERFORM 450-SET-CLAIM-WORD.
           MOVE WS-CLAIM-WORD TO DL-CLAIM.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-GROUP-INCIDENTS.
           ADD IN-DAMAGE-ESTIMATE TO WS-GROUP-DAMAGE.
           ADD WS-IT-REPAIR-COST(WS-INCIDENT-SUB) TO WS-GROUP-REPAIR.
       420-WRITE-GROUP-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SORT-MAJOR TO GH-KEY.
           MOVE SPACES TO GH-NAME.
           IF WS-BY-DRIVER
               MOVE "DRIVER  " TO GH-LABEL
               IF IN-DRIVER-ID = SPACES
                   MOVE "NOT KNOWN" TO GH-NAME
               ELSE
                   PERFORM 200-FIND-DRIVER-NAME
                   MOVE WS-DRIVER-NAME TO GH-NAME
               END-IF
           ELSE
               MOVE "UNIT    " TO GH-LABEL
           END-IF.
           MOVE WS-GROUP-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       430-WRITE-GROUP-TOTAL.
           MOVE WS-GROUP-INCIDENTS TO GT-INCIDENTS.
           MOVE WS-GROUP-INJURIES TO GT-INJURIES.
           MOVE WS-GROUP-DAMAGE TO GT-DAMAGE.
           MOVE WS-GROUP-REPAIR TO GT-REPAIR.
           MOVE WS-GROUP-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       440-SET-REPAIR-COLUMN.
           EVALUATE WS-IT-REPAIR-STATE(WS-INCIDENT-SUB)
               WHEN 'O'
                   MOVE "   WO OPEN" TO WS-REPAIR-TEXT
               WHEN 'C'
                   MOVE SPACES TO WS-REPAIR-TEXT
               WHEN OTHER
                   MOVE "     NO WO" TO WS-REPAIR-TEXT
           END-EVALUATE.
       450-SET-CLAIM-WORD.
           EVALUATE IN-CLAIM-STATUS
               WHEN 'O' MOVE "OPEN" TO WS-CLAIM-WORD
               WHEN 'S' MOVE "SETTLED" TO WS-CLAIM-WORD
               WHEN 'D' MOVE "DENIED" TO WS-CLAIM-WORD
               WHEN OTHER MOVE "NO CLAIM" TO WS-CLAIM-WORD
           END-EVALUATE.
      * Open claims sort first, then denied, then settled, each in
      * incident date order.
       500-RELEASE-CLAIMS.
           PERFORM VARYING WS-INCIDENT-SUB FROM 1 BY 1
                   UNTIL WS-INCIDENT-SUB > WS-INCIDENT-COUNT
               MOVE WS-IT-RECORD(WS-INCIDENT-SUB) TO INCIDENT-RECORD
               IF IN-CLAIM-NUMBER NOT = SPACES
                   EVALUATE IN-CLAIM-STATUS
                       WHEN 'O' MOVE "1" TO SORT-MAJOR
                       WHEN 'D' MOVE "2" TO SORT-MAJOR
                       WHEN OTHER MOVE "3" TO SORT-MAJOR
                   END-EVALUATE
                   MOVE IN-STAMP TO SORT-MINOR
                   MOVE WS-INCIDENT-SUB TO SORT-INC-SUB
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.
       510-WRITE-CLAIM-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "INSURANCE CLAIM STATUS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CLAIM-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 520-WRITE-ONE-CLAIM
               END-RETURN
           END-PERFORM.
           IF WS-CLAIMS-LISTED = ZERO
               MOVE "  NO INSURANCE CLAIMS ON FILE" TO WS-NOTHING-LINE
               MOVE WS-NOTHING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       520-WRITE-ONE-CLAIM.
           MOVE SORT-INC-SUB TO WS-INCIDENT-SUB.
           MOVE WS-IT-RECORD(WS-INCIDENT-SUB) TO INCIDENT-RECORD.
           ADD 1 TO WS-CLAIMS-LISTED.
           MOVE IN-CLAIM-NUMBER TO CL-CLAIM-NUMBER.
           PERFORM 450-SET-CLAIM-WORD.
           MOVE WS-CLAIM-WORD TO CL-STATUS.
           MOVE IN-NUMBER TO CL-NUMBER.
           MOVE IN-UNIT-NUMBER TO CL-UNIT.
           MOVE IN-DRIVER-ID TO CL-DRIVER.
           MOVE IN-DATE TO CL-DATE.
           MOVE IN-DAMAGE-ESTIMATE TO CL-ESTIMATE.
           PERFORM 440-SET-REPAIR-COLUMN.
           MOVE WS-REPAIR-TEXT TO CL-REPAIR-X.
           IF WS-IT-REPAIR-STATE(WS-INCIDENT-SUB) = 'C'
               MOVE WS-IT-REPAIR-COST(WS-INCIDENT-SUB) TO CL-REPAIR
           END-IF.
           MOVE SPACES TO CL-DAYS-OPEN-X.
           IF IN-CLAIM-STATUS = 'O'
               ADD 1 TO WS-CLAIMS-OPEN
               IF IN-DATE NUMERIC AND IN-DATE > 19000100
                   AND IN-DATE NOT > WS-RUN-DATE
                   COMPUTE WS-DAYS-OPEN =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(IN-DATE)
                   MOVE WS-DAYS-OPEN TO CL-DAYS-OPEN
               END-IF
           END-IF.
           MOVE WS-CLAIM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM INCIDENT-REPORT.
