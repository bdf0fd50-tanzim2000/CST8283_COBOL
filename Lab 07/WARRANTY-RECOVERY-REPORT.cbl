      ******************************************************************
      * Author:Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Warranty recovery report - lists every claim on
      *          warrantyclaims.txt by dealer, with what was claimed,
      *          approved and actually received and the days a
      *          submitted claim has waited on the dealer, and totals
      *          each dealer and the fleet: claimed against received,
      *          what is still outstanding (claims not yet decided at
      *          their claimed amount, approved claims at their
      *          approved amount) and what was written off (denied
      *          claims, cuts on approval and short payments). Output
      *          goes to warrantyrecovery.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-RECOVERY-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRANTY-CLAIM-FILE
           ASSIGN "../warrantyclaims.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WR-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../warrantysort.tmp".
           SELECT RECOVERY-REPORT-FILE
           ASSIGN "../warrantyrecovery.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WARRANTY-CLAIM-FILE.
           COPY "WARRANTY-CLAIM-RECORD.CPY".
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-DEALER    PIC X(10).
           05 SORT-WO-NUMBER PIC 9(6).
           05 SORT-CLAIM-SUB PIC 9(4).
       FD RECOVERY-REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-WR-FILE-STATUS PIC XX.
       01 WS-RR-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CLAIM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CLAIM-TABLE.
           05 WS-CLAIM-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CLAIM-COUNT.
               10 WS-CT-RECORD PIC X(108).
       01 WS-CLAIM-SUB PIC 9(4).
       01 WS-PREV-DEALER PIC X(10).
       01 WS-FIRST-GROUP PIC X.
       01 WS-DAYS-WAITING PIC 9(5).
       01 WS-WRITTEN-OFF PIC S9(7)V99.
       01 WS-DEALER-TOTALS.
           05 WS-DT-CLAIMS      PIC 9(4).
           05 WS-DT-DENIED      PIC 9(4).
           05 WS-DT-CLAIMED     PIC 9(8)V99.
           05 WS-DT-APPROVED    PIC 9(8)V99.
           05 WS-DT-RECEIVED    PIC 9(8)V99.
           05 WS-DT-OUTSTANDING PIC 9(8)V99.
           05 WS-DT-WRITTEN-OFF PIC 9(8)V99.
       01 WS-FLEET-TOTALS.
           05 WS-FT-CLAIMS      PIC 9(4).
           05 WS-FT-DENIED      PIC 9(4).
           05 WS-FT-CLAIMED     PIC 9(8)V99.
           05 WS-FT-APPROVED    PIC 9(8)V99.
           05 WS-FT-RECEIVED    PIC 9(8)V99.
           05 WS-FT-OUTSTANDING PIC 9(8)V99.
           05 WS-FT-WRITTEN-OFF PIC 9(8)V99.
       01 WS-HEADING-1.
           05 FILLER          PIC X(27) VALUE
               "WARRANTY RECOVERY REPORT AS".
           05 FILLER          PIC X(4) VALUE " AT ".
           05 H1-RUN-DATE     PIC 9(8).
       01 WS-COLUMN-HEADING.
           05 FILLER          PIC X(46) VALUE
               "WO     UNIT   COVERAGE STATUS    DEALER REF   ".
           05 FILLER          PIC X(54) VALUE
               "RAISED     CLAIMED   APPROVED   RECEIVED   WAIT".
       01 WS-GROUP-HEADING.
           05 FILLER          PIC X(8) VALUE "DEALER  ".
           05 GH-DEALER       PIC X(10).
       01 WS-DETAIL-LINE.
           05 DL-WO-NUMBER    PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-UNIT         PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-COVERAGE     PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-STATUS       PIC X(9).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-REFERENCE    PIC X(12).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-RAISED       PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-CLAIMED      PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-APPROVED     PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-RECEIVED     PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-WAIT         PIC ZZZZ9.
           05 DL-WAIT-X REDEFINES DL-WAIT PIC X(5).
       01 WS-TOTAL-LINE-1.
           05 TL-LABEL        PIC X(11).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 TL-DEALER       PIC X(10).
           05 FILLER          PIC X(8) VALUE " CLAIMS:".
           05 TL-CLAIMS       PIC ZZZ9.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 TL-CLAIMED      PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 TL-APPROVED     PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 TL-RECEIVED     PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-2.
           05 FILLER          PIC X(15) VALUE "  OUTSTANDING: ".
           05 TL-OUTSTANDING  PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(16) VALUE "   WRITTEN OFF: ".
           05 TL-WRITTEN-OFF  PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(11) VALUE "   DENIED: ".
           05 TL-DENIED       PIC ZZZ9.
       01 WS-NOTHING-LINE PIC X(100).
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-CLAIM-TABLE.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           IF WS-RR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECOVERY-REPORT-FILE - STATUS "
                   WS-RR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           INITIALIZE WS-FLEET-TOTALS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DEALER SORT-WO-NUMBER
               INPUT PROCEDURE 300-RELEASE-CLAIMS
               OUTPUT PROCEDURE 400-WRITE-DEALER-GROUPS.
           CLOSE RECOVERY-REPORT-FILE.
           DISPLAY "CLAIMS LISTED:  " WS-FT-CLAIMS.
           MOVE WS-FT-CLAIMED TO TL-CLAIMED.
           DISPLAY "CLAIMED:        " TL-CLAIMED.
           MOVE WS-FT-RECEIVED TO TL-RECEIVED.
           DISPLAY "RECEIVED:       " TL-RECEIVED.
           MOVE WS-FT-OUTSTANDING TO TL-OUTSTANDING.
           DISPLAY "OUTSTANDING:    " TL-OUTSTANDING.
           STOP RUN.
       100-LOAD-CLAIM-TABLE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WARRANTY-CLAIM-FILE.
           IF WS-WR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WARRANTY-CLAIM-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CLAIM-COUNT < 2000
                           ADD 1 TO WS-CLAIM-COUNT
                           MOVE WARRANTY-CLAIM-RECORD
                               TO WS-CT-RECORD(WS-CLAIM-COUNT)
                       ELSE
                           DISPLAY 'CLAIM TABLE FULL - DROPPED: '
                               WR-WO-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WR-FILE-STATUS = "00" OR "10"
               CLOSE WARRANTY-CLAIM-FILE
           END-IF.
       300-RELEASE-CLAIMS.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
                   UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               MOVE WS-CT-RECORD(WS-CLAIM-SUB)
                   TO WARRANTY-CLAIM-RECORD
               MOVE WR-DEALER TO SORT-DEALER
               MOVE WR-WO-NUMBER TO SORT-WO-NUMBER
               MOVE WS-CLAIM-SUB TO SORT-CLAIM-SUB
               RELEASE SORT-RECORD
           END-PERFORM.
       400-WRITE-DEALER-GROUPS.
           MOVE 'Y' TO WS-FIRST-GROUP.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 410-TAKE-ONE-CLAIM
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-GROUP = 'Y'
               MOVE "  NO WARRANTY CLAIMS ON FILE" TO WS-NOTHING-LINE
               MOVE WS-NOTHING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 430-WRITE-DEALER-TOTAL
               PERFORM 440-WRITE-FLEET-TOTAL
           END-IF.
       410-TAKE-ONE-CLAIM.
           MOVE SORT-CLAIM-SUB TO WS-CLAIM-SUB.
           MOVE WS-CT-RECORD(WS-CLAIM-SUB) TO WARRANTY-CLAIM-RECORD.
           IF WS-FIRST-GROUP = 'Y' OR SORT-DEALER NOT = WS-PREV-DEALER
               IF WS-FIRST-GROUP = 'N'
                   PERFORM 430-WRITE-DEALER-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP
               MOVE SORT-DEALER TO WS-PREV-DEALER
               INITIALIZE WS-DEALER-TOTALS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SORT-DEALER TO GH-DEALER
               MOVE WS-GROUP-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WR-WO-NUMBER TO DL-WO-NUMBER.
           MOVE WR-UNIT-NUMBER TO DL-UNIT.
           MOVE WR-COVERAGE TO DL-COVERAGE.
           MOVE WR-DEALER-REFERENCE TO DL-REFERENCE.
           MOVE WR-RAISED-DATE TO DL-RAISED.
           MOVE WR-CLAIMED-AMOUNT TO DL-CLAIMED.
           MOVE WR-APPROVED-AMOUNT TO DL-APPROVED.
           MOVE WR-PAID-AMOUNT TO DL-RECEIVED.
           MOVE SPACES TO DL-WAIT-X.
           PERFORM 420-ADD-TO-DEALER.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Claimed always splits three ways - received, still
      * outstanding and written off - so the dealer lines add up.
       420-ADD-TO-DEALER.
           ADD 1 TO WS-DT-CLAIMS.
           ADD WR-CLAIMED-AMOUNT TO WS-DT-CLAIMED.
           ADD WR-APPROVED-AMOUNT TO WS-DT-APPROVED.
           ADD WR-PAID-AMOUNT TO WS-DT-RECEIVED.
           MOVE ZERO TO WS-WRITTEN-OFF.
           EVALUATE WR-STATUS
               WHEN 'O'
                   MOVE "RAISED" TO DL-STATUS
                   ADD WR-CLAIMED-AMOUNT TO WS-DT-OUTSTANDING
               WHEN 'S'
                   MOVE "SUBMITTED" TO DL-STATUS
                   ADD WR-CLAIMED-AMOUNT TO WS-DT-OUTSTANDING
                   PERFORM 425-SET-DAYS-WAITING
               WHEN 'A'
                   MOVE "APPROVED" TO DL-STATUS
                   ADD WR-APPROVED-AMOUNT TO WS-DT-OUTSTANDING
                   COMPUTE WS-WRITTEN-OFF =
                       WR-CLAIMED-AMOUNT - WR-APPROVED-AMOUNT
                   PERFORM 425-SET-DAYS-WAITING
               WHEN 'D'
                   MOVE "DENIED" TO DL-STATUS
                   ADD 1 TO WS-DT-DENIED
                   MOVE WR-CLAIMED-AMOUNT TO WS-WRITTEN-OFF
               WHEN OTHER
                   MOVE "PAID" TO DL-STATUS
                   COMPUTE WS-WRITTEN-OFF =
                       WR-CLAIMED-AMOUNT - WR-PAID-AMOUNT
           END-EVALUATE.
           IF WS-WRITTEN-OFF > ZERO
               ADD WS-WRITTEN-OFF TO WS-DT-WRITTEN-OFF
           END-IF.
       425-SET-DAYS-WAITING.
           IF WR-SUBMITTED-DATE NUMERIC
               AND WR-SUBMITTED-DATE > 19000100
               AND WR-SUBMITTED-DATE NOT > WS-RUN-DATE
               COMPUTE WS-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WR-SUBMITTED-DATE)
               MOVE WS-DAYS-WAITING TO DL-WAIT
           END-IF.
       430-WRITE-DEALER-TOTAL.
           MOVE "  TOTAL FOR" TO TL-LABEL.
           MOVE WS-PREV-DEALER TO TL-DEALER.
           MOVE WS-DT-CLAIMS TO TL-CLAIMS.
           MOVE WS-DT-CLAIMED TO TL-CLAIMED.
           MOVE WS-DT-APPROVED TO TL-APPROVED.
           MOVE WS-DT-RECEIVED TO TL-RECEIVED.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DT-OUTSTANDING TO TL-OUTSTANDING.
           MOVE WS-DT-WRITTEN-OFF TO TL-WRITTEN-OFF.
           MOVE WS-DT-DENIED TO TL-DENIED.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-DT-CLAIMS TO WS-FT-CLAIMS.
           ADD WS-DT-DENIED TO WS-FT-DENIED.
           ADD WS-DT-CLAIMED TO WS-FT-CLAIMED.
           ADD WS-DT-APPROVED TO WS-FT-APPROVED.
           ADD WS-DT-RECEIVED TO WS-FT-RECEIVED.
           ADD WS-DT-OUTSTANDING TO WS-FT-OUTSTANDING.
           ADD WS-DT-WRITTEN-OFF TO WS-FT-WRITTEN-OFF.
       440-WRITE-FLEET-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  TOTAL ALL" TO TL-LABEL.
           MOVE "DEALERS" TO TL-DEALER.
           MOVE WS-FT-CLAIMS TO TL-CLAIMS.
           MOVE WS-FT-CLAIMED TO TL-CLAIMED.
           MOVE WS-FT-APPROVED TO TL-APPROVED.
           MOVE WS-FT-RECEIVED TO TL-RECEIVED.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FT-OUTSTANDING TO TL-OUTSTANDING.
           MOVE WS-FT-WRITTEN-OFF TO TL-WRITTEN-OFF.
           MOVE WS-FT-DENIED TO TL-DENIED.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM WARRANTY-RECOVERY-REPORT.
