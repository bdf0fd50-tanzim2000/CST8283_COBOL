      ******************************************************************
      * Author: Tanzim Ahmed Sagar
      * Date: 15.10.2026
      * Purpose: Kit where-used report - reads the kit bill of
      *          materials on kitcomponents.txt back the other way
      *          round so stores can see which kits depend on an
      *          item before they run it down, discontinue it or
      *          change its supplier. For the item asked for (or
      *          every component when left blank) each kit that
      *          uses it is listed with the quantity per kit, the
      *          kits on hand from FILE2.TXT and how much of the
      *          component is tied up in those built kits, on
      *          kitwhereused.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-WHERE-USED-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-COMPONENT-FILE
           ASSIGN "../kitcomponents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KC-FILE-STATUS.
           SELECT INDEXED-INVENT-FILE
           ASSIGN TO '../FILE2.TXT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INVENTORY-ID-INDEXED
           ALTERNATE KEY IS VENDOR-NAME-INDEXED
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.
           SELECT WHERE-USED-REPORT-FILE
           ASSIGN "../kitwhereused.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WU-FILE-STATUS.
           SELECT SORT-WORK-FILE
           ASSIGN "../kitwhereused.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD KIT-COMPONENT-FILE.
           COPY "KIT-COMPONENT-RECORD.CPY".
       FD INDEXED-INVENT-FILE.
           COPY "INVENTORY-RECORD.CPY".
       FD WHERE-USED-REPORT-FILE.
       01 REPORT-LINE PIC X(100).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-COMPONENT-ID PIC X(9).
           05 SORT-KIT-ID       PIC X(9).
           05 SORT-QUANTITY     PIC 9(4).
       WORKING-STORAGE SECTION.
           COPY "BATCH-STEP-PARMS.CPY".
       01 WS-PARM-KEYWORD PIC X(12).
       01 WS-PARM-VALUE PIC X(10).
       01 WS-PARM-FOUND PIC X.
       01 WS-BP-SUB PIC 9(2).
       01 WS-SPOOL-REPORT PIC X(30).
       01 WS-SPOOL-PROGRAM PIC X(30) VALUE "KIT-WHERE-USED-REPORT".
       01 STATUS-FIELD PIC XX.
       01 WS-KC-FILE-STATUS PIC XX.
       01 WS-WU-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-SORT-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ITEM-INPUT PIC X(9).
       01 WS-LAST-COMPONENT PIC X(9).
       01 WS-TIED-UP PIC 9(9).
       01 WS-COMPONENT-TIED-UP PIC 9(9).
       01 WS-COMPONENTS-LISTED PIC 9(5) VALUE ZERO.
       01 WS-KITS-LISTED PIC 9(5) VALUE ZERO.
       01 WS-HEADING-1.
           05 FILLER          PIC X(23) VALUE
               "KIT WHERE-USED REPORT  ".
           05 H1-SELECTION    PIC X(24).
           05 FILLER          PIC X(9) VALUE "  RUN ON ".
           05 H1-RUN-DATE     PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER          PIC X(41) VALUE
               "   KIT       DESCRIPTION           PER KI".
           05 FILLER          PIC X(38) VALUE
               "T  KITS ON HAND  COMPONENT IN BUILT KI".
           05 FILLER          PIC X(2) VALUE "TS".
       01 WS-COMPONENT-LINE.
           05 FILLER          PIC X(11) VALUE "COMPONENT: ".
           05 CL-COMPONENT-ID PIC X(9).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 CL-DESCRIPTION  PIC X(20).
           05 FILLER          PIC X(11) VALUE "  ON HAND: ".
           05 CL-ON-HAND      PIC ZZZZ9.
           05 CL-ON-HAND-X REDEFINES CL-ON-HAND PIC X(5).
       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DL-KIT-ID       PIC X(9).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-DESCRIPTION  PIC X(20).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 DL-PER-KIT      PIC ZZZ9.
           05 FILLER          PIC X(7) VALUE SPACES.
           05 DL-KITS-ON-HAND PIC ZZZZ9.
           05 DL-KITS-ON-HAND-X REDEFINES DL-KITS-ON-HAND PIC X(5).
           05 FILLER          PIC X(20) VALUE SPACES.
           05 DL-TIED-UP      PIC ZZZZZZZZ9.
       01 WS-COMPONENT-TOTAL-LINE.
           05 FILLER          PIC X(45) VALUE
               "   TOTAL TIED UP IN BUILT KITS               ".
           05 FILLER          PIC X(27) VALUE SPACES.
           05 CT-TIED-UP      PIC ZZZZZZZZ9.
       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(21) VALUE
               "COMPONENTS LISTED:   ".
           05 TL-COMPONENTS   PIC ZZZZ9.
           05 FILLER          PIC X(21) VALUE
               "   KIT REFERENCES:   ".
           05 TL-KITS         PIC ZZZZ9.
       01 WS-NOTHING-LINE PIC X(100).
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "ITEM" TO WS-PARM-KEYWORD.
           PERFORM 950-FIND-STEP-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-VALUE(1:9) TO WS-ITEM-INPUT
           ELSE
               DISPLAY "WHERE-USED FOR WHICH ITEM (BLANK = EVERY "
                   "COMPONENT)?"
               ACCEPT WS-ITEM-INPUT
           END-IF.
           OPEN INPUT INDEXED-INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "ERROR OPENING INDEXED-INVENT-FILE - STATUS "
                   STATUS-FIELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT WHERE-USED-REPORT-FILE.
           IF WS-WU-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WHERE-USED-REPORT-FILE - STATUS "
                   WS-WU-FILE-STATUS
               CLOSE INDEXED-INVENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-ITEM-INPUT = SPACES
               MOVE "ALL COMPONENTS" TO H1-SELECTION
           ELSE
               STRING "ITEM " DELIMITED BY SIZE
                   WS-ITEM-INPUT DELIMITED BY SIZE
                   INTO H1-SELECTION
           END-IF.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-COMPONENT-ID
               ON ASCENDING KEY SORT-KIT-ID
               INPUT PROCEDURE 100-RELEASE-COMPONENTS
               OUTPUT PROCEDURE 200-WRITE-WHERE-USED.
           IF WS-KITS-LISTED = ZERO
               IF WS-ITEM-INPUT = SPACES
                   MOVE "  NO KITS ON THE KIT FILE" TO WS-NOTHING-LINE
               ELSE
                   MOVE "  THE ITEM IS NOT A COMPONENT OF ANY KIT"
                       TO WS-NOTHING-LINE
               END-IF
               MOVE WS-NOTHING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COMPONENTS-LISTED TO TL-COMPONENTS.
           MOVE WS-KITS-LISTED TO TL-KITS.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE INDEXED-INVENT-FILE.
           CLOSE WHERE-USED-REPORT-FILE.
           MOVE "kitwhereused.txt" TO WS-SPOOL-REPORT.
           CALL "REPORT-SPOOL-CAPTURE" USING WS-SPOOL-REPORT
               WS-SPOOL-PROGRAM.
           DISPLAY "COMPONENTS LISTED: " WS-COMPONENTS-LISTED.
           DISPLAY "KIT REFERENCES:    " WS-KITS-LISTED.
           GOBACK.
       100-RELEASE-COMPONENTS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT KIT-COMPONENT-FILE.
           IF WS-KC-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ KIT-COMPONENT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ITEM-INPUT = SPACES
                           OR KC-COMPONENT-ID = WS-ITEM-INPUT
                           MOVE KC-COMPONENT-ID TO SORT-COMPONENT-ID
                           MOVE KC-KIT-ID TO SORT-KIT-ID
                           MOVE KC-QUANTITY TO SORT-QUANTITY
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KC-FILE-STATUS = "00" OR "10"
               CLOSE KIT-COMPONENT-FILE
           END-IF.
       200-WRITE-WHERE-USED.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE SPACES TO WS-LAST-COMPONENT.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SORT-COMPONENT-ID NOT = WS-LAST-COMPONENT
                           IF WS-LAST-COMPONENT NOT = SPACES
                               PERFORM 220-WRITE-COMPONENT-TOTAL
                           END-IF
                           PERFORM 210-WRITE-COMPONENT-HEADING
                       END-IF
                       PERFORM 230-WRITE-KIT-LINE
               END-RETURN
           END-PERFORM.
           IF WS-LAST-COMPONENT NOT = SPACES
               PERFORM 220-WRITE-COMPONENT-TOTAL
           END-IF.
       210-WRITE-COMPONENT-HEADING.
           MOVE SORT-COMPONENT-ID TO WS-LAST-COMPONENT.
           MOVE ZERO TO WS-COMPONENT-TIED-UP.
           ADD 1 TO WS-COMPONENTS-LISTED.
           MOVE SORT-COMPONENT-ID TO CL-COMPONENT-ID.
           MOVE SORT-COMPONENT-ID TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO CL-DESCRIPTION
                   MOVE SPACES TO CL-ON-HAND-X
               NOT INVALID KEY
                   MOVE INVENTORY-DESCRIPTION-INDEXED
                       TO CL-DESCRIPTION
                   MOVE QUANTITY-ON-HAND-INDEXED TO CL-ON-HAND
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COMPONENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       220-WRITE-COMPONENT-TOTAL.
           MOVE WS-COMPONENT-TIED-UP TO CT-TIED-UP.
           MOVE WS-COMPONENT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       230-WRITE-KIT-LINE.
           ADD 1 TO WS-KITS-LISTED.
           MOVE SORT-KIT-ID TO DL-KIT-ID.
           MOVE SORT-QUANTITY TO DL-PER-KIT.
           MOVE ZERO TO WS-TIED-UP.
           MOVE SORT-KIT-ID TO INVENTORY-ID-INDEXED.
           READ INDEXED-INVENT-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO DL-DESCRIPTION
                   MOVE SPACES TO DL-KITS-ON-HAND-X
               NOT INVALID KEY
                   MOVE INVENTORY-DESCRIPTION-INDEXED
                       TO DL-DESCRIPTION
                   MOVE QUANTITY-ON-HAND-INDEXED TO DL-KITS-ON-HAND
                   COMPUTE WS-TIED-UP =
                       SORT-QUANTITY * QUANTITY-ON-HAND-INDEXED
           END-READ.
           MOVE WS-TIED-UP TO DL-TIED-UP.
           ADD WS-TIED-UP TO WS-COMPONENT-TIED-UP.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

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

       END PROGRAM KIT-WHERE-USED-REPORT.
