      *          units, and writes renewalexpiry.txt so the March
      *          roadside surprise never repeats. Runnable as a
      *          batchcontrol.txt step - nothing prompts.
      *          Each expiry reported is also sent to the FLEET desk
      *          by email or SMS through NOTIFICATION-QUEUE (template
      *          RENEWAL) - once per bucket, as the date moves from
      *          60 days out to 30, to 7 and to lapsed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD EXPIRY-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "NOTIFICATION-AREA.CPY".
       01 WS-RN-FILE-STATUS PIC XX.
       01 WS-VEH-FILE-STATUS PIC XX.
       01 WS-EX-FILE-STATUS PIC XX.
       01 WS-DUE-7-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DUE-30-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DUE-60-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NOTICES-QUEUED PIC 9(4) VALUE ZERO.
       01 WS-HEADING-1 PIC X(80) VALUE
           "RENEWAL EXPIRY REPORT - INSURANCE AND PLATES".
       01 WS-DETAIL-LINE.
           DISPLAY "DUE WITHIN 7:     " WS-DUE-7-COUNT.
           DISPLAY "DUE WITHIN 30:    " WS-DUE-30-COUNT.
           DISPLAY "DUE WITHIN 60:    " WS-DUE-60-COUNT.
           DISPLAY "NOTICES QUEUED:   " WS-NOTICES-QUEUED.
           GOBACK.
       100-LOAD-VEHICLE-TABLE.
           MOVE 'N' TO WS-EOF.
           MOVE RN-EXPIRY-DATE TO DL-EXPIRY.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 310-QUEUE-RENEWAL-NOTICE.
      * The bucket is one of the variables, so the desk hears once
      * per bucket rather than every night the unit stays in it.
       310-QUEUE-RENEWAL-NOTICE.
           MOVE SPACES TO NOTIFICATION-AREA.
           MOVE 'O' TO NT-RECIPIENT-TYPE.
           MOVE "FLEET" TO NT-RECIPIENT-ID.
           MOVE "RENEWAL" TO NT-TEMPLATE.
           MOVE RN-UNIT-NUMBER TO NT-VARIABLE(1).
           MOVE RN-DOC-TYPE TO NT-VARIABLE(2).
           MOVE RN-EXPIRY-DATE TO NT-VARIABLE(3).
           MOVE DL-BUCKET TO NT-VARIABLE(4).
           MOVE "RENEWAL-EXPIRY-REPORT" TO NT-PROGRAM.
           CALL "NOTIFICATION-QUEUE" USING NOTIFICATION-AREA.
           IF NT-QUEUED
               ADD 1 TO WS-NOTICES-QUEUED
           END-IF.

       END PROGRAM RENEWAL-EXPIRY-REPORT.
