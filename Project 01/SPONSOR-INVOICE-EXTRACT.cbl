      *          billing address from sponsormaster.txt, and writes
      *          sponsorinvoices.txt with a total per sponsor and a
      *          grand total, so the Bursar stops typing sponsor
      *          invoices by hand. Each invoice file released is
      *          registered on the interface manifest
      *          (INTERFACE-MANIFEST) with its invoice line count,
      *          grand total and run sequence number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER             PIC X(20) VALUE
               "GRAND TOTAL BILLED  ".
           05 GT-GRAND-TOTAL     PIC ZZZZZ,ZZ9.99.
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           WRITE INVOICE-LINE.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE SPONSOR-INVOICE-FILE.
           PERFORM 700-REGISTER-ON-MANIFEST.
           DISPLAY "INVOICE LINES WRITTEN: " WS-LINES-WRITTEN.
           STOP RUN.
       100-LOAD-SPONSOR-TABLE.
                       WS-SH-SPONSOR(WS-SHIP-SUB) " - NOT BILLED"
               END-IF
           END-PERFORM.
       700-REGISTER-ON-MANIFEST.
           MOVE "SEND" TO IM-ACTION.
           MOVE "sponsorinvoices.txt" TO IM-FILE-NAME.
           MOVE "SPONSOR-INVOICE-EXTRACT" TO IM-PROGRAM.
           MOVE WS-LINES-WRITTEN TO IM-RECORD-COUNT.
           MOVE WS-GRAND-TOTAL TO IM-HASH-TOTAL.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
           DISPLAY "MANIFEST RUN SEQUENCE: " IM-SEQUENCE.

       END PROGRAM SPONSOR-INVOICE-EXTRACT.
