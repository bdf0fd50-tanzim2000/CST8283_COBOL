      *          lists every student whose TUITION-OWED is a credit
      *          balance (negative, money we owe the student) so
      *          Finance can cut refund cheques, with a "99" trailer
      *          carrying the record count and refund total. Each
      *          extract released is registered on the interface
      *          manifest (INTERFACE-MANIFEST) with that count, total
      *          and its run sequence number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REFUND PIC 9(9)V99 VALUE ZERO.
       01 WS-REFUND-AMOUNT PIC 9(5)V99.
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 300-WRITE-TRAILER-RECORD.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE REFUND-EXTRACT-FILE.
           PERFORM 990-REGISTER-ON-MANIFEST.
           DISPLAY "STUDENTS IN CREDIT: " WS-RECORD-COUNT.
           STOP RUN.
       200-WRITE-DETAIL-RECORD.
           MOVE WS-TOTAL-REFUND TO RF-REFUND-AMOUNT.
           MOVE WS-RUN-DATE TO RF-TRANSACTION-DATE.
           WRITE REFUND-EXTRACT-RECORD.
       990-REGISTER-ON-MANIFEST.
           MOVE "SEND" TO IM-ACTION.
           MOVE "refund_extract.txt" TO IM-FILE-NAME.
           MOVE "STUDENT-REFUND-EXTRACT" TO IM-PROGRAM.
           MOVE WS-RECORD-COUNT TO IM-RECORD-COUNT.
           MOVE WS-TOTAL-REFUND TO IM-HASH-TOTAL.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
           DISPLAY "MANIFEST RUN SEQUENCE: " IM-SEQUENCE.

       END PROGRAM STUDENT-REFUND-EXTRACT.
