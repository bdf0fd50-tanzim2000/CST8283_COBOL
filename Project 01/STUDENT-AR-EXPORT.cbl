      *          name field) carries the sponsor-owed portion, so
      *          Finance stops dunning students for money an employer
      *          or band council owes. The "99" trailer still counts
      *          and totals the "01" records. Each extract released is
      *          registered on the interface manifest
      *          (INTERFACE-MANIFEST) with its "01" count, owed total
      *          and run sequence number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ON-PLACEMENT PIC X.
           88 WS-STUDENT-IS-PLACED VALUE 'Y'.
       01 WS-PLACED-SKIPPED PIC 9(4) VALUE ZERO.
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 300-WRITE-TRAILER-RECORD.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE AR-EXTRACT-FILE.
           PERFORM 990-REGISTER-ON-MANIFEST.
           DISPLAY "AR RECORDS EXPORTED: " WS-RECORD-COUNT.
           DISPLAY "CREDIT BALANCES SKIPPED (SEE REFUND EXTRACT): "
               WS-CREDITS-SKIPPED.
               READ PLACEMENT-FILE
                   AT END MOVE 'Y' TO WS-PLACE-EOF
                   NOT AT END
                       IF CL-STATUS = 'P' OR CL-STATUS = 'U'
                           IF WS-PLACED-COUNT < 200
                               ADD 1 TO WS-PLACED-COUNT
                               MOVE CL-STUDENT-NUMBER TO
           MOVE WS-TOTAL-OWED TO AR-AMOUNT-OWED.
           MOVE WS-RUN-DATE TO AR-TRANSACTION-DATE.
           WRITE AR-EXTRACT-RECORD.
      * The manifest is given the same count and total the "99"
      * trailer carries.
       990-REGISTER-ON-MANIFEST.
           MOVE "SEND" TO IM-ACTION.
           MOVE "ar_tuition_extract.txt" TO IM-FILE-NAME.
           MOVE "STUDENT-AR-EXPORT" TO IM-PROGRAM.
           MOVE WS-RECORD-COUNT TO IM-RECORD-COUNT.
           MOVE WS-TOTAL-OWED TO IM-HASH-TOTAL.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
           DISPLAY "MANIFEST RUN SEQUENCE: " IM-SEQUENCE.

       END PROGRAM STUDENT-AR-EXPORT.
