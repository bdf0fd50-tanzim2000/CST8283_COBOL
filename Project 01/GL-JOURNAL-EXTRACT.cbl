      *          journal lines using the account mapping in
      *          glaccountmap.txt (action code, debit account, credit
      *          account - NEW and UPDATE to tuition revenue, LATEFE
      *          and the CRSFEE course fees to fee revenue, PAYMNT
      *          to cash against receivable, FEEREV, CRSFRV and
      *          PAYREV as reversals, WRTOFF bad-debt write-offs to
      *          bad-debt expense against receivable and WRTREC
      *          recoveries back out of it; a negative net swaps
      *          the pair). An action mapped to NOPOST is deliberately
      *          skipped (zero-dollar actions like HOLD); an action
      *          the table does not cover at all goes on the
      *          a non-zero return code. The period dates answer
      *          from the FROMDATE/TODATE step parameters when run
      *          off the month-end batch, prompting only standalone.
      *          A released journal is registered on the interface
      *          manifest (INTERFACE-MANIFEST) with its line count,
      *          total debits and run sequence number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-UNMAPPED-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LINES-WRITTEN PIC 9(4) VALUE ZERO.
       01 WS-COMMAND-LINE PIC X(60).
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ELSE
               DISPLAY "JOURNAL BALANCED AND RELEASED TO "
                   "gljournal.txt"
               PERFORM 510-REGISTER-ON-MANIFEST
           END-IF.
      * A balanced journal's debits equal its credits, so the debit
      * total alone is the hash Finance foots the file to.
       510-REGISTER-ON-MANIFEST.
           MOVE "SEND" TO IM-ACTION.
           MOVE "gljournal.txt" TO IM-FILE-NAME.
           MOVE "GL-JOURNAL-EXTRACT" TO IM-PROGRAM.
           MOVE WS-LINES-WRITTEN TO IM-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL TO IM-HASH-TOTAL.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
           DISPLAY "MANIFEST RUN SEQUENCE: " IM-SEQUENCE.

      * Batch steps hand their console answers through the
      * BATCH-STEP-PARMS area; run standalone the area is empty and
