      *          flags each account placed on collectionplacements.txt
      *          so the dunning run and the AR export stop touching
      *          it. Accounts already placed (status P) are left
      *          alone. Each extract released is registered on the
      *          interface manifest (INTERFACE-MANIFEST) with the
      *          accounts placed, dollars placed and its run sequence
      *          number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 TL-TERM-CODE       PIC X(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 TL-TERM-OWED       PIC ZZZ,ZZ9.99-.
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE COLLECTION-EXTRACT-FILE.
           CLOSE PLACEMENT-FILE.
           PERFORM 600-REGISTER-ON-MANIFEST.
           DISPLAY "==== COLLECTION PLACEMENT SUMMARY ====".
           DISPLAY "ACCOUNTS PLACED: " WS-ACCOUNTS-PLACED.
           DISPLAY "DOLLARS PLACED:  " WS-DOLLARS-PLACED.
               READ PLACEMENT-FILE
                   AT END MOVE 'Y' TO WS-PLACE-EOF
                   NOT AT END
                       IF CL-STATUS = 'P' OR CL-STATUS = 'U'
                           IF WS-PLACED-COUNT < 200
                               ADD 1 TO WS-PLACED-COUNT
                               MOVE CL-STUDENT-NUMBER TO
           IF WS-REG-FILE-STATUS = "00" OR "10"
               CLOSE STUDENT-REGISTRATION-FILE
           END-IF.
       600-REGISTER-ON-MANIFEST.
           MOVE "SEND" TO IM-ACTION.
           MOVE "collectionextract.txt" TO IM-FILE-NAME.
           MOVE "COLLECTION-PLACEMENT-BATCH" TO IM-PROGRAM.
           MOVE WS-ACCOUNTS-PLACED TO IM-RECORD-COUNT.
           MOVE WS-DOLLARS-PLACED TO IM-HASH-TOTAL.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
           DISPLAY "MANIFEST RUN SEQUENCE: " IM-SEQUENCE.

       END PROGRAM COLLECTION-PLACEMENT-BATCH.
