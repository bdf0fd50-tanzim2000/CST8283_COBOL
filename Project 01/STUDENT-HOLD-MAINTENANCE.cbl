      *          the signed-on operator, so releases are audited like
      *          everything else. Run standalone the program prompts
      *          for an operator ID and treats it as supervisor, the
      *          same fallback PROJECT-ONE uses. A WRO hold placed
      *          by BAD-DEBT-WRITE-OFF is permanent and is refused
      *          for release.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               DISPLAY "HOLD TYPE TO RELEASE (e.g. FIN)?"
               ACCEPT WS-HOLD-TYPE-INPUT
               PERFORM 600-FIND-ACTIVE-HOLD
               EVALUATE TRUE
                   WHEN WS-FOUND-SUB = ZERO
                       DISPLAY "NO ACTIVE " WS-HOLD-TYPE-INPUT
                           " HOLD ON STUDENT " WS-NUMBER-INPUT
                   WHEN WS-HOLD-TYPE-INPUT = "WRO"
                       DISPLAY "A WRO HOLD IS PERMANENT - THE BALANCE "
                           "WAS WRITTEN OFF AS BAD DEBT"
                   WHEN OTHER
                       MOVE WS-HT-RECORD(WS-FOUND-SUB)
                           TO STUDENT-HOLD-RECORD
                       MOVE 'R' TO HD-STATUS
                       MOVE WS-RUN-DATE TO HD-RELEASED-DATE
                       MOVE STUDENT-HOLD-RECORD
                           TO WS-HT-RECORD(WS-FOUND-SUB)
                       MOVE 'Y' TO WS-CHANGES-MADE
                       PERFORM 410-WRITE-RELEASE-AUDIT-ENTRY
                       DISPLAY "HOLD RELEASED FOR STUDENT "
                           WS-NUMBER-INPUT
               END-EVALUATE
           END-IF.
       410-WRITE-RELEASE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
