      * Date: 02.09.2026
      * Purpose: Fuel card transaction import - reads the provider's
      *          monthly file (fuelcardtransactions.txt: card number,
      *          date, litres, odometer, dollar amount), matches
      *          each transaction to a VEH-UNIT-NUMBER through the
      *          card-to-unit cross-reference in fuelcardxref.txt,
      *          writes matched fills into fueleconomy.txt (the fill
      *          history the economy reporting reads), and sidelines
      *          the exceptions that used to be invisible fraud -
      *          transactions on unknown cards, fills on retired
      *          units, and fills over the unit's tank size on the
      *          xref - to fuelcardexceptions.txt. After a clean run
      *          the provider file is stamped away to a .posted name
      *          so a rerun cannot import the same month twice, the
      *          same discipline STOCK-MOVEMENT-BATCH uses.
      *          The dollar amount of each fill is carried onto
      *          fueleconomy.txt so FLEET-CHARGEBACK-RUN can bill the
      *          card spend back to the departments; a transaction
      *          with no readable amount imports at zero dollars and
      *          is counted. The provider's file ends in a TRAILER
      *          record carrying its transaction count, dollar total
      *          and run sequence number, and is verified on the
      *          interface manifest (INTERFACE-MANIFEST) before any
      *          fill imports: a file without the trailer, one that
      *          does not foot to it, or one already received is
      *          refused; a skipped sequence number is noted. An
      *          imported file is logged there as received.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FT-TRANS-DATE  PIC 9(8).
           05 FT-LITRES      PIC 9(3)V9.
           05 FT-ODOMETER    PIC 9(7).
           05 FT-AMOUNT      PIC 9(5)V99.
       01 FUEL-CARD-TRAILER-RECORD.
           05 FX-TRAILER-ID  PIC X(16).
               88 FX-IS-TRAILER  VALUE "TRAILER".
           05 FX-TRANS-COUNT PIC 9(7).
           05 FX-TRANS-TOTAL PIC 9(9)V99.
           05 FX-SEQUENCE    PIC X(6).
           05 FX-SEQUENCE-NUM REDEFINES FX-SEQUENCE PIC 9(6).
           05 FILLER         PIC X(2).
       FD CARD-XREF-FILE.
       01 CARD-XREF-RECORD.
           05 FC-CARD-NUMBER PIC X(16).
           05 FE-LITRES      PIC 9(4)V9.
           05 FILLER         PIC X VALUE SPACE.
           05 FE-ODOMETER    PIC 9(7).
           05 FILLER         PIC X VALUE SPACE.
           05 FE-AMOUNT      PIC 9(5)V99.
       FD CARD-EXCEPTION-FILE.
       01 CARD-EXCEPTION-RECORD.
           05 EX-CARD-NUMBER PIC X(16).
       01 WS-FILLS-IMPORTED PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTIONS PIC 9(5) VALUE ZERO.
       01 WS-LITRES-IMPORTED PIC 9(7)V9 VALUE ZERO.
       01 WS-DOLLARS-IMPORTED PIC 9(7)V99 VALUE ZERO.
       01 WS-NO-AMOUNT PIC 9(5) VALUE ZERO.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-COMMAND-LINE PIC X(100).
           COPY "INTERFACE-MANIFEST-AREA.CPY".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-LOAD-XREF-TABLE.
               GOBACK
           END-IF.
           PERFORM 110-LOAD-VEHICLE-TABLE.
           PERFORM 150-VERIFY-FILE-ON-MANIFEST.
           IF IM-REFUSED
               DISPLAY "FUEL CARD FILE REFUSED - " IM-REASON
               DISPLAY "NOTHING IMPORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF IM-GAP-ACCEPTED
               DISPLAY "FUEL CARD FILE " IM-REASON
           END-IF.
           OPEN INPUT FUEL-CARD-FILE.
           IF WS-FC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FUEL-CARD-FILE - STATUS "
               READ FUEL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT FX-IS-TRAILER
                           ADD 1 TO WS-TRANS-READ
                           PERFORM 200-MATCH-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUEL-CARD-FILE.
           DISPLAY "FILLS IMPORTED:    " WS-FILLS-IMPORTED.
           DISPLAY "EXCEPTIONS:        " WS-EXCEPTIONS.
           DISPLAY "LITRES IMPORTED:   " WS-LITRES-IMPORTED.
           DISPLAY "DOLLARS IMPORTED:  " WS-DOLLARS-IMPORTED.
           DISPLAY "FILLS NO AMOUNT:   " WS-NO-AMOUNT.
           PERFORM 500-STAMP-POSTED-TRANSACTIONS.
           MOVE "RECEIVE" TO IM-ACTION.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
           GOBACK.
       100-LOAD-XREF-TABLE.
           MOVE 'N' TO WS-EOF.
               END-READ
           END-PERFORM.
           CLOSE VEHICLE-MASTER-FILE.
      * A first pass foots every transaction to the provider's
      * trailer, so a short or resent month never reaches the
      * economy history.
       150-VERIFY-FILE-ON-MANIFEST.
           MOVE "VERIFY" TO IM-ACTION.
           MOVE "fuelcardtransactions.txt" TO IM-FILE-NAME.
           MOVE "FUEL-CARD-IMPORT" TO IM-PROGRAM.
           MOVE ZERO TO IM-RECORD-COUNT.
           MOVE ZERO TO IM-HASH-TOTAL.
           MOVE ZERO TO IM-SEQUENCE.
           MOVE 'N' TO IM-TRAILER-FOUND.
           MOVE ZERO TO IM-TRAILER-COUNT.
           MOVE ZERO TO IM-TRAILER-TOTAL.
           OPEN INPUT FUEL-CARD-FILE.
           IF WS-FC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FUEL-CARD-FILE - STATUS "
                   WS-FC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FUEL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 160-FOOT-ONE-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE FUEL-CARD-FILE.
           CALL "INTERFACE-MANIFEST" USING INTERFACE-MANIFEST-AREA.
       160-FOOT-ONE-TRANSACTION.
           IF FX-IS-TRAILER
               MOVE 'Y' TO IM-TRAILER-FOUND
               IF FX-TRANS-COUNT NUMERIC
                   MOVE FX-TRANS-COUNT TO IM-TRAILER-COUNT
               END-IF
               IF FX-TRANS-TOTAL NUMERIC
                   MOVE FX-TRANS-TOTAL TO IM-TRAILER-TOTAL
               END-IF
               IF FX-SEQUENCE-NUM NUMERIC
                   MOVE FX-SEQUENCE-NUM TO IM-SEQUENCE
               END-IF
           ELSE
               ADD 1 TO IM-RECORD-COUNT
               IF FT-AMOUNT NUMERIC
                   ADD FT-AMOUNT TO IM-HASH-TOTAL
               END-IF
           END-IF.
      * A fill over the unit's tank size cannot be the unit's own
      * tank - that is a jerry can or somebody else's vehicle on
      * our card, and it belongs on the exception list, not in the
           ELSE
               MOVE ZERO TO FE-ODOMETER
           END-IF.
           IF FT-AMOUNT NUMERIC
               MOVE FT-AMOUNT TO FE-AMOUNT
               ADD FT-AMOUNT TO WS-DOLLARS-IMPORTED
           ELSE
               MOVE ZERO TO FE-AMOUNT
               ADD 1 TO WS-NO-AMOUNT
           END-IF.
           WRITE FUEL-ECONOMY-RECORD.
           ADD 1 TO WS-FILLS-IMPORTED.
           ADD FT-LITRES TO WS-LITRES-IMPORTED.
