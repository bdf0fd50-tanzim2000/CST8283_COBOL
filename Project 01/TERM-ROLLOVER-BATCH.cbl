               READ PLACEMENT-FILE
                   AT END MOVE 'Y' TO WS-PLACE-EOF
                   NOT AT END
                       IF CL-STATUS = 'P' OR CL-STATUS = 'U'
                           IF WS-PLACED-COUNT < 200
                               ADD 1 TO WS-PLACED-COUNT
                               MOVE CL-STUDENT-NUMBER TO
