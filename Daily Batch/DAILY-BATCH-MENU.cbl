      *          password at sign-on, and a password flagged
      *          must-change (a new operator or a lockout reset by
      *          OPERATOR-ADMIN) forces the change before the menu
      *          opens. Option 7 runs OPERATOR-ADMIN, option 8
      *          breaks a stuck data-set lock through
      *          LOCK-BREAK-UTILITY and option 9 approves balance
      *          adjustments parked for a second operator through
      *          PENDING-ADJUSTMENT-APPROVAL, all for a signed-on
      *          supervisor.
      * Tectonics: cobc
      ******************************************************************
           88 WS-CHOICE-LATE-FEE       VALUE '6'.
           88 WS-CHOICE-OPERATOR-ADMIN VALUE '7'.
           88 WS-CHOICE-BREAK-LOCK     VALUE '8'.
           88 WS-CHOICE-APPROVE-ADJ    VALUE '9'.
       01 WS-SA-FILE-STATUS PIC XX.
       01 WS-SIGNON-RESULT PIC X(6).
       01 WS-FOUND-OPERATOR-SUB PIC 9(3).
           DISPLAY '6 = TUITION LATE FEE BATCH / REVERSAL'.
           DISPLAY '7 = OPERATOR ADMINISTRATION (SUPERVISOR)'.
           DISPLAY '8 = BREAK A DATA-SET LOCK (SUPERVISOR)'.
           DISPLAY '9 = APPROVE PARKED ADJUSTMENTS (SUPERVISOR)'.
           DISPLAY 'SELECT AN OPTION [1-9]:'.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN WS-CHOICE-STUDENT-REG
                   ELSE
                       CALL 'LOCK-BREAK-UTILITY'
                   END-IF
               WHEN WS-CHOICE-APPROVE-ADJ
                   IF SO-AUTHORITY < 3
                       DISPLAY 'NOT AUTHORIZED - APPROVING '
                           'ADJUSTMENTS NEEDS AUTHORITY LEVEL 3'
                   ELSE
                       CALL 'PENDING-ADJUSTMENT-APPROVAL'
                   END-IF
               WHEN WS-CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID OPTION - PLEASE CHOOSE 1-9'
           END-EVALUATE.

       300-LOAD-OPERATOR-TABLE.
