      ******************************************************************
      * Parameter area for the NOTIFICATION-QUEUE subprogram.
      *
      * Any program with something a person needs to hear about now
      * fills in who it is for, the template code and up to four
      * variables for the template, and its own program name, and
      * CALLs NOTIFICATION-QUEUE USING this area. The message goes
      * on notificationqueue.txt for NOTIFICATION-DISPATCH-BATCH to
      * hand to the gateway.
      *
      * NT-RECIPIENT-TYPE: S = student (NT-RECIPIENT-ID is the
      * 7-digit billing student number, the STUDENT-NUMBER.CPY key),
      * D = driver (the drivermaster.txt driver ID), O = an
      * operations desk (a name such as DISPATCH or FLEET). The
      * addresses are on notificationcontacts.txt.
      *
      * NT-CHANNEL: E = email, S = SMS, blank = whichever the
      * recipient can take - email first, SMS when there is no
      * active email address.
      *
      * Templates and their variables:
      *   DUNNING1 DUNNING2 DUNNING3 (first, second, final notice) -
      *            balance, letter date
      *   PLANDUE  - term, installment number, due date, amount
      *   RENEWAL  - unit, document type, expiry date, bucket
      *   LOWFUEL  - unit, car type, gas reading, date
      *   BOOKCONF - booking number, unit, out date/time, due back
      *   WAITPROM - program, billing term
      *
      * NT-RESULT comes back:
      *   Q = queued under NT-MESSAGE-ID;
      *   O = the recipient has opted out of the channel - logged on
      *       the queue as suppressed, nothing will be sent;
      *   N = no address on file for the recipient - nothing queued;
      *   D = the same message (recipient, template and variables)
      *       is already on the queue - nothing queued again, so a
      *       rerun never sends twice. Callers put a date among the
      *       variables where the same notice may properly go again;
      *   X = the area was not filled in properly - nothing queued.
      ******************************************************************
       01 NOTIFICATION-AREA.
           05 NT-RECIPIENT-TYPE   PIC X.
               88 NT-TO-STUDENT      VALUE 'S'.
               88 NT-TO-DRIVER       VALUE 'D'.
               88 NT-TO-OPERATIONS   VALUE 'O'.
           05 NT-RECIPIENT-ID     PIC X(10).
           05 NT-CHANNEL          PIC X.
               88 NT-BY-EMAIL        VALUE 'E'.
               88 NT-BY-SMS          VALUE 'S'.
               88 NT-ANY-CHANNEL     VALUE SPACE.
           05 NT-TEMPLATE         PIC X(8).
           05 NT-VARIABLE         PIC X(20) OCCURS 4 TIMES.
           05 NT-PROGRAM          PIC X(30).
           05 NT-MESSAGE-ID       PIC 9(8).
           05 NT-RESULT           PIC X.
               88 NT-QUEUED          VALUE 'Q'.
               88 NT-OPTED-OUT       VALUE 'O'.
               88 NT-NO-CONTACT      VALUE 'N'.
               88 NT-ALREADY-QUEUED  VALUE 'D'.
               88 NT-REJECTED        VALUE 'X'.
