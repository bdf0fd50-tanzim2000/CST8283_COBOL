      ******************************************************************
      * Shared notificationqueue.txt record layout.
      *
      * An appended event file tracing every outbound notification
      * from the program that raised it to the gateway's delivery
      * report. NOTIFICATION-QUEUE appends a Q line when a message
      * is queued, or an O line when the recipient has opted out of
      * the channel and the message is suppressed;
      * NOTIFICATION-DISPATCH-BATCH appends an S line when it puts
      * the message on the gateway file (or O / B when the
      * recipient opted out or lost the address in the meantime);
      * NOTIFICATION-STATUS-RETURN appends D delivered or B bounced
      * off the gateway's status return.
      *
      * NQ-MESSAGE-ID identifies one message on every line and is
      * the reference the gateway sends back. A message's state is
      * its latest line in file order. Every line carries the whole
      * message, so any one of them reads on its own. NQ-NOTE says
      * why a message was suppressed or bounced, blank otherwise.
      ******************************************************************
       01 NOTIFICATION-QUEUE-RECORD.
           05 NQ-MESSAGE-ID      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 NQ-EVENT           PIC X.
               88 NQ-QUEUED         VALUE 'Q'.
               88 NQ-SUPPRESSED     VALUE 'O'.
               88 NQ-SENT           VALUE 'S'.
               88 NQ-DELIVERED      VALUE 'D'.
               88 NQ-BOUNCED        VALUE 'B'.
           05 FILLER             PIC X VALUE SPACE.
           05 NQ-EVENT-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 NQ-EVENT-TIME      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 NQ-RECIPIENT-TYPE  PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 NQ-RECIPIENT-ID    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 NQ-CHANNEL         PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 NQ-TEMPLATE        PIC X(8).
           05 NQ-VARIABLE-SLOT OCCURS 4 TIMES.
               10 FILLER         PIC X.
               10 NQ-VARIABLE    PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 NQ-PROGRAM         PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 NQ-NOTE            PIC X(30).
