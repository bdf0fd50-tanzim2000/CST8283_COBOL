      ******************************************************************
      * Shared notificationcontacts.txt record layout.
      *
      * One line per recipient per channel: the recipient type and
      * ID as NOTIFICATION-AREA.CPY describes them, the channel (E =
      * email, S = SMS), the email address or mobile number, and
      * the status - A = active, O = the recipient has opted out of
      * notifications on this channel. NC-STATUS-DATE is when the
      * status last changed. NOTIFY-CONTACT-MAINTENANCE keeps
      * the file; NOTIFICATION-STATUS-RETURN opts a recipient out
      * when they reply STOP. An opted-out line stays on file so the
      * opt-out is remembered if the address is keyed in again.
      ******************************************************************
       01 NOTIFICATION-CONTACT-RECORD.
           05 NC-RECIPIENT-TYPE  PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 NC-RECIPIENT-ID    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 NC-CHANNEL         PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 NC-ADDRESS         PIC X(60).
           05 FILLER             PIC X VALUE SPACE.
           05 NC-STATUS          PIC X.
               88 NC-ACTIVE         VALUE 'A'.
               88 NC-OPTED-OUT      VALUE 'O'.
           05 FILLER             PIC X VALUE SPACE.
           05 NC-STATUS-DATE     PIC 9(8).
