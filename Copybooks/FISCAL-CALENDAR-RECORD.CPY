      ******************************************************************
      * Shared fiscalcalendar.txt record layout.
      *
      * One record per fiscal period (a calendar month, YYYYMM) with
      * the dates it runs over and whether Finance still has it open.
      * FISCAL-PERIOD-CLOSE adds, closes and reopens periods under
      * supervisor authority; FISCAL-PERIOD-CHECK reads the calendar
      * for every program that posts dollars to studentaudit.log so
      * nothing is dated into a period whose journal has already
      * been booked.
      *
      * FC-STATUS: O = open, C = closed. FC-STATUS-DATE and
      * FC-STATUS-BY are the date and operator of the last add,
      * close or reopen; the full history of who closed and reopened
      * what, and why, is on fiscalperiodlog.txt.
      ******************************************************************
       01 FISCAL-CALENDAR-RECORD.
           05 FC-PERIOD          PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 FC-START-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FC-END-DATE        PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FC-STATUS          PIC X.
               88 FC-PERIOD-OPEN    VALUE 'O'.
               88 FC-PERIOD-CLOSED  VALUE 'C'.
           05 FILLER             PIC X VALUE SPACE.
           05 FC-STATUS-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FC-STATUS-BY       PIC X(10).
