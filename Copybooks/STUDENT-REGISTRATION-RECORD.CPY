      ******************************************************************
      * Shared studentregistration.txt record layout.
      *
      * STUDENT-STATEMENT-RUN, STUDENT-DUNNING-LETTERS, GRADE-REPORT
      * and the other registration readers each hand-type this same
      * 144-byte layout under REG- names; the academic-record and
      * letter runs COPY it from here instead so the field widths
      * only have to agree in one place. REG-STUDENT-NUMBER is the
      * full 10-digit number and REG-STUDENT-NUMBER-TAIL the 7-digit
      * billing key (see STUDENT-REGISTRATION-NUMBER.CPY).
      * REG-ENROLLMENT-STATUS: A (or blank) = active, W = withdrawn,
      * G = graduated, with REG-STATUS-DATE the date it took effect.
      ******************************************************************
       01 REGISTRATION-RECORD.
           COPY "STUDENT-REGISTRATION-NUMBER.CPY"
               REPLACING STUDENT-NUMBER-FULL BY REG-STUDENT-NUMBER
                         STUDENT-NUMBER-FULL-KEY
                             BY REG-STUDENT-NUMBER-KEY
                         STUDENT-NUMBER BY REG-STUDENT-NUMBER-TAIL.
           05 REG-STUDENT-PROGRAM PIC X(8).
           05 REG-STUDENT-YEAR PIC 9(4).
           05 REG-STUDENT-DATA.
               10 REG-STUDENT-NAME.
                   15 REG-TITLE PIC X(6).
                   15 REG-FIRST-NAME PIC A(15).
                   15 REG-INITIAL-NAME PIC A(2).
                   15 REG-LAST-NAME PIC A(28).
               10 REG-STUDENT-ADDRESS.
                   15 REG-STREET-ADDRESS PIC X(25).
                   15 REG-CITY-NAME PIC A(15).
                   15 REG-PROVINCE PIC A(15).
                   15 REG-POSTAL-CODE PIC X(7).
           05 REG-ENROLLMENT-STATUS PIC X.
           05 REG-STATUS-DATE PIC 9(8).
