       DATA DIVISION.
       FILE SECTION.
       FD  VALUE-HISTORY-IN
           RECORD CONTAINS 44 CHARACTERS.
       01  VALUE-HISTORY-RECORD-IN.
           05  HIST-RUN-DATE-IN            PIC 9(8).
           05  HIST-RUN-DATE-SPLIT-IN REDEFINES HIST-RUN-DATE-IN.
               10  HIST-RUN-DAY-IN         PIC 9(2).
           05  HIST-PART-NUMBER-IN         PIC 9(5).
           05  HIST-PART-NAME-IN           PIC X(20).
           05  HIST-PART-VALUE-IN          PIC 9(9)V99.

       FD  VALUE-HISTORY-NEW-OUT
           RECORD CONTAINS 44 CHARACTERS.
       01  VALUE-HISTORY-RECORD-NEW        PIC X(44).

       FD  HISTORY-ARCHIVE-OUT
           RECORD CONTAINS 44 CHARACTERS.
       01  HISTORY-ARCHIVE-RECORD-OUT      PIC X(44).

       FD  PURGE-SUMMARY-OUT
           RECORD CONTAINS 50 CHARACTERS.
