       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE-IN
           RECORD CONTAINS 44 CHARACTERS.
       01  INVENT-RECORD-RAW-IN            PIC X(44).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD-WS.
           05  SORT-PART-NUMBER-WS        PIC 9(5).
           05  FILLER                     PIC X(39).

       FD  SORTED-INVENT-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  INVENT-RECORD-IN.
           05  PART-NUMBER-IN             PIC 9(5).
           05  PART-NAME-IN               PIC X(20).
           05  PART-QUANTITY-IN-HAND-IN   PIC 9(5).
           05  PART-UNIT-PRICE-IN         PIC 9(4).
           05  PART-SUPPLIER-CODE-IN      PIC X(5).
           05  PART-RE-ORDER-POINT-IN     PIC 9(5).

       FD  INVENT-REPORT-OUT
           RECORD CONTAINS 48 CHARACTERS.
       01  REPORT-LINE-OUT                 PIC X(48).

       FD  INVENT-REJECT-OUT
           RECORD CONTAINS 85 CHARACTERS.
       01  REJECT-RECORD-OUT.
           05  REJECT-INVENT-DATA-OUT      PIC X(55).
           05  FILLER                      PIC X VALUE SPACES.
           05  REJECT-REASON-OUT           PIC X(20).
           05  FILLER                      PIC X VALUE SPACES.
           05  REJECT-DATE-OUT             PIC 9(8).

       FD  VALUE-HISTORY-OUT
           RECORD CONTAINS 44 CHARACTERS.
       01  VALUE-HISTORY-RECORD-OUT.
           05  HIST-RUN-DATE-OUT           PIC 9(8).
           05  HIST-PART-NUMBER-OUT        PIC 9(5).
           05  HIST-PART-NAME-OUT          PIC X(20).
           05  HIST-PART-VALUE-OUT         PIC 9(9)V99.

       FD  EXCEPTION-REPORT-OUT
           RECORD CONTAINS 57 CHARACTERS.
           05  PART-NUMBER-OUT             PIC 9(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PART-NAME-OUT               PIC X(20).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  PART-QUANTITY-OUT           PIC 9(5).
           05  FILLER                      PIC X(3) VALUES SPACES.
           05  PART-VALUE-OUT              PIC 9(9).
       01  ROW-FILLER-WS                   PIC X(48).                  
       01  COLUMN-HDR-LINE-WS.
            05  FILLER                      PIC X VALUE SPACES.
            05  COLUMN-HDR-NUMBER           PIC X(6) VALUE "NUMBER".
            05  COLUMN-HDR-QTY              PIC X(3) VALUE "QTY".
            05  FILLER                      PIC X(3) VALUES SPACES.
            05  COLUMN-HDR-VALUE            PIC X(5) VALUE "VALUE".
            05  FILLER                      PIC X(4).
       01  TOTAL-VALUE-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  SUMMARY-HDR-TOTAL           PIC X(10) VALUE "TOTALVALUE".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  INVENT-TOTAL-VALUE          PIC 9(12) VALUE 0.
           05  FILLER                      PIC X(23) VALUE SPACES.
       01  RECORD-READ-LINE-WS.
           05  FILLER                     PIC X VALUE SPACES.
           "RECORDS READ".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  INVENT-RECORD-IN-CTR       PIC 9(2) VALUE 0.
           05  FILLER                     PIC X(29) VALUE SPACES.
       01  RECORD-WRITTEN-LINE-WS.
           05  FILLER                     PIC X VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE 
           "RECORDS WRITTEN".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  INVENT-RECORD-OUT-CTR      PIC 9(2) VALUE 0.
           05  FILLER                     PIC X(29) VALUE SPACES.
       01  EOF-FLAG    PIC A(3).
       01  RECORD-FOUND-FLAG-WS   PIC X VALUE "N".
       01  EDIT-VALID-FLAG-WS     PIC X VALUE "Y".
           05  PRIOR-REJECT-MAX-WS     PIC 9(3) VALUE 500.
           05  PRIOR-REJECT-TBL OCCURS 500 TIMES
                   INDEXED BY PRIOR-REJECT-IDX.
               10  PRIOR-REJECT-DATA-TBL  PIC X(55).
               10  PRIOR-REJECT-DATE-TBL  PIC 9(8).
       01  PRIOR-REJECT-EOF-FLAG       PIC A(3) VALUE SPACES.
       01  REJECT-FIRST-DATE-WS        PIC 9(8) VALUE 0.
