       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE-IN
           RECORD CONTAINS 55 CHARACTERS.
       01  INVENT-RECORD-IN.
           05  PART-NUMBER-IN             PIC 9(5).
           05  PART-NAME-IN               PIC X(20).
           05  PART-QUANTITY-IN-HAND-IN   PIC 9(5).
           05  PART-UNIT-PRICE-IN         PIC 9(4)V99.
           05  PART-SUPPLIER-CODE-IN      PIC X(5).
           05  PART-RE-ORDER-POINT-IN     PIC 9(5).
           05  PART-STATUS-IN             PIC X.
           05  PART-STATUS-DATE-IN        PIC 9(8).

       FD  ADJUST-AUDIT-IN
           RECORD CONTAINS 47 CHARACTERS.
       01  ADJUST-AUDIT-RECORD-IN.
           05  AUDIT-PART-NUMBER-IN        PIC 9(5).
           05  AUDIT-BEFORE-QTY-IN         PIC 9(5).
           05  AUDIT-AFTER-QTY-IN          PIC 9(5).
           05  AUDIT-QUANTITY-DELTA-IN     PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  AUDIT-REASON-CODE-IN        PIC X(10).
           05  AUDIT-ADJUST-DATE-IN        PIC 9(8).
           05  PART-TBL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PART-TBL-IDX.
               10  PART-NUM-TBL        PIC 9(5).
               10  PART-PRICE-TBL      PIC 9(4)V99.
               10  PART-MOVE-VALUE-TBL PIC 9(11)V99.
               10  PART-CLASS-TBL      PIC X.
               10  PART-LAST-CNT-TBL   PIC 9(8).
       01  PART-OVERFLOW-CTR           PIC 9(5) VALUE 0.
       01  MOVE-VALUE-WS               PIC 9(9)V99 VALUE 0.

       01  SORT-SWAP-FLAG-WS           PIC X VALUE "N".
       01  SORT-ENTRY-WORK-WS          PIC X(33).
       01  SORT-IDX-WS                 PIC 9(4) VALUE 0.
       01  SORT-NEXT-IDX-WS            PIC 9(4) VALUE 0.

       01  TOTAL-MOVE-VALUE-WS         PIC 9(13)V99 VALUE 0.
       01  CUM-MOVE-VALUE-WS           PIC 9(13)V99 VALUE 0.
       01  CUM-PCT-WS                  PIC 9(3)V99 VALUE 0.
       01  CLASS-A-CTR                 PIC 9(5) VALUE 0.
       01  CLASS-B-CTR                 PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(20) VALUE
           "TOTAL MOVEMENT VALUE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ABC-TOTAL-VALUE-OUT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9) VALUE SPACES.
       01  ABC-OVERFLOW-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  ABC-OVFL-COUNT-OUT      PIC ZZZZ9.
