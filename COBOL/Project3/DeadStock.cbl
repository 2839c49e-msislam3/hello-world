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
       01  DEAD-STOCK-LINE-OUT             PIC X(72).

       FD  PART-TRAN-RETIRE-OUT
           RECORD CONTAINS 55 CHARACTERS.
       01  PART-TRAN-RETIRE-RECORD-OUT.
           05  RETIRE-ACTION-OUT           PIC X.
           05  RETIRE-PART-NUMBER-OUT      PIC 9(5).
           05  RETIRE-PART-NAME-OUT        PIC X(20).
           05  RETIRE-QUANTITY-OUT         PIC 9(5).
           05  RETIRE-UNIT-PRICE-OUT       PIC 9(4)V99.
           05  RETIRE-SUPPLIER-CODE-OUT    PIC X(5).
           05  RETIRE-RE-ORDER-POINT-OUT   PIC 9(5).
           05  RETIRE-EFFECTIVE-DATE-OUT   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  NET-DELTA-WS                PIC S9(7) VALUE 0.
       01  MONTHS-SINCE-WS             PIC 9(5) VALUE 0.
       01  BAND-CODE-WS                PIC X VALUE SPACES.
       01  PART-VALUE-WS               PIC 9(9)V99 VALUE 0.
       01  INVENT-RECORD-IN-CTR        PIC 9(7) VALUE 0.
       01  RETIRE-TRAN-CTR             PIC 9(7) VALUE 0.

               10  DETAIL-BAND-TBL     PIC X.
               10  DETAIL-PART-TBL     PIC 9(5).
               10  DETAIL-NAME-TBL     PIC X(20).
               10  DETAIL-QTY-TBL      PIC 9(5).
               10  DETAIL-VALUE-TBL    PIC 9(9)V99.
               10  DETAIL-SUPP-TBL     PIC X(5).
               10  DETAIL-MONTHS-TBL   PIC 9(5).
       01  DETAIL-OVERFLOW-CTR         PIC 9(5) VALUE 0.
       01  BAND-SELECT-WS              PIC X VALUE SPACES.
       01  BAND-COUNT-WS               PIC 9(5) VALUE 0.
       01  BAND-VALUE-WS               PIC 9(11)V99 VALUE 0.

       01  DEAD-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DEAD-PART-NAME-OUT      PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DEAD-QTY-OUT            PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DEAD-VALUE-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DEAD-SUPPLIER-OUT       PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DEAD-MONTHS-OUT         PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE SPACES.
       01  DEAD-SECTION-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  DEAD-SECTION-TITLE-WS   PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PARTNAME".
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "  QTY".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "         VALUE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SUPPL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "MNTHS".
           05  FILLER                  PIC X(7) VALUE SPACES.
       01  DEAD-ROW-FILLER-WS          PIC X(72).
       01  DEAD-BAND-TOTAL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DEAD-BAND-COUNT-OUT     PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE " PARTS ".
           05  DEAD-BAND-VALUE-OUT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  DEAD-OVERFLOW-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  DEAD-OVFL-COUNT-OUT     PIC ZZZZ9.
