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

           05  SUPP-STATUS-MS              PIC X.

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
       01  ADVICE-REPORT-LINE-OUT          PIC X(70).

       FD  PART-TRAN-REVIEW-OUT
           RECORD CONTAINS 55 CHARACTERS.
       01  PART-TRAN-REVIEW-RECORD-OUT.
           05  REVIEW-ACTION-OUT           PIC X.
           05  REVIEW-PART-NUMBER-OUT      PIC 9(5).
           05  REVIEW-PART-NAME-OUT        PIC X(20).
           05  REVIEW-QUANTITY-OUT         PIC 9(5).
           05  REVIEW-UNIT-PRICE-OUT       PIC 9(4)V99.
           05  REVIEW-SUPPLIER-CODE-OUT    PIC X(5).
           05  REVIEW-RE-ORDER-POINT-OUT   PIC 9(5).
           05  REVIEW-EFFECTIVE-DATE-OUT   PIC 9(8).

       WORKING-STORAGE SECTION.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ADV-ISSUE-QTY-OUT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ADV-CURRENT-ROP-OUT     PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ADV-SUGGESTED-ROP-OUT   PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ADV-ACTION-OUT          PIC X(5).
           05  FILLER                  PIC X(7) VALUE SPACES.
       01  ADVICE-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "NUMBER".
           COMPUTE SUGGESTED-ROP-WS =
               (ISSUE-QTY-WS * COVER-DAYS-WS + WINDOW-DAYS-WS - 1)
               / WINDOW-DAYS-WS.
           IF SUGGESTED-ROP-WS > 99999
               MOVE 99999 TO SUGGESTED-ROP-WS
           END-IF.

      *FIND THE PART'S ISSUE TOTAL COLLECTED FROM THE AUDIT JOURNAL
