           05  SUPP-STATUS-MS              PIC X.

       FD  RECEIPT-HISTORY-IN
           RECORD CONTAINS 53 CHARACTERS.
       01  RECEIPT-HISTORY-RECORD-IN.
           05  RHIST-PART-NUMBER-IN        PIC 9(5).
           05  RHIST-SUPPLIER-CODE-IN      PIC X(5).
           05  RHIST-QUANTITY-IN           PIC 9(5).
           05  RHIST-ORDER-DATE-IN         PIC 9(8).
           05  RHIST-RECEIPT-DATE-IN       PIC 9(8).
           05  RHIST-PO-NUMBER-IN          PIC 9(6).
           05  RHIST-RECEIVED-QTY-IN       PIC 9(5).
           05  RHIST-RETURNED-QTY-IN       PIC 9(5).
           05  RHIST-INVOICE-PRICE-IN      PIC 9(4)V99.

       FD  ON-ORDER-FILE-IN
           RECORD CONTAINS 32 CHARACTERS.
       01  ON-ORDER-RECORD.
           05  OO-PART-NUMBER          PIC 9(5).
           05  OO-QUANTITY             PIC 9(5).
           05  OO-SUPPLIER-CODE        PIC X(5).
           05  OO-ORDER-DATE           PIC 9(8).
           05  OO-PO-NUMBER            PIC 9(6).
           05  OO-PO-LINE              PIC 9(3).

       FD  RECEIPT-EXCEPTION-IN
           RECORD CONTAINS 56 CHARACTERS.
       01  RECEIPT-EXCEPTION-RECORD-IN.
           05  RCPT-EXC-PART-NUMBER-IN    PIC 9(5).
           05  FILLER                     PIC X.
           05  RCPT-EXC-SUPPLIER-IN       PIC X(5).
           05  FILLER                     PIC X.
           05  RCPT-EXC-RECEIVED-IN       PIC 9(5).
           05  FILLER                     PIC X.
           05  RCPT-EXC-ORDERED-IN        PIC 9(7).
           05  FILLER                     PIC X.
           05  RCPT-EXC-REASON-IN         PIC X(30).

       FD  SCORECARD-REPORT-OUT
           RECORD CONTAINS 84 CHARACTERS.
       01  SCORECARD-REPORT-LINE-OUT       PIC X(84).

      *MACHINE-READABLE SCORECARD EXTRACT FOR PURCHASING'S ANNUAL
      *CONTRACT REVIEW SPREADSHEETS
       FD  SCORECARD-EXTRACT-OUT
           RECORD CONTAINS 51 CHARACTERS.
       01  SCORECARD-EXTRACT-RECORD-OUT.
           05  EXTR-SUPPLIER-CODE-OUT      PIC X(5).
           05  EXTR-ORDERED-OUT            PIC 9(5).
           05  EXTR-OVER-OUT               PIC 9(5).
           05  EXTR-SHORT-OUT              PIC 9(5).
           05  EXTR-UNEXPECTED-OUT         PIC 9(5).
           05  EXTR-RETURNED-OUT           PIC 9(5).

       WORKING-STORAGE SECTION.
       01  SUPPLIER-EOF-FLAG           PIC A(3) VALUE SPACES.
               10  SCORE-ORDERED-TBL   PIC 9(5).
               10  SCORE-ON-TIME-PCT-TBL PIC 9(3).
               10  SCORE-FILL-PCT-TBL  PIC 9(3).
               10  SCORE-RETURNED-TBL  PIC 9(5).

      *RANKING WORK AREA FOR THE EXCHANGE SORT ON ON-TIME PERCENT
       01  SORT-SWAP-FLAG-WS           PIC X VALUE "N".
       01  SORT-ENTRY-WORK-WS          PIC X(74).
       01  SORT-IDX-WS                 PIC 9(3) VALUE 0.
       01  SORT-NEXT-IDX-WS            PIC 9(3) VALUE 0.

           05  SCORE-SHORT-OUT         PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SCORE-UNEXP-OUT         PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SCORE-RETURNED-OUT      PIC ZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
       01  SCORE-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(3) VALUE "RNK".
           05  FILLER                  PIC X(4) VALUE "SHRT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "UNEX".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "RTN ".
           05  FILLER                  PIC X VALUE SPACES.
       01  SCORE-ROW-FILLER-WS         PIC X(84).
       01  SCORE-RANK-CTR              PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           END-PERFORM.
           CLOSE RECEIPT-HISTORY-IN.

      *SCORE ONE RECEIPT: DAYS FROM ORDER TO RECEIPT VERSUS LEAD, AND
      *COUNT IT AGAINST THE SUPPLIER'S QUALITY IF ANY OF IT WAS SENT
      *BACK AS DAMAGED OR WRONG
       700-TALLY-ONE-RECEIPT.
           PERFORM 900-FIND-SCORE-ENTRY.
           IF SCORE-TBL-IDX <= SCORE-TBL-COUNT-WS
               ADD 1 TO SCORE-RECEIVED-TBL (SCORE-TBL-IDX)
               IF RHIST-RETURNED-QTY-IN NUMERIC
                   AND RHIST-RETURNED-QTY-IN > 0
                   ADD 1 TO SCORE-RETURNED-TBL (SCORE-TBL-IDX)
               END-IF
               IF RHIST-ORDER-DATE-IN NUMERIC
                   AND RHIST-ORDER-DATE-IN > 0
                   AND RHIST-RECEIPT-DATE-IN NUMERIC
           MOVE SCORE-OVER-TBL (SCORE-TBL-IDX) TO SCORE-OVER-OUT.
           MOVE SCORE-SHORT-TBL (SCORE-TBL-IDX) TO SCORE-SHORT-OUT.
           MOVE SCORE-UNEXP-TBL (SCORE-TBL-IDX) TO SCORE-UNEXP-OUT.
           MOVE SCORE-RETURNED-TBL (SCORE-TBL-IDX) TO
               SCORE-RETURNED-OUT.
           WRITE SCORECARD-REPORT-LINE-OUT FROM
               SCORE-DETAIL-LINE-WS.
           MOVE SCORE-CODE-TBL (SCORE-TBL-IDX) TO
           MOVE SCORE-SHORT-TBL (SCORE-TBL-IDX) TO EXTR-SHORT-OUT.
           MOVE SCORE-UNEXP-TBL (SCORE-TBL-IDX) TO
               EXTR-UNEXPECTED-OUT.
           MOVE SCORE-RETURNED-TBL (SCORE-TBL-IDX) TO
               EXTR-RETURNED-OUT.
           WRITE SCORECARD-EXTRACT-RECORD-OUT.
