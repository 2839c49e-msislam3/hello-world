
       DATA DIVISION.
       FILE SECTION.
      *THE COSTING METHOD IS OPTIONAL: BLANK MEANS THE SITE COSTS AT
      *STANDARD
       FD  SITE-LIST-IN
           RECORD CONTAINS 173 CHARACTERS.
       01  SITE-LIST-RECORD-IN.
           05  SITE-CODE-IN               PIC X(5).
           05  SITE-MASTER-FILE-IN        PIC X(40).
           05  SITE-PO-FILE-IN            PIC X(40).
           05  SITE-ADJ-FILE-IN           PIC X(40).
           05  SITE-CANCEL-FILE-IN        PIC X(40).
           05  SITE-COST-METHOD-IN        PIC X(8).

       FD  SITE-INVENT-FILE-IN
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

       FD  SITE-PO-EXTRACT-IN
           RECORD CONTAINS 15 CHARACTERS.
       01  PO-EXTRACT-RECORD-IN.
           05  PO-PART-NUMBER-IN          PIC 9(5).
           05  PO-ORDER-QTY-IN            PIC 9(5).
           05  PO-SUPPLIER-CODE-IN        PIC X(5).

       FD  CORP-VALUE-REPORT-OUT
           05  COMB-ORDER-QTY-OUT         PIC 9(5).

       FD  TRANSFER-ORDER-OUT
           RECORD CONTAINS 28 CHARACTERS.
       01  TRANSFER-ORDER-RECORD-OUT.
           05  TRANS-FROM-SITE-OUT        PIC X(5).
           05  TRANS-TO-SITE-OUT          PIC X(5).
           05  TRANS-PART-NUMBER-OUT      PIC 9(5).
           05  TRANS-QUANTITY-OUT         PIC 9(5).
           05  TRANS-DATE-OUT             PIC 9(8).

       FD  SITE-ADJUST-OUT
           RECORD CONTAINS 37 CHARACTERS.
       01  SITE-ADJUST-RECORD-OUT.
           05  SADJ-PART-NUMBER-OUT       PIC 9(5).
           05  SADJ-QUANTITY-DELTA-OUT    PIC S9(5)
                                              SIGN LEADING SEPARATE.
           05  SADJ-REASON-CODE-OUT       PIC X(10).
           05  SADJ-DATE-OUT              PIC 9(8).
           05  SADJ-OPERATOR-ID-OUT       PIC X(8).

      *CANCEL TRANSACTION ROUTED TO THE SHORT SITE SO ITS OPEN-ORDER
      *LINE FOR THE TRANSFERRED QUANTITY IS RELIEVED INSTEAD OF
      *SITTING AS A PHANTOM LINE THE SUPPLIER WILL NEVER SHIP; THE
      *ORDER DATE IS NOT KNOWN HERE, SO ZERO MEANS OLDEST LINE FIRST;
      *NOR IS THE PO NUMBER, SO ZERO MEANS LINES ON ANY PO
       FD  SITE-CANCEL-OUT
           RECORD CONTAINS 29 CHARACTERS.
       01  SITE-CANCEL-RECORD-OUT.
           05  SCAN-PART-NUMBER-OUT       PIC 9(5).
           05  SCAN-SUPPLIER-CODE-OUT     PIC X(5).
           05  SCAN-ORDER-DATE-OUT        PIC 9(8).
           05  SCAN-QUANTITY-OUT          PIC 9(5).
           05  SCAN-PO-NUMBER-OUT         PIC 9(6).

      *ORDER POLICY BY PART: SUPPLIER PACK SIZE, MINIMUM ORDER
      *QUANTITY AND OPTIONAL ORDER-UP-TO LEVEL; THE COMBINED PO IS
      *RE-SHAPED HERE BECAUSE NETTING CAN BREAK THE PACK MULTIPLES
      *THE SITE EXTRACTS ARRIVED IN
       FD  ORDER-POLICY-IN
           RECORD CONTAINS 20 CHARACTERS.
       01  ORDER-POLICY-RECORD-IN.
           05  ORDPOL-PART-NUMBER-IN       PIC 9(5).
           05  ORDPOL-PACK-SIZE-IN         PIC 9(5).
           05  ORDPOL-MIN-ORDER-IN         PIC 9(5).
           05  ORDPOL-ORDER-UP-TO-IN       PIC 9(5).

       FD  RUN-LOG-OUT
           RECORD CONTAINS 108 CHARACTERS.
       01  SITE-PO-STATUS-WS           PIC X(2) VALUE "00".
       01  SITE-MASTER-NAME-WS         PIC X(40) VALUE SPACES.
       01  SITE-PO-NAME-WS             PIC X(40) VALUE SPACES.
       01  PART-VALUE-WS               PIC 9(9)V99 VALUE 0.
       01  SITE-COUNT-CTR              PIC 9(3) VALUE 0.
       01  CORP-TOTAL-VALUE-WS         PIC 9(11)V99 VALUE 0.

               10  SITE-VALUE-TBL      PIC 9(11)V99.
               10  SITE-ADJ-FILE-TBL   PIC X(40).
               10  SITE-CANCEL-FILE-TBL PIC X(40).
               10  SITE-COST-METHOD-TBL PIC X(8).
       01  SITE-OVERFLOW-CTR           PIC 9(3) VALUE 0.
      *STANDARD OR AVERAGE WHEN EVERY SITE COSTS THE SAME WAY, MIXED
      *WHEN THE CORPORATE TOTAL ADDS VALUES COSTED BOTH WAYS
       01  CORP-COST-METHOD-WS         PIC X(8) VALUE SPACES.
       01  SITE-ADJ-NAME-WS            PIC X(40) VALUE SPACES.
       01  SITE-ADJ-STATUS-WS          PIC X(2) VALUE "00".
       01  SITE-CANCEL-NAME-WS         PIC X(40) VALUE SPACES.
                   INDEXED BY SURPLUS-IDX.
               10  SURPLUS-SITE-TBL    PIC X(5).
               10  SURPLUS-PART-TBL    PIC 9(5).
               10  SURPLUS-QTY-TBL     PIC 9(5).
       01  SURPLUS-OVERFLOW-CTR        PIC 9(5) VALUE 0.

      *EACH SITE'S PO EXTRACT LINES KEPT WITH THEIR SITE CODE SO THE
               10  SHORT-SITE-TBL      PIC X(5).
               10  SHORT-PART-TBL      PIC 9(5).
               10  SHORT-SUPPLIER-TBL  PIC X(5).
               10  SHORT-QTY-TBL       PIC 9(5).
       01  SHORTFALL-OVERFLOW-CTR      PIC 9(5) VALUE 0.
       01  TRANSFER-QTY-WS             PIC 9(5) VALUE 0.
       01  TRANSFER-ORDER-CTR          PIC 9(5) VALUE 0.

       01  ORDER-POLICY-TABLE-WS.
           05  ORDPOL-TBL-ENTRY OCCURS 500 TIMES
                   INDEXED BY ORDPOL-TBL-IDX.
               10  ORDPOL-PART-TBL     PIC 9(5).
               10  ORDPOL-PACK-TBL     PIC 9(5).
               10  ORDPOL-MIN-TBL      PIC 9(5).
               10  ORDPOL-UP-TO-TBL    PIC 9(5).
       01  ORDER-POLICY-EOF-FLAG       PIC A(3) VALUE SPACES.
       01  ORDPOL-PACK-WS              PIC 9(5) VALUE 0.
       01  ORDPOL-MIN-WS               PIC 9(5) VALUE 0.
       01  COMB-SHAPED-QTY-WS          PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.

                   INDEXED BY DEMAND-IDX.
               10  DEMAND-SUPPLIER-TBL PIC X(5).
               10  DEMAND-PART-TBL     PIC 9(5).
               10  DEMAND-QTY-TBL      PIC 9(7).

       01  CORP-SITE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  CORP-SITE-CODE-OUT      PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CORP-SITE-VALUE-OUT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CORP-SITE-METHOD-OUT    PIC X(8).
           05  FILLER                  PIC X(9) VALUE SPACES.
       01  CORP-SUPP-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SUPPL".
           05  CORP-TOTAL-VALUE-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  CORP-ROW-FILLER-WS          PIC X(50).
       01  CORP-METHOD-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
           "COSTING METHOD: ".
           05  CORP-METHOD-OUT         PIC X(8).
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  DEMAND-OVERFLOW-CTR         PIC 9(5) VALUE 0.
       01  DEMAND-OVERFLOW-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           MOVE SITE-ADJ-FILE-IN TO SITE-ADJ-FILE-TBL (SITE-TOTAL-IDX).
           MOVE SITE-CANCEL-FILE-IN TO
               SITE-CANCEL-FILE-TBL (SITE-TOTAL-IDX).
           IF SITE-COST-METHOD-IN = "AVERAGE"
               MOVE "AVERAGE" TO SITE-COST-METHOD-TBL (SITE-TOTAL-IDX)
           ELSE
               MOVE "STANDARD" TO
                   SITE-COST-METHOD-TBL (SITE-TOTAL-IDX)
           END-IF.
           IF CORP-COST-METHOD-WS = SPACES
               MOVE SITE-COST-METHOD-TBL (SITE-TOTAL-IDX) TO
                   CORP-COST-METHOD-WS
           ELSE
               IF CORP-COST-METHOD-WS NOT =
                       SITE-COST-METHOD-TBL (SITE-TOTAL-IDX)
                   MOVE "MIXED" TO CORP-COST-METHOD-WS
               END-IF
           END-IF.

      *READ THE SITE'S MASTER AND ACCUMULATE ACTIVE PART VALUES INTO
      *THE SITE AND SUPPLIER TOTALS; A SITE WHOSE MASTER CANNOT BE
               COMPUTE SADJ-QUANTITY-DELTA-OUT = 0 - TRANSFER-QTY-WS
               MOVE "XFER-OUT" TO SADJ-REASON-CODE-OUT
               MOVE RUN-DATE-WS TO SADJ-DATE-OUT
               MOVE "SITECONS" TO SADJ-OPERATOR-ID-OUT
               WRITE SITE-ADJUST-RECORD-OUT
               CLOSE SITE-ADJUST-OUT
           ELSE
               MOVE TRANSFER-QTY-WS TO SADJ-QUANTITY-DELTA-OUT
               MOVE "XFER-IN" TO SADJ-REASON-CODE-OUT
               MOVE RUN-DATE-WS TO SADJ-DATE-OUT
               MOVE "SITECONS" TO SADJ-OPERATOR-ID-OUT
               WRITE SITE-ADJUST-RECORD-OUT
               CLOSE SITE-ADJUST-OUT
           ELSE
                       SCAN-SUPPLIER-CODE-OUT
                   MOVE 0 TO SCAN-ORDER-DATE-OUT
                   MOVE TRANSFER-QTY-WS TO SCAN-QUANTITY-OUT
                   MOVE 0 TO SCAN-PO-NUMBER-OUT
                   WRITE SITE-CANCEL-RECORD-OUT
                   CLOSE SITE-CANCEL-OUT
               ELSE
               END-IF
           END-PERFORM.

      *WRITE THE CORPORATE VALUATION REPORT: PER-SITE TOTALS AND
      *COSTING METHODS, THEN PER-SUPPLIER TOTALS, THEN THE CORPORATE
      *GRAND TOTAL AND THE METHOD IT WAS COSTED BY
       200-WRITE-CORP-REPORT.
           PERFORM VARYING SITE-TOTAL-IDX FROM 1 BY 1
                   UNTIL SITE-TOTAL-IDX > SITE-TOTAL-COUNT-WS
                   CORP-SITE-CODE-OUT
               MOVE SITE-VALUE-TBL (SITE-TOTAL-IDX) TO
                   CORP-SITE-VALUE-OUT
               MOVE SITE-COST-METHOD-TBL (SITE-TOTAL-IDX) TO
                   CORP-SITE-METHOD-OUT
               WRITE CORP-REPORT-LINE-OUT FROM CORP-SITE-LINE-WS
           END-PERFORM.
           WRITE CORP-REPORT-LINE-OUT FROM CORP-ROW-FILLER-WS.
           MOVE CORP-TOTAL-VALUE-WS TO CORP-TOTAL-VALUE-OUT.
           WRITE CORP-REPORT-LINE-OUT FROM CORP-TOTAL-LINE-WS
           AFTER ADVANCING 2 LINE.
           IF CORP-COST-METHOD-WS = SPACES
               MOVE "STANDARD" TO CORP-COST-METHOD-WS
           END-IF.
           MOVE CORP-COST-METHOD-WS TO CORP-METHOD-OUT.
           WRITE CORP-REPORT-LINE-OUT FROM CORP-METHOD-LINE-WS.
           IF DEMAND-OVERFLOW-CTR > 0
               MOVE DEMAND-OVERFLOW-CTR TO DEMAND-OVFL-COUNT-OUT
               WRITE CORP-REPORT-LINE-OUT FROM DEMAND-OVERFLOW-LINE-WS
