       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE-IO
               ASSIGN TO DYNAMIC INVENT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               "INVOICE-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVENT-JOURNAL-OUT
               ASSIGN TO
               "INVJOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COST-LOG-OUT
               ASSIGN TO
               "COSTLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PPV-HISTORY-OUT
               ASSIGN TO
               "PPVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REVAL-HISTORY-OUT
               ASSIGN TO
               "REVALHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE-IO
           RECORD CONTAINS 55 CHARACTERS.
       01  INVENT-RECORD-MS.
           05  PART-NUMBER-MS             PIC 9(5).
           05  PART-NAME-MS               PIC X(20).
           05  PART-QUANTITY-IN-HAND-MS   PIC 9(5).
           05  PART-UNIT-PRICE-MS         PIC 9(4)V99.
           05  PART-SUPPLIER-CODE-MS      PIC X(5).
           05  PART-RE-ORDER-POINT-MS     PIC 9(5).
           05  PART-STATUS-MS             PIC X.
           05  PART-STATUS-DATE-MS        PIC 9(8).

      *THE PO NUMBER IS OPTIONAL: BLANK OR ZERO MATCHES THE LINE
      *AGAINST ANY RECEIPT OR OPEN ORDER FOR THE PART AND SUPPLIER
       FD  INVOICE-FILE-IN
           RECORD CONTAINS 45 CHARACTERS.
       01  INVOICE-RECORD-IN.
           05  INV-SUPPLIER-CODE-IN       PIC X(5).
           05  INV-PART-NUMBER-IN         PIC X(5).
           05  INV-QUANTITY-IN            PIC X(5).
           05  INV-UNIT-PRICE-IN          PIC 9(4)V99.
           05  INV-INVOICE-NUMBER-IN      PIC X(10).
           05  INV-INVOICE-DATE-IN        PIC X(8).
           05  INV-PO-NUMBER-IN           PIC X(6).

       FD  ON-ORDER-FILE-IN
           RECORD CONTAINS 32 CHARACTERS.
       01  ON-ORDER-RECORD.
           05  OO-PART-NUMBER          PIC 9(5).
           05  OO-QUANTITY             PIC 9(5).
           05  OO-SUPPLIER-CODE        PIC X(5).
           05  OO-ORDER-DATE           PIC 9(8).
           05  OO-PO-NUMBER            PIC 9(6).
           05  OO-PO-LINE              PIC 9(3).

      *POSTED RECEIPTS ONLY - THE HISTORY GOODSRECEIPT APPENDS FOR
      *EVERY RECEIPT IT ACTUALLY POSTED; THE RAW KEYED RECEIPTS FILE
      *STILL HOLDS LINES THE POSTING RUN REJECTED AND MUST NOT
      *SUPPORT A PAYABLES VOUCHER
       FD  RECEIPT-HISTORY-IO
           RECORD CONTAINS 53 CHARACTERS.
       01  RECEIPT-HISTORY-RECORD.
           05  RHIST-PART-NUMBER          PIC 9(5).
           05  RHIST-SUPPLIER-CODE        PIC X(5).
           05  RHIST-QUANTITY             PIC 9(5).
           05  RHIST-ORDER-DATE           PIC 9(8).
           05  RHIST-RECEIPT-DATE         PIC 9(8).
           05  RHIST-PO-NUMBER            PIC 9(6).
           05  RHIST-RECEIVED-QTY         PIC 9(5).
           05  RHIST-RETURNED-QTY         PIC 9(5).
           05  RHIST-INVOICE-PRICE        PIC 9(4)V99.

       FD  VOUCHER-EXTRACT-OUT
           RECORD CONTAINS 56 CHARACTERS.
       01  VOUCHER-RECORD-OUT.
           05  VCHR-SUPPLIER-CODE-OUT     PIC X(5).
           05  VCHR-PART-NUMBER-OUT       PIC 9(5).
           05  VCHR-QUANTITY-OUT          PIC 9(5).
           05  VCHR-UNIT-PRICE-OUT        PIC 9(4)V99.
           05  VCHR-EXTENDED-AMT-OUT      PIC 9(9)V99.
           05  VCHR-INVOICE-NUMBER-OUT    PIC X(10).
           05  VCHR-INVOICE-DATE-OUT      PIC 9(8).
           05  VCHR-PO-NUMBER-OUT         PIC 9(6).

       FD  INVOICE-DISCREP-OUT
           RECORD CONTAINS 76 CHARACTERS.
       01  INVOICE-DISCREP-RECORD-OUT.
           05  DISCREP-INVOICE-DATA-OUT   PIC X(45).
           05  FILLER                     PIC X VALUE SPACES.
           05  DISCREP-REASON-OUT         PIC X(30).

       FD  INVOICE-REJECT-OUT
           RECORD CONTAINS 70 CHARACTERS.
       01  INVOICE-REJECT-RECORD-OUT.
           05  INV-REJECT-DATA-OUT        PIC X(45).
           05  FILLER                     PIC X VALUE SPACES.
           05  INV-REJECT-REASON-OUT      PIC X(24).

      *BEFORE/AFTER IMAGE JOURNAL WRITTEN AHEAD OF EVERY REWRITE OF
      *THE MASTER, SO AN AVERAGE COST CHANGE CAN BE RECOVERED
       FD  INVENT-JOURNAL-OUT
           RECORD CONTAINS 133 CHARACTERS.
       01  INVENT-JOURNAL-RECORD-OUT.
           05  JRNL-ACTION-OUT            PIC X.
           05  JRNL-BEFORE-IMAGE-OUT      PIC X(55).
           05  JRNL-AFTER-IMAGE-OUT       PIC X(55).
           05  JRNL-PROGRAM-OUT           PIC X(8).
           05  JRNL-STAMP-OUT             PIC 9(14).

      *ONE LINE PER AVERAGE COST RECALCULATION: THE COST BEFORE AND
      *AFTER, AND THE INVOICE AND RECEIPT THAT CAUSED THE CHANGE
       FD  COST-LOG-OUT
           RECORD CONTAINS 70 CHARACTERS.
       01  COST-LOG-RECORD-OUT.
           05  CLOG-RUN-DATE-OUT          PIC 9(8).
           05  CLOG-PART-NUMBER-OUT       PIC 9(5).
           05  CLOG-SUPPLIER-CODE-OUT     PIC X(5).
           05  CLOG-INVOICE-NUMBER-OUT    PIC X(10).
           05  CLOG-PO-NUMBER-OUT         PIC 9(6).
           05  CLOG-RECEIPT-DATE-OUT      PIC 9(8).
           05  CLOG-QTY-ON-HAND-OUT       PIC 9(5).
           05  CLOG-INVOICE-QTY-OUT       PIC 9(5).
           05  CLOG-OLD-COST-OUT          PIC 9(4)V99.
           05  CLOG-INVOICE-PRICE-OUT     PIC 9(4)V99.
           05  CLOG-NEW-COST-OUT          PIC 9(4)V99.

      *PURCHASE PRICE VARIANCE: EVERY INVOICE LINE BILLED AT OTHER
      *THAN THE MASTER PRICE, PAID (VOUCHERED UNDER AVERAGE COSTING)
      *OR HELD ON THE DISCREPANCY REPORT
       FD  PPV-HISTORY-OUT
           RECORD CONTAINS 67 CHARACTERS.
       01  PPV-HISTORY-RECORD-OUT.
           05  PPV-SUPPLIER-CODE-OUT      PIC X(5).
           05  PPV-PART-NUMBER-OUT        PIC 9(5).
           05  PPV-INVOICE-NUMBER-OUT     PIC X(10).
           05  PPV-INVOICE-DATE-OUT       PIC 9(8).
           05  PPV-PO-NUMBER-OUT          PIC 9(6).
           05  PPV-QUANTITY-OUT           PIC 9(5).
           05  PPV-STANDARD-PRICE-OUT     PIC 9(4)V99.
           05  PPV-INVOICE-PRICE-OUT      PIC 9(4)V99.
           05  PPV-VARIANCE-AMT-OUT       PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  PPV-STATUS-OUT             PIC X(4).

      *SAME LAYOUT THE PRICE CHANGE RUN APPENDS, SO THE MONTH-END
      *ROLL-FORWARD BOOKS AN AVERAGE COST CHANGE AS A REVALUATION
       FD  REVAL-HISTORY-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01  REVAL-HISTORY-RECORD-OUT.
           05  RVHST-RUN-DATE-OUT         PIC 9(8).
           05  RVHST-PART-NUMBER-OUT      PIC 9(5).
           05  RVHST-OLD-PRICE-OUT        PIC 9(4)V99.
           05  RVHST-NEW-PRICE-OUT        PIC 9(4)V99.
           05  RVHST-QUANTITY-OUT         PIC 9(5).
           05  RVHST-VALUE-DELTA-OUT      PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  RVHST-EFFECTIVE-DATE-OUT   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  INVOICE-EOF-FLAG            PIC A(3) VALUE SPACES.
       01  ON-ORDER-EOF-FLAG           PIC A(3) VALUE SPACES.
       01  VOUCHER-OUT-CTR             PIC 9(7) VALUE 0.
       01  DISCREP-OUT-CTR             PIC 9(7) VALUE 0.
       01  INVOICE-REJECT-CTR          PIC 9(7) VALUE 0.
       01  INV-QUANTITY-NUM-WS         PIC 9(5) VALUE 0.
       01  INV-PO-NUMBER-WS            PIC 9(6) VALUE 0.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.

      *STANDARD KEEPS THE KEYED MASTER PRICE AND HOLDS ANY INVOICE
      *BILLED AT ANOTHER PRICE; AVERAGE VOUCHERS IT AND MOVES THE
      *MASTER COST TO THE WEIGHTED AVERAGE OF STOCK ON HAND
       01  COST-METHOD-WS              PIC X(8) VALUE "STANDARD".
       01  PPV-STATUS-WS               PIC X(4) VALUE SPACES.
       01  PPV-OUT-CTR                 PIC 9(7) VALUE 0.
       01  COST-RECALC-CTR             PIC 9(7) VALUE 0.
       01  OLD-UNIT-COST-WS            PIC 9(4)V99 VALUE 0.
       01  NEW-UNIT-COST-WS            PIC 9(4)V99 VALUE 0.
       01  ABSORB-QTY-WS               PIC 9(5) VALUE 0.
       01  COST-RCPT-DATE-WS           PIC 9(8) VALUE 0.
       01  COST-RCPT-PO-WS             PIC 9(6) VALUE 0.
       01  JRNL-BEFORE-IMAGE-WS        PIC X(55) VALUE SPACES.
       01  JRNL-STAMP-DATE-WS          PIC 9(8) VALUE 0.
       01  JRNL-STAMP-TIME-WS          PIC 9(8) VALUE 0.
       01  JRNL-STAMP-TIME-SPLIT-WS REDEFINES JRNL-STAMP-TIME-WS.
           05  JRNL-STAMP-HHMMSS-WS    PIC 9(6).
           05  FILLER                  PIC 9(2).

      *POSTED RECEIPT LINES LOADED AT JOB START AND RELIEVED AS
      *INVOICE LINES ARE VOUCHERED; THE FILE IS REWRITTEN NET OF THE
      *VOUCHERED QUANTITY AT END OF JOB SO THE SAME DELIVERY CANNOT
      *SUPPORT A SECOND INVOICE ON A LATER RUN. LINES ARE KEPT EVEN
      *AT ZERO QUANTITY BECAUSE THE SUPPLIER SCORECARD COUNTS LINES
      *AND DATES FROM THIS FILE. THE PRICE A LINE WAS VOUCHERED AT IS
      *KEPT ON IT SO A LATER RETURN TO VENDOR CAN BE DEBITED AT WHAT
      *WAS ACTUALLY PAID
       01  RECEIPT-TABLE-WS.
           05  RECEIPT-TBL-COUNT-WS    PIC 9(4) VALUE 0.
           05  RECEIPT-TBL-MAX-WS      PIC 9(4) VALUE 1000.
               10  RECEIPT-QTY-TBL     PIC 9(5).
               10  RECEIPT-ORD-DATE-TBL PIC 9(8).
               10  RECEIPT-RCPT-DATE-TBL PIC 9(8).
               10  RECEIPT-PO-TBL      PIC 9(6).
               10  RECEIPT-RCVD-QTY-TBL PIC 9(5).
               10  RECEIPT-RTND-QTY-TBL PIC 9(5).
               10  RECEIPT-PRICE-TBL   PIC 9(4)V99.
      *ON OVERFLOW NO RELIEF CAN BE PERSISTED, SO NO LINE VOUCHERS
      *THIS RUN RATHER THAN RISK PAYING A DELIVERY TWICE
       01  RECEIPT-OVERFLOW-FLAG-WS    PIC X VALUE "N".
       01  RECEIPT-RELIEVED-FLAG-WS    PIC X VALUE "N".
       01  RECEIVED-QTY-WS             PIC 9(7) VALUE 0.
       01  RETURNED-QTY-WS             PIC 9(7) VALUE 0.
       01  RELIEF-QTY-WS               PIC 9(5) VALUE 0.

      *STILL-OPEN ORDER LINES, USED TO TELL AN INVOICE AHEAD OF ITS
                   INDEXED BY ON-ORDER-TBL-IDX.
               10  ON-ORDER-PART-TBL   PIC 9(5).
               10  ON-ORDER-SUPP-TBL   PIC X(5).
               10  ON-ORDER-QTY-TBL    PIC 9(5).
               10  ON-ORDER-PO-TBL     PIC 9(6).
       01  ON-ORDER-QTY-WS             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *CLOSE INVOICE MATCHING FILES
       200-TERM-INVOICE-JOB.
           PERFORM 700-REWRITE-RECEIPT-HISTORY.
           CLOSE INVENT-FILE-IO.
           CLOSE INVOICE-FILE-IN.
           CLOSE VOUCHER-EXTRACT-OUT.
           CLOSE INVOICE-DISCREP-OUT.
           CLOSE INVOICE-REJECT-OUT.
           CLOSE INVENT-JOURNAL-OUT.
           CLOSE COST-LOG-OUT.
           CLOSE PPV-HISTORY-OUT.
           CLOSE REVAL-HISTORY-OUT.

      *WRITE THE RECEIPT HISTORY BACK NET OF THE QUANTITIES JUST
      *VOUCHERED, KEEPING EVERY LINE (AT ZERO IF FULLY VOUCHERED)
                       RHIST-ORDER-DATE
                   MOVE RECEIPT-RCPT-DATE-TBL (RECEIPT-TBL-IDX) TO
                       RHIST-RECEIPT-DATE
                   MOVE RECEIPT-PO-TBL (RECEIPT-TBL-IDX) TO
                       RHIST-PO-NUMBER
                   MOVE RECEIPT-RCVD-QTY-TBL (RECEIPT-TBL-IDX) TO
                       RHIST-RECEIVED-QTY
                   MOVE RECEIPT-RTND-QTY-TBL (RECEIPT-TBL-IDX) TO
                       RHIST-RETURNED-QTY
                   MOVE RECEIPT-PRICE-TBL (RECEIPT-TBL-IDX) TO
                       RHIST-INVOICE-PRICE
                   WRITE RECEIPT-HISTORY-RECORD
               END-PERFORM
               CLOSE RECEIPT-HISTORY-IO
           END-IF.

      *OVERRIDE DEFAULT FILE NAMES FROM RUN PARAMETERS FOR MULTI-SITE
      *BATCH RUNS, AND TAKE THE SITE'S COSTING METHOD
       700-GET-SITE-FILE-NAMES.
           ACCEPT INVENT-FILE-NAME-WS FROM ENVIRONMENT
               "INVENT_FILE_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT COST-METHOD-WS FROM ENVIRONMENT
               "COST_METHOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF COST-METHOD-WS NOT = "AVERAGE"
               MOVE "STANDARD" TO COST-METHOD-WS
           END-IF.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

      *OPEN INPUT AND OUTPUT FILES
       700-OPEN-FILES.
           OPEN I-O INVENT-FILE-IO.
           OPEN INPUT INVOICE-FILE-IN.
           OPEN OUTPUT VOUCHER-EXTRACT-OUT.
           OPEN OUTPUT INVOICE-DISCREP-OUT.
           OPEN OUTPUT INVOICE-REJECT-OUT.
           OPEN EXTEND INVENT-JOURNAL-OUT.
           OPEN EXTEND COST-LOG-OUT.
           OPEN EXTEND PPV-HISTORY-OUT.
           OPEN EXTEND REVAL-HISTORY-OUT.

      *LOAD THE POSTED RECEIPT LINES, OLDEST FIRST AS THEY SIT ON
      *FILE; ON OVERFLOW THE FLAG STOPS ALL VOUCHERING THIS RUN AND
                           MOVE RHIST-RECEIPT-DATE TO
                               RECEIPT-RCPT-DATE-TBL
                                   (RECEIPT-TBL-IDX)
                           IF RHIST-PO-NUMBER NUMERIC
                               MOVE RHIST-PO-NUMBER TO
                                   RECEIPT-PO-TBL (RECEIPT-TBL-IDX)
                           ELSE
                               MOVE 0 TO
                                   RECEIPT-PO-TBL (RECEIPT-TBL-IDX)
                           END-IF
                           PERFORM 900-LOAD-RECEIPT-RETURN-FIELDS
                       ELSE
                           MOVE "Y" TO RECEIPT-OVERFLOW-FLAG-WS
                       END-IF
                               ON-ORDER-SUPP-TBL (ON-ORDER-TBL-IDX)
                           MOVE OO-QUANTITY TO
                               ON-ORDER-QTY-TBL (ON-ORDER-TBL-IDX)
                           IF OO-PO-NUMBER NUMERIC
                               MOVE OO-PO-NUMBER TO
                                   ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX)
                           ELSE
                               MOVE 0 TO
                                   ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                   MOVE "BAD PART NUMBER" TO INV-REJECT-REASON-WS
               ELSE
                   IF INV-QUANTITY-IN NOT NUMERIC
                           OR INV-QUANTITY-IN = "00000"
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD INVOICE QUANTITY" TO
                           INV-REJECT-REASON-WS
           ELSE
               IF INV-INVOICE-DATE-IN NOT NUMERIC
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD INVOICE DATE" TO INV-REJECT-REASON-WS
               ELSE
                   IF INV-PO-NUMBER-IN NOT = SPACES
                           AND INV-PO-NUMBER-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD PO NUMBER" TO INV-REJECT-REASON-WS.

      *THREE-WAY MATCH: THE LINE MUST BE FOR A PART ON THE MASTER, AT
      *THE MASTER'S UNIT PRICE, AND FOR NO MORE THAN THE QUANTITY
      *ACTUALLY RECEIVED FROM THAT SUPPLIER (ON THE QUOTED PO, IF
      *ONE IS QUOTED); ANYTHING ELSE GOES TO THE DISCREPANCY REPORT
      *INSTEAD OF THE PAYABLES VOUCHER
       700-MATCH-INVOICE-LINE.
           IF RECEIPT-OVERFLOW-FLAG-WS = "Y"
               MOVE "RECEIPT HISTORY OVER CAP" TO DISCREP-REASON-WS
               PERFORM 900-WRITE-INVOICE-DISCREP-OUT
           ELSE
               MOVE INV-QUANTITY-IN TO INV-QUANTITY-NUM-WS
               IF INV-PO-NUMBER-IN NUMERIC
                   MOVE INV-PO-NUMBER-IN TO INV-PO-NUMBER-WS
               ELSE
                   MOVE 0 TO INV-PO-NUMBER-WS
               END-IF
               MOVE INV-PART-NUMBER-IN TO PART-NUMBER-MS
               READ INVENT-FILE-IO
                   INVALID KEY
                       MOVE "PART NOT ON MASTER" TO
                           DISCREP-REASON-WS
           END-IF.

      *COMPARE THE INVOICED PRICE TO THE MASTER AND THE INVOICED
      *QUANTITY TO THE UNVOUCHERED RECEIPTS AND OPEN ORDERS; GOODS
      *ALREADY RETURNED TO THE SUPPLIER ARE NEVER VOUCHERED. UNDER
      *AVERAGE COSTING A PRICE DIFFERENCE IS PAID AND ABSORBED INTO
      *THE PART'S COST INSTEAD OF BEING HELD
       700-CHECK-PRICE-AND-QUANTITY.
           IF INV-UNIT-PRICE-IN NOT = PART-UNIT-PRICE-MS
                   AND COST-METHOD-WS NOT = "AVERAGE"
               MOVE "PRICE DIFFERS FROM MASTER" TO DISCREP-REASON-WS
               PERFORM 900-WRITE-INVOICE-DISCREP-OUT
               MOVE "HELD" TO PPV-STATUS-WS
               PERFORM 900-WRITE-PPV-HISTORY-OUT
           ELSE
               PERFORM 900-LOOKUP-RECEIVED-QTY
               IF RECEIVED-QTY-WS >= INV-QUANTITY-NUM-WS
                   PERFORM 900-WRITE-VOUCHER-OUT
                   PERFORM 900-RELIEVE-RECEIPT-QTY
                   IF INV-UNIT-PRICE-IN NOT = PART-UNIT-PRICE-MS
                       MOVE "PAID" TO PPV-STATUS-WS
                       PERFORM 900-WRITE-PPV-HISTORY-OUT
                       PERFORM 700-RECALC-AVERAGE-COST
                   END-IF
               ELSE
                   PERFORM 900-LOOKUP-ON-ORDER-QTY
                   EVALUATE TRUE
                       WHEN RETURNED-QTY-WS > 0
                           MOVE "QTY INCLUDES RETURNED GOODS" TO
                               DISCREP-REASON-WS
                       WHEN RECEIVED-QTY-WS > 0
                           MOVE "QTY OVER RECEIVED QUANTITY" TO
                               DISCREP-REASON-WS
                       WHEN ON-ORDER-QTY-WS > 0
                           MOVE "ORDERED - RECEIPT NOT POSTED" TO
                               DISCREP-REASON-WS
                       WHEN OTHER
                           MOVE "NOT ON ORDER OR RECEIVED" TO
                               DISCREP-REASON-WS
                   END-EVALUATE
                   PERFORM 900-WRITE-INVOICE-DISCREP-OUT
                   IF INV-UNIT-PRICE-IN NOT = PART-UNIT-PRICE-MS
                       MOVE "HELD" TO PPV-STATUS-WS
                       PERFORM 900-WRITE-PPV-HISTORY-OUT
                   END-IF
               END-IF
           END-IF.

      *MOVE THE PART'S COST TO THE WEIGHTED AVERAGE OF THE STOCK ON
      *HAND. THE RECEIPT IS ALREADY IN STOCK AT THE OLD COST, SO ONLY
      *THE PRICE DIFFERENCE ON THE INVOICED UNITS STILL ON HAND IS
      *ADDED; WITH NOTHING ON HAND THE INVOICE PRICE BECOMES THE COST
       700-RECALC-AVERAGE-COST.
           MOVE PART-UNIT-PRICE-MS TO OLD-UNIT-COST-WS.
           IF PART-QUANTITY-IN-HAND-MS = 0
               MOVE INV-UNIT-PRICE-IN TO NEW-UNIT-COST-WS
           ELSE
               IF INV-QUANTITY-NUM-WS > PART-QUANTITY-IN-HAND-MS
                   MOVE PART-QUANTITY-IN-HAND-MS TO ABSORB-QTY-WS
               ELSE
                   MOVE INV-QUANTITY-NUM-WS TO ABSORB-QTY-WS
               END-IF
               COMPUTE NEW-UNIT-COST-WS ROUNDED =
                   (PART-QUANTITY-IN-HAND-MS * OLD-UNIT-COST-WS
                   + ABSORB-QTY-WS
                   * (INV-UNIT-PRICE-IN - OLD-UNIT-COST-WS))
                   / PART-QUANTITY-IN-HAND-MS
           END-IF.
           IF NEW-UNIT-COST-WS NOT = OLD-UNIT-COST-WS
               MOVE INVENT-RECORD-MS TO JRNL-BEFORE-IMAGE-WS
               MOVE NEW-UNIT-COST-WS TO PART-UNIT-PRICE-MS
               PERFORM 900-WRITE-INVENT-JOURNAL
               REWRITE INVENT-RECORD-MS
               ADD 1 TO COST-RECALC-CTR
               PERFORM 900-WRITE-COST-LOG-OUT
               PERFORM 900-WRITE-REVAL-HISTORY-OUT
           END-IF.

      *SUM THE UNVOUCHERED RECEIVED QUANTITY FOR THIS PART/SUPPLIER
      *AND QUOTED PO, AND THE QUANTITY ALREADY SENT BACK AGAINST
      *THOSE SAME RECEIPTS
       900-LOOKUP-RECEIVED-QTY.
           MOVE 0 TO RECEIVED-QTY-WS.
           MOVE 0 TO RETURNED-QTY-WS.
           PERFORM VARYING RECEIPT-TBL-IDX FROM 1 BY 1
                   UNTIL RECEIPT-TBL-IDX > RECEIPT-TBL-COUNT-WS
               IF RECEIPT-PART-TBL (RECEIPT-TBL-IDX) =
                       PART-NUMBER-MS
                   AND RECEIPT-SUPP-TBL (RECEIPT-TBL-IDX) =
                       INV-SUPPLIER-CODE-IN
                   AND (INV-PO-NUMBER-WS = 0
                       OR RECEIPT-PO-TBL (RECEIPT-TBL-IDX) =
                           INV-PO-NUMBER-WS)
                   ADD RECEIPT-QTY-TBL (RECEIPT-TBL-IDX) TO
                       RECEIVED-QTY-WS
                   ADD RECEIPT-RTND-QTY-TBL (RECEIPT-TBL-IDX) TO
                       RETURNED-QTY-WS
               END-IF
           END-PERFORM.

      *SUM THE STILL-OPEN ORDERED QUANTITY FOR THIS PART/SUPPLIER
      *AND QUOTED PO
       900-LOOKUP-ON-ORDER-QTY.
           MOVE 0 TO ON-ORDER-QTY-WS.
           PERFORM VARYING ON-ORDER-TBL-IDX FROM 1 BY 1
                       PART-NUMBER-MS
                   AND ON-ORDER-SUPP-TBL (ON-ORDER-TBL-IDX) =
                       INV-SUPPLIER-CODE-IN
                   AND (INV-PO-NUMBER-WS = 0
                       OR ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX) =
                           INV-PO-NUMBER-WS)
                   ADD ON-ORDER-QTY-TBL (ON-ORDER-TBL-IDX) TO
                       ON-ORDER-QTY-WS
               END-IF

      *DEDUCT THE VOUCHERED QUANTITY FROM THE OLDEST MATCHING
      *RECEIPT LINES SO THE SAME DELIVERY CANNOT SUPPORT A SECOND
      *INVOICE LINE, THIS RUN OR ANY LATER ONE; EACH LINE TOUCHED
      *TAKES THE VOUCHERED PRICE FOR ANY LATER DEBIT MEMO
       900-RELIEVE-RECEIPT-QTY.
           MOVE "Y" TO RECEIPT-RELIEVED-FLAG-WS.
           MOVE INV-QUANTITY-NUM-WS TO RELIEF-QTY-WS.
           MOVE 0 TO COST-RCPT-DATE-WS.
           MOVE 0 TO COST-RCPT-PO-WS.
           PERFORM VARYING RECEIPT-TBL-IDX FROM 1 BY 1
                   UNTIL RECEIPT-TBL-IDX > RECEIPT-TBL-COUNT-WS
                       OR RELIEF-QTY-WS = 0
                       PART-NUMBER-MS
                   AND RECEIPT-SUPP-TBL (RECEIPT-TBL-IDX) =
                       INV-SUPPLIER-CODE-IN
                   AND (INV-PO-NUMBER-WS = 0
                       OR RECEIPT-PO-TBL (RECEIPT-TBL-IDX) =
                           INV-PO-NUMBER-WS)
                   AND RECEIPT-QTY-TBL (RECEIPT-TBL-IDX) > 0
                   MOVE INV-UNIT-PRICE-IN TO
                       RECEIPT-PRICE-TBL (RECEIPT-TBL-IDX)
                   IF COST-RCPT-DATE-WS = 0
                       MOVE RECEIPT-RCPT-DATE-TBL (RECEIPT-TBL-IDX)
                           TO COST-RCPT-DATE-WS
                       MOVE RECEIPT-PO-TBL (RECEIPT-TBL-IDX)
                           TO COST-RCPT-PO-WS
                   END-IF
                   IF RECEIPT-QTY-TBL (RECEIPT-TBL-IDX) >
                           RELIEF-QTY-WS
                       SUBTRACT RELIEF-QTY-WS FROM
               END-IF
           END-PERFORM.

      *RECEIPT LINES WRITTEN BEFORE RETURNS WERE TRACKED CARRY NO
      *RECEIVED, RETURNED OR PRICE FIELDS; TREAT THEM AS RECEIVED IN
      *FULL WITH NOTHING RETURNED AND NOT YET PRICED
       900-LOAD-RECEIPT-RETURN-FIELDS.
           IF RHIST-RECEIVED-QTY NUMERIC
               MOVE RHIST-RECEIVED-QTY TO
                   RECEIPT-RCVD-QTY-TBL (RECEIPT-TBL-IDX)
           ELSE
               MOVE RHIST-QUANTITY TO
                   RECEIPT-RCVD-QTY-TBL (RECEIPT-TBL-IDX)
           END-IF.
           IF RHIST-RETURNED-QTY NUMERIC
               MOVE RHIST-RETURNED-QTY TO
                   RECEIPT-RTND-QTY-TBL (RECEIPT-TBL-IDX)
           ELSE
               MOVE 0 TO RECEIPT-RTND-QTY-TBL (RECEIPT-TBL-IDX)
           END-IF.
           IF RHIST-INVOICE-PRICE NUMERIC
               MOVE RHIST-INVOICE-PRICE TO
                   RECEIPT-PRICE-TBL (RECEIPT-TBL-IDX)
           ELSE
               MOVE 0 TO RECEIPT-PRICE-TBL (RECEIPT-TBL-IDX)
           END-IF.

      *WRITE ONE CLEAN PAYABLES VOUCHER LINE FOR A MATCHED INVOICE
       900-WRITE-VOUCHER-OUT.
           MOVE INV-SUPPLIER-CODE-IN TO VCHR-SUPPLIER-CODE-OUT.
               INV-QUANTITY-NUM-WS * INV-UNIT-PRICE-IN.
           MOVE INV-INVOICE-NUMBER-IN TO VCHR-INVOICE-NUMBER-OUT.
           MOVE INV-INVOICE-DATE-IN TO VCHR-INVOICE-DATE-OUT.
           MOVE INV-PO-NUMBER-WS TO VCHR-PO-NUMBER-OUT.
           WRITE VOUCHER-RECORD-OUT.
           ADD 1 TO VOUCHER-OUT-CTR.

           MOVE INV-REJECT-REASON-WS TO INV-REJECT-REASON-OUT.
           WRITE INVOICE-REJECT-RECORD-OUT.
           ADD 1 TO INVOICE-REJECT-CTR.

      *LOG ONE AVERAGE COST CHANGE AGAINST THE OLDEST RECEIPT LINE
      *THE INVOICE WAS MATCHED TO
       900-WRITE-COST-LOG-OUT.
           MOVE RUN-DATE-WS TO CLOG-RUN-DATE-OUT.
           MOVE PART-NUMBER-MS TO CLOG-PART-NUMBER-OUT.
           MOVE INV-SUPPLIER-CODE-IN TO CLOG-SUPPLIER-CODE-OUT.
           MOVE INV-INVOICE-NUMBER-IN TO CLOG-INVOICE-NUMBER-OUT.
           MOVE COST-RCPT-PO-WS TO CLOG-PO-NUMBER-OUT.
           MOVE COST-RCPT-DATE-WS TO CLOG-RECEIPT-DATE-OUT.
           MOVE PART-QUANTITY-IN-HAND-MS TO CLOG-QTY-ON-HAND-OUT.
           MOVE INV-QUANTITY-NUM-WS TO CLOG-INVOICE-QTY-OUT.
           MOVE OLD-UNIT-COST-WS TO CLOG-OLD-COST-OUT.
           MOVE INV-UNIT-PRICE-IN TO CLOG-INVOICE-PRICE-OUT.
           MOVE NEW-UNIT-COST-WS TO CLOG-NEW-COST-OUT.
           WRITE COST-LOG-RECORD-OUT.

      *RECORD THE COST CHANGE AS A REVALUATION OF THE STOCK ON HAND
       900-WRITE-REVAL-HISTORY-OUT.
           MOVE RUN-DATE-WS TO RVHST-RUN-DATE-OUT.
           MOVE PART-NUMBER-MS TO RVHST-PART-NUMBER-OUT.
           MOVE OLD-UNIT-COST-WS TO RVHST-OLD-PRICE-OUT.
           MOVE NEW-UNIT-COST-WS TO RVHST-NEW-PRICE-OUT.
           MOVE PART-QUANTITY-IN-HAND-MS TO RVHST-QUANTITY-OUT.
           COMPUTE RVHST-VALUE-DELTA-OUT =
               PART-QUANTITY-IN-HAND-MS
               * (NEW-UNIT-COST-WS - OLD-UNIT-COST-WS).
           MOVE RUN-DATE-WS TO RVHST-EFFECTIVE-DATE-OUT.
           WRITE REVAL-HISTORY-RECORD-OUT.

      *WRITE ONE PURCHASE PRICE VARIANCE LINE: THE INVOICED PRICE
      *AGAINST THE MASTER PRICE IN FORCE, OVER THE INVOICED QUANTITY
       900-WRITE-PPV-HISTORY-OUT.
           MOVE INV-SUPPLIER-CODE-IN TO PPV-SUPPLIER-CODE-OUT.
           MOVE PART-NUMBER-MS TO PPV-PART-NUMBER-OUT.
           MOVE INV-INVOICE-NUMBER-IN TO PPV-INVOICE-NUMBER-OUT.
           MOVE INV-INVOICE-DATE-IN TO PPV-INVOICE-DATE-OUT.
           MOVE INV-PO-NUMBER-WS TO PPV-PO-NUMBER-OUT.
           MOVE INV-QUANTITY-NUM-WS TO PPV-QUANTITY-OUT.
           MOVE PART-UNIT-PRICE-MS TO PPV-STANDARD-PRICE-OUT.
           MOVE INV-UNIT-PRICE-IN TO PPV-INVOICE-PRICE-OUT.
           COMPUTE PPV-VARIANCE-AMT-OUT =
               INV-QUANTITY-NUM-WS
               * (INV-UNIT-PRICE-IN - PART-UNIT-PRICE-MS).
           MOVE PPV-STATUS-WS TO PPV-STATUS-OUT.
           WRITE PPV-HISTORY-RECORD-OUT.
           ADD 1 TO PPV-OUT-CTR.

      *JOURNAL THE PRIOR RECORD IMAGE AND THE IMAGE ABOUT TO GO ON
      *FILE, AHEAD OF THE REWRITE IT BELONGS TO
       900-WRITE-INVENT-JOURNAL.
           ACCEPT JRNL-STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRNL-STAMP-TIME-WS FROM TIME.
           MOVE "R" TO JRNL-ACTION-OUT.
           MOVE JRNL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE-OUT.
           MOVE INVENT-RECORD-MS TO JRNL-AFTER-IMAGE-OUT.
           MOVE "INVMATCH" TO JRNL-PROGRAM-OUT.
           COMPUTE JRNL-STAMP-OUT =
               JRNL-STAMP-DATE-WS * 1000000 + JRNL-STAMP-HHMMSS-WS.
           WRITE INVENT-JOURNAL-RECORD-OUT.
