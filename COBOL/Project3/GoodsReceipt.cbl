               "RCPTHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BIN-LOCATION-IN
               ASSIGN TO
               "BINLOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PUTAWAY-LIST-OUT
               ASSIGN TO
               "PUTAWAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO
               "RUNLOG.TXT"
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

      *THE PO NUMBER IS OPTIONAL: BLANK OR ZERO MATCHES THE RECEIPT
      *AGAINST ANY OPEN ORDER FOR THE PART AND SUPPLIER
       FD  RECEIPT-FILE-IN
           RECORD CONTAINS 29 CHARACTERS.
       01  RECEIPT-RECORD-IN.
           05  RCPT-PART-NUMBER-IN        PIC 9(5).
           05  RCPT-SUPPLIER-CODE-IN      PIC X(5).
           05  RCPT-QUANTITY-IN           PIC 9(5).
           05  RCPT-DATE-IN               PIC 9(8).
           05  RCPT-PO-NUMBER-IN          PIC X(6).

       FD  ON-ORDER-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  ON-ORDER-RECORD.
           05  OO-PART-NUMBER          PIC 9(5).
           05  OO-QUANTITY             PIC 9(5).
           05  OO-SUPPLIER-CODE        PIC X(5).
           05  OO-ORDER-DATE           PIC 9(8).
           05  OO-PO-NUMBER            PIC 9(6).
           05  OO-PO-LINE              PIC 9(3).

       FD  RECEIPT-REJECT-OUT
           RECORD CONTAINS 54 CHARACTERS.
       01  RECEIPT-REJECT-RECORD-OUT.
           05  RCPT-REJECT-DATA-OUT       PIC X(29).
           05  FILLER                     PIC X VALUE SPACES.
           05  RCPT-REJECT-REASON-OUT     PIC X(24).

       FD  RECEIPT-EXCEPTION-OUT
           RECORD CONTAINS 56 CHARACTERS.
       01  RECEIPT-EXCEPTION-RECORD-OUT.
           05  RCPT-EXC-PART-NUMBER-OUT   PIC 9(5).
           05  FILLER                     PIC X VALUE SPACES.
           05  RCPT-EXC-SUPPLIER-OUT      PIC X(5).
           05  FILLER                     PIC X VALUE SPACES.
           05  RCPT-EXC-RECEIVED-OUT      PIC 9(5).
           05  FILLER                     PIC X VALUE SPACES.
           05  RCPT-EXC-ORDERED-OUT       PIC 9(7).
           05  FILLER                     PIC X VALUE SPACES.
           05  RCPT-EXC-REASON-OUT        PIC X(30).

      *PROGRAM THAT UPDATES THE MASTER, SO A PART'S MOVEMENTS CAN BE
      *READ AS ONE CHAINED STATEMENT AT YEAR-END
       FD  STOCK-LEDGER-OUT
           RECORD CONTAINS 47 CHARACTERS.
       01  STOCK-LEDGER-RECORD-OUT.
           05  SLGR-PART-NUMBER-OUT        PIC 9(5).
           05  SLGR-MOVE-DATE-OUT          PIC 9(8).
           05  SLGR-MOVE-TYPE-OUT          PIC X(10).
           05  SLGR-QUANTITY-OUT           PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  SLGR-BEFORE-QTY-OUT         PIC 9(5).
           05  SLGR-AFTER-QTY-OUT          PIC 9(5).
           05  SLGR-SOURCE-PROGRAM-OUT     PIC X(8).

      *BEFORE/AFTER IMAGE JOURNAL WRITTEN AHEAD OF EVERY WRITE OR
      *REWRITE OF THE INDEXED MASTER, SO A CORRUPTED MASTER CAN BE
      *REBUILT FROM A DATED BACKUP PLUS THE JOURNAL
       FD  INVENT-JOURNAL-OUT
           RECORD CONTAINS 133 CHARACTERS.
       01  INVENT-JOURNAL-RECORD-OUT.
           05  JRNL-ACTION-OUT             PIC X.
           05  JRNL-BEFORE-IMAGE-OUT       PIC X(55).
           05  JRNL-AFTER-IMAGE-OUT        PIC X(55).
           05  JRNL-PROGRAM-OUT            PIC X(8).
           05  JRNL-STAMP-OUT              PIC 9(14).

      *ONE RECORD PER POSTED RECEIPT THAT RELIEVED AN OPEN ORDER,
      *PAIRING THE ORDER DATE WITH THE RECEIPT DATE SO THE SUPPLIER
      *SCORECARD CAN MEASURE ACTUAL DELIVERY TIME. THE QUANTITY IS
      *RELIEVED AS IT IS VOUCHERED; THE RECEIVED QUANTITY STAYS AS
      *POSTED SO RETURNS TO THE SUPPLIER CAN BE CAPPED AGAINST IT
       FD  RECEIPT-HISTORY-OUT
           RECORD CONTAINS 53 CHARACTERS.
       01  RECEIPT-HISTORY-RECORD-OUT.
           05  RHIST-PART-NUMBER-OUT       PIC 9(5).
           05  RHIST-SUPPLIER-CODE-OUT     PIC X(5).
           05  RHIST-QUANTITY-OUT          PIC 9(5).
           05  RHIST-ORDER-DATE-OUT        PIC 9(8).
           05  RHIST-RECEIPT-DATE-OUT      PIC 9(8).
           05  RHIST-PO-NUMBER-OUT         PIC 9(6).
           05  RHIST-RECEIVED-QTY-OUT      PIC 9(5).
           05  RHIST-RETURNED-QTY-OUT      PIC 9(5).
           05  RHIST-INVOICE-PRICE-OUT     PIC 9(4)V99.

       FD  BIN-LOCATION-IN
           RECORD CONTAINS 32 CHARACTERS.
       01  BIN-LOCATION-RECORD-IN.
           05  BINL-PART-NUMBER-IN        PIC 9(5).
           05  BINL-LOCATION-IN           PIC X(13).
           05  BINL-TYPE-IN               PIC X.
           05  BINL-QUANTITY-IN           PIC 9(5).
           05  BINL-ASSIGNED-DATE-IN      PIC 9(8).

       FD  PUTAWAY-LIST-OUT
           RECORD CONTAINS 64 CHARACTERS.
       01  PUTAWAY-LINE-OUT               PIC X(64).

       FD  RUN-LOG-OUT
           RECORD CONTAINS 108 CHARACTERS.
       01  RECEIPT-IN-CTR              PIC 9(7) VALUE 0.
       01  RECEIPT-POSTED-CTR          PIC 9(7) VALUE 0.
       01  RECEIPT-REJECT-CTR          PIC 9(7) VALUE 0.
       01  RECEIPT-NEW-QUANTITY-WS     PIC S9(6) VALUE 0.

       01  MATCH-OPEN-QTY-WS           PIC 9(7) VALUE 0.
       01  RCPT-PO-NUMBER-WS           PIC 9(6) VALUE 0.

      *OPEN-ORDER LINES LOADED AT JOB START AND RELIEVED AS RECEIPTS
      *POST, SO THE NIGHTLY REORDER RUN STOPS SUPPRESSING PARTS WHOSE
           05  ON-ORDER-TBL-ENTRY OCCURS 500 TIMES
                   INDEXED BY ON-ORDER-TBL-IDX.
               10  ON-ORDER-PART-TBL   PIC 9(5).
               10  ON-ORDER-QTY-TBL    PIC 9(5).
               10  ON-ORDER-SUPP-TBL   PIC X(5).
               10  ON-ORDER-DATE-TBL   PIC 9(8).
               10  ON-ORDER-PO-TBL     PIC 9(6).
               10  ON-ORDER-LINE-TBL   PIC 9(3).
       01  ON-ORDER-EOF-FLAG           PIC A(3) VALUE SPACES.
       01  ON-ORDER-FILE-STATUS-WS     PIC X(2) VALUE "00".
       01  ON-ORDER-RELIEF-QTY-WS      PIC 9(5) VALUE 0.
       01  ON-ORDER-OVERFLOW-FLAG-WS   PIC X VALUE "N".

       01  FIRST-ORDER-DATE-WS         PIC 9(8) VALUE 0.
       01  FIRST-ORDER-PO-WS           PIC 9(6) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.

           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

      *PRIMARY BIN OF EACH PART, SO EVERY POSTED RECEIPT CAN BE SENT
      *TO WHERE THE PART IS KEPT
       01  BIN-TABLE-WS.
           05  BIN-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  BIN-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  BIN-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BIN-TBL-IDX.
               10  BIN-PART-TBL        PIC 9(5).
               10  BIN-LOCATION-TBL    PIC X(13).
       01  BIN-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  BIN-OVERFLOW-CTR            PIC 9(5) VALUE 0.

      *POSTED RECEIPTS, SORTED INTO WALK-PATH ORDER BY PRIMARY BIN
      *BEFORE THE PUTAWAY LIST IS PRINTED; PARTS WITH NO BIN SORT
      *LAST AND ARE HELD AT THE DOCK
       01  PUTAWAY-TABLE-WS.
           05  PUT-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  PUT-TBL-MAX-WS          PIC 9(4) VALUE 1000.
           05  PUT-TBL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PUT-TBL-IDX.
               10  PUT-KEY-TBL.
                   15  PUT-NO-BIN-TBL  PIC X.
                   15  PUT-LOCATION-TBL PIC X(13).
                   15  PUT-PART-TBL    PIC 9(5).
               10  PUT-NAME-TBL        PIC X(20).
               10  PUT-QTY-TBL         PIC 9(5).
               10  PUT-SUPP-TBL        PIC X(5).
               10  PUT-PO-TBL          PIC 9(6).
       01  PUT-OVERFLOW-CTR            PIC 9(5) VALUE 0.

       01  SORT-SWAP-FLAG-WS           PIC X VALUE "N".
       01  SORT-ENTRY-WORK-WS          PIC X(55).
       01  SORT-IDX-WS                 PIC 9(4) VALUE 0.
       01  SORT-NEXT-IDX-WS            PIC 9(4) VALUE 0.

      *A BIN LOCATION SPLIT INTO SITE, AISLE, BAY AND LEVEL, AND THE
      *SAME LOCATION AS PRINTED
       01  BIN-LOCATION-WS.
           05  BINW-SITE-WS            PIC X(5).
           05  BINW-AISLE-WS           PIC X(3).
           05  BINW-BAY-WS             PIC X(3).
           05  BINW-LEVEL-WS           PIC X(2).
       01  BIN-LOCATION-PRINT-WS.
           05  BINP-SITE-WS            PIC X(5).
           05  FILLER                  PIC X VALUE "-".
           05  BINP-AISLE-WS           PIC X(3).
           05  FILLER                  PIC X VALUE "-".
           05  BINP-BAY-WS             PIC X(3).
           05  FILLER                  PIC X VALUE "-".
           05  BINP-LEVEL-WS           PIC X(2).

       01  PUT-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
           "PUTAWAY LIST - RECEIPTS OF".
           05  PUT-TITLE-DATE-OUT      PIC 9(8).
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  PUT-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "BIN".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PART".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "PART NAME".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "  QTY".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SUPP".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PO".
           05  FILLER                  PIC X VALUE SPACES.
       01  PUT-ROW-FILLER-WS           PIC X(64) VALUE SPACES.
       01  PUT-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PUT-BIN-OUT             PIC X(16).
           05  FILLER                  PIC X VALUE SPACES.
           05  PUT-PART-OUT            PIC 9(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  PUT-NAME-OUT            PIC X(20).
           05  FILLER                  PIC X VALUE SPACES.
           05  PUT-QTY-OUT             PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
           05  PUT-SUPP-OUT            PIC X(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  PUT-PO-OUT              PIC 9(6).
           05  FILLER                  PIC X VALUE SPACES.
       01  PUT-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
           "RECEIPTS TO PUT AWAY:".
           05  PUT-COUNT-OUT           PIC ZZZ9.
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  PUT-OVERFLOW-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PUT-OVFL-LABEL-OUT      PIC X(24).
           05  PUT-OVFL-COUNT-OUT      PIC ZZZZ9.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  JRNL-BEFORE-IMAGE-WS        PIC X(55) VALUE SPACES.
       01  JRNL-STAMP-DATE-WS          PIC 9(8) VALUE 0.
       01  JRNL-STAMP-TIME-WS          PIC 9(8) VALUE 0.
       01  JRNL-STAMP-TIME-SPLIT-WS REDEFINES JRNL-STAMP-TIME-WS.
           PERFORM 700-GET-SITE-FILE-NAMES.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-ON-ORDER-TABLE.
           PERFORM 700-LOAD-PRIMARY-BIN-TABLE.
           PERFORM 700-READ-RECEIPT-RECORD.

      *POST ONE RECEIPT THEN READ THE NEXT ONE
           END-IF.
           PERFORM 700-READ-RECEIPT-RECORD.

      *PRINT THE PUTAWAY LIST AND CLOSE GOODS RECEIPT FILES
       200-TERM-RECEIPT-JOB.
           PERFORM 700-REWRITE-ON-ORDER-FILE.
           PERFORM 700-SORT-PUTAWAY-TABLE.
           PERFORM 700-WRITE-PUTAWAY-LIST.
           CLOSE INVENT-FILE-IO.
           CLOSE RECEIPT-FILE-IN.
           CLOSE RECEIPT-REJECT-OUT.
           CLOSE STOCK-LEDGER-OUT.
           CLOSE INVENT-JOURNAL-OUT.
           CLOSE RECEIPT-HISTORY-OUT.
           CLOSE PUTAWAY-LIST-OUT.

      *OVERRIDE DEFAULT FILE NAMES FROM RUN PARAMETERS FOR MULTI-SITE
      *BATCH RUNS, SO EACH SITE'S MASTER CAN BE POSTED WITHOUT
           OPEN EXTEND STOCK-LEDGER-OUT.
           OPEN EXTEND INVENT-JOURNAL-OUT.
           OPEN EXTEND RECEIPT-HISTORY-OUT.
           OPEN OUTPUT PUTAWAY-LIST-OUT.

      *LOAD THE OPEN-ORDER FILE INTO A TABLE FOR RELIEF AS RECEIPTS
      *ARE POSTED; ON OVERFLOW THE FILE IS LEFT UNTOUCHED AT END OF
                               ON-ORDER-SUPP-TBL (ON-ORDER-TBL-IDX)
                           MOVE OO-ORDER-DATE TO
                               ON-ORDER-DATE-TBL (ON-ORDER-TBL-IDX)
                           PERFORM 900-LOAD-ON-ORDER-PO-FIELDS
                       ELSE
                           PERFORM 900-WRITE-OO-OVERFLOW-EXCEPTION
                       END-IF
           END-PERFORM.
           CLOSE ON-ORDER-FILE.

      *CARRY THE LINE'S PO NUMBER AND LINE; LINES RAISED BEFORE PO
      *NUMBERING HAVE NONE AND LOAD AS ZERO
       900-LOAD-ON-ORDER-PO-FIELDS.
           IF OO-PO-NUMBER NUMERIC AND OO-PO-LINE NUMERIC
               MOVE OO-PO-NUMBER TO ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX)
               MOVE OO-PO-LINE TO ON-ORDER-LINE-TBL (ON-ORDER-TBL-IDX)
           ELSE
               MOVE 0 TO ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX)
               MOVE 0 TO ON-ORDER-LINE-TBL (ON-ORDER-TBL-IDX)
           END-IF.

      *REPORT AN OPEN-ORDER LINE THAT DID NOT FIT THE RELIEF TABLE
       900-WRITE-OO-OVERFLOW-EXCEPTION.
           MOVE "Y" TO ON-ORDER-OVERFLOW-FLAG-WS.
                           OO-SUPPLIER-CODE
                       MOVE ON-ORDER-DATE-TBL (ON-ORDER-TBL-IDX) TO
                           OO-ORDER-DATE
                       MOVE ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX) TO
                           OO-PO-NUMBER
                       MOVE ON-ORDER-LINE-TBL (ON-ORDER-TBL-IDX) TO
                           OO-PO-LINE
                       WRITE ON-ORDER-RECORD
                   END-IF
               END-PERFORM
               CLOSE ON-ORDER-FILE
           END-IF.

      *LOAD THE PRIMARY BIN OF EVERY PART FROM THE BIN LOCATION FILE;
      *OVERFLOW BINS TAKE NO PUTAWAY AND ARE SKIPPED
       700-LOAD-PRIMARY-BIN-TABLE.
           OPEN INPUT BIN-LOCATION-IN.
           PERFORM UNTIL BIN-EOF-FLAG = "YES"
               READ BIN-LOCATION-IN
                   AT END MOVE "YES" TO BIN-EOF-FLAG
                   NOT AT END
                       IF BINL-TYPE-IN = "P"
                           IF BIN-TBL-COUNT-WS < BIN-TBL-MAX-WS
                               ADD 1 TO BIN-TBL-COUNT-WS
                               SET BIN-TBL-IDX TO BIN-TBL-COUNT-WS
                               MOVE BINL-PART-NUMBER-IN TO
                                   BIN-PART-TBL (BIN-TBL-IDX)
                               MOVE BINL-LOCATION-IN TO
                                   BIN-LOCATION-TBL (BIN-TBL-IDX)
                           ELSE
                               ADD 1 TO BIN-OVERFLOW-CTR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BIN-LOCATION-IN.

      *READ ONE RECEIPT TRANSACTION RECORD
       700-READ-RECEIPT-RECORD.
           READ RECEIPT-FILE-IN
                   IF RCPT-DATE-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD RECEIPT DATE" TO
                           RCPT-REJECT-REASON-WS
                   ELSE
                       IF RCPT-PO-NUMBER-IN NOT = SPACES
                               AND RCPT-PO-NUMBER-IN NOT NUMERIC
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BAD PO NUMBER" TO
                               RCPT-REJECT-REASON-WS.

      *MATCH THE RECEIPT AGAINST THE OPEN-ORDER LEDGER, WHICH CARRIES
      *EVERY UNFILLED ORDER ACROSS NIGHTLY RUNS AND IS RELIEVED AS
      *RECEIPTS POST, SO PARTIAL DELIVERIES COMPARE AGAINST THE
      *QUANTITY STILL OPEN; FLAG OVER, SHORT AND UNEXPECTED RECEIPTS.
      *A RECEIPT QUOTING A PO IS MATCHED ONLY TO THAT PO'S LINES; ONE
      *THAT FINDS NOTHING THERE IS FLAGGED AS A QUOTING ERROR RATHER
      *THAN AS AN UNEXPECTED DELIVERY AGAINST THE SUPPLIER
       700-MATCH-RECEIPT-TO-OPEN-ORDER.
           IF RCPT-PO-NUMBER-IN NUMERIC
               MOVE RCPT-PO-NUMBER-IN TO RCPT-PO-NUMBER-WS
           ELSE
               MOVE 0 TO RCPT-PO-NUMBER-WS
           END-IF.
           MOVE 0 TO MATCH-OPEN-QTY-WS.
           PERFORM VARYING ON-ORDER-TBL-IDX FROM 1 BY 1
                   UNTIL ON-ORDER-TBL-IDX > ON-ORDER-TBL-COUNT-WS
                       RCPT-PART-NUMBER-IN
                   AND ON-ORDER-SUPP-TBL (ON-ORDER-TBL-IDX) =
                       RCPT-SUPPLIER-CODE-IN
                   AND (RCPT-PO-NUMBER-WS = 0
                       OR ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX) =
                           RCPT-PO-NUMBER-WS)
                   ADD ON-ORDER-QTY-TBL (ON-ORDER-TBL-IDX) TO
                       MATCH-OPEN-QTY-WS
               END-IF
           END-PERFORM.
           IF MATCH-OPEN-QTY-WS = 0
               IF RCPT-PO-NUMBER-WS = 0
                   MOVE "UNEXPECTED RECEIPT - NOT ON ORDER" TO
                       RCPT-EXC-REASON-OUT
               ELSE
                   MOVE "NOT OPEN ON QUOTED PO" TO
                       RCPT-EXC-REASON-OUT
               END-IF
               PERFORM 900-WRITE-RECEIPT-EXCEPTION
           ELSE
               IF RCPT-QUANTITY-IN > MATCH-OPEN-QTY-WS
               MOVE "PART RETIRED" TO RCPT-REJECT-REASON-WS
               PERFORM 900-WRITE-RECEIPT-REJECT-OUT
           ELSE
               IF RECEIPT-NEW-QUANTITY-WS > 99999
                   MOVE "RESULT EXCEEDS MAXIMUM" TO
                       RCPT-REJECT-REASON-WS
                   PERFORM 900-WRITE-RECEIPT-REJECT-OUT
                   REWRITE INVENT-RECORD-MS
                   ADD 1 TO RECEIPT-POSTED-CTR
                   PERFORM 700-RELIEVE-ON-ORDER
                   PERFORM 700-ADD-PUTAWAY-LINE
               END-IF
           END-IF.

      *ADD THE POSTED RECEIPT TO THE PUTAWAY LIST AT THE PART'S
      *PRIMARY BIN, OR AS HELD AT THE DOCK WHEN IT HAS NONE
       700-ADD-PUTAWAY-LINE.
           IF PUT-TBL-COUNT-WS < PUT-TBL-MAX-WS
               ADD 1 TO PUT-TBL-COUNT-WS
               SET PUT-TBL-IDX TO PUT-TBL-COUNT-WS
               MOVE "1" TO PUT-NO-BIN-TBL (PUT-TBL-IDX)
               MOVE SPACES TO PUT-LOCATION-TBL (PUT-TBL-IDX)
               SET BIN-TBL-IDX TO 1
               SEARCH BIN-TBL-ENTRY
                   VARYING BIN-TBL-IDX
                   AT END
                       CONTINUE
                   WHEN BIN-TBL-IDX > BIN-TBL-COUNT-WS
                       CONTINUE
                   WHEN BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-MS
                       MOVE "0" TO PUT-NO-BIN-TBL (PUT-TBL-IDX)
                       MOVE BIN-LOCATION-TBL (BIN-TBL-IDX) TO
                           PUT-LOCATION-TBL (PUT-TBL-IDX)
               END-SEARCH
               MOVE PART-NUMBER-MS TO PUT-PART-TBL (PUT-TBL-IDX)
               MOVE PART-NAME-MS TO PUT-NAME-TBL (PUT-TBL-IDX)
               MOVE RCPT-QUANTITY-IN TO PUT-QTY-TBL (PUT-TBL-IDX)
               MOVE RCPT-SUPPLIER-CODE-IN TO PUT-SUPP-TBL (PUT-TBL-IDX)
               MOVE FIRST-ORDER-PO-WS TO PUT-PO-TBL (PUT-TBL-IDX)
           ELSE
               ADD 1 TO PUT-OVERFLOW-CTR
           END-IF.

      *SORT THE PUTAWAY LINES INTO WALK-PATH ORDER: SITE, AISLE,
      *BAY AND LEVEL, WITH PARTS THAT HAVE NO BIN LAST
       700-SORT-PUTAWAY-TABLE.
           MOVE "Y" TO SORT-SWAP-FLAG-WS.
           PERFORM UNTIL SORT-SWAP-FLAG-WS = "N"
               MOVE "N" TO SORT-SWAP-FLAG-WS
               PERFORM VARYING SORT-IDX-WS FROM 1 BY 1
                       UNTIL SORT-IDX-WS >= PUT-TBL-COUNT-WS
                   COMPUTE SORT-NEXT-IDX-WS = SORT-IDX-WS + 1
                   IF PUT-KEY-TBL (SORT-NEXT-IDX-WS) <
                           PUT-KEY-TBL (SORT-IDX-WS)
                       MOVE PUT-TBL-ENTRY (SORT-IDX-WS) TO
                           SORT-ENTRY-WORK-WS
                       MOVE PUT-TBL-ENTRY (SORT-NEXT-IDX-WS) TO
                           PUT-TBL-ENTRY (SORT-IDX-WS)
                       MOVE SORT-ENTRY-WORK-WS TO
                           PUT-TBL-ENTRY (SORT-NEXT-IDX-WS)
                       MOVE "Y" TO SORT-SWAP-FLAG-WS
                   END-IF
               END-PERFORM
           END-PERFORM.

      *PRINT THE PUTAWAY LIST FOR THE STOCK HANDLERS
       700-WRITE-PUTAWAY-LIST.
           ACCEPT PUT-TITLE-DATE-OUT FROM DATE YYYYMMDD.
           WRITE PUTAWAY-LINE-OUT FROM PUT-TITLE-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE PUTAWAY-LINE-OUT FROM PUT-HDR-LINE-WS
           AFTER ADVANCING 2 LINE.
           WRITE PUTAWAY-LINE-OUT FROM PUT-ROW-FILLER-WS.
           PERFORM 900-WRITE-PUTAWAY-DETAIL
               VARYING PUT-TBL-IDX FROM 1 BY 1
               UNTIL PUT-TBL-IDX > PUT-TBL-COUNT-WS.
           MOVE PUT-TBL-COUNT-WS TO PUT-COUNT-OUT.
           WRITE PUTAWAY-LINE-OUT FROM PUT-COUNT-LINE-WS
           AFTER ADVANCING 2 LINE.
           IF PUT-OVERFLOW-CTR > 0
               MOVE "PUTAWAY LIST - TBL FULL" TO PUT-OVFL-LABEL-OUT
               MOVE PUT-OVERFLOW-CTR TO PUT-OVFL-COUNT-OUT
               WRITE PUTAWAY-LINE-OUT FROM PUT-OVERFLOW-LINE-WS
           END-IF.
           IF BIN-OVERFLOW-CTR > 0
               MOVE "BIN LOCATIONS - TBL FULL" TO PUT-OVFL-LABEL-OUT
               MOVE BIN-OVERFLOW-CTR TO PUT-OVFL-COUNT-OUT
               WRITE PUTAWAY-LINE-OUT FROM PUT-OVERFLOW-LINE-WS
           END-IF.

      *PRINT ONE PUTAWAY LINE
       900-WRITE-PUTAWAY-DETAIL.
           IF PUT-NO-BIN-TBL (PUT-TBL-IDX) = "1"
               MOVE "NO BIN - AT DOCK" TO PUT-BIN-OUT
           ELSE
               MOVE PUT-LOCATION-TBL (PUT-TBL-IDX) TO BIN-LOCATION-WS
               PERFORM 900-FORMAT-BIN-LOCATION
               MOVE BIN-LOCATION-PRINT-WS TO PUT-BIN-OUT
           END-IF.
           MOVE PUT-PART-TBL (PUT-TBL-IDX) TO PUT-PART-OUT.
           MOVE PUT-NAME-TBL (PUT-TBL-IDX) TO PUT-NAME-OUT.
           MOVE PUT-QTY-TBL (PUT-TBL-IDX) TO PUT-QTY-OUT.
           MOVE PUT-SUPP-TBL (PUT-TBL-IDX) TO PUT-SUPP-OUT.
           MOVE PUT-PO-TBL (PUT-TBL-IDX) TO PUT-PO-OUT.
           WRITE PUTAWAY-LINE-OUT FROM PUT-DETAIL-LINE-WS.

      *SPELL OUT A BIN LOCATION AS SITE-AISLE-BAY-LEVEL
       900-FORMAT-BIN-LOCATION.
           MOVE BINW-SITE-WS TO BINP-SITE-WS.
           MOVE BINW-AISLE-WS TO BINP-AISLE-WS.
           MOVE BINW-BAY-WS TO BINP-BAY-WS.
           MOVE BINW-LEVEL-WS TO BINP-LEVEL-WS.

      *APPEND THE POSTED RECEIPT TO THE SHARED STOCK MOVEMENT LEDGER
      *WITH ITS BEFORE AND AFTER BALANCES SO THE STATEMENT RUN CAN
      *CHAIN EVERY CHANGE TO QUANTITY ON HAND
           WRITE INVENT-JOURNAL-RECORD-OUT.

      *RELIEVE THE OLDEST OPEN-ORDER LINES FOR THIS PART AND SUPPLIER
      *BY THE QUANTITY RECEIVED, KEEPING TO THE QUOTED PO IF ANY
       700-RELIEVE-ON-ORDER.
           MOVE RCPT-QUANTITY-IN TO ON-ORDER-RELIEF-QTY-WS.
           MOVE 0 TO FIRST-ORDER-DATE-WS.
           MOVE 0 TO FIRST-ORDER-PO-WS.
           PERFORM VARYING ON-ORDER-TBL-IDX FROM 1 BY 1
                   UNTIL ON-ORDER-TBL-IDX > ON-ORDER-TBL-COUNT-WS
                       OR ON-ORDER-RELIEF-QTY-WS = 0
                       RCPT-PART-NUMBER-IN
                   AND ON-ORDER-SUPP-TBL (ON-ORDER-TBL-IDX) =
                       RCPT-SUPPLIER-CODE-IN
                   AND (RCPT-PO-NUMBER-WS = 0
                       OR ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX) =
                           RCPT-PO-NUMBER-WS)
                   IF FIRST-ORDER-DATE-WS = 0
                       MOVE ON-ORDER-DATE-TBL (ON-ORDER-TBL-IDX) TO
                           FIRST-ORDER-DATE-WS
                       MOVE ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX) TO
                           FIRST-ORDER-PO-WS
                   END-IF
                   IF ON-ORDER-QTY-TBL (ON-ORDER-TBL-IDX) >
                           ON-ORDER-RELIEF-QTY-WS
           MOVE RCPT-QUANTITY-IN TO RHIST-QUANTITY-OUT.
           MOVE FIRST-ORDER-DATE-WS TO RHIST-ORDER-DATE-OUT.
           MOVE RCPT-DATE-IN TO RHIST-RECEIPT-DATE-OUT.
           MOVE FIRST-ORDER-PO-WS TO RHIST-PO-NUMBER-OUT.
           MOVE RCPT-QUANTITY-IN TO RHIST-RECEIVED-QTY-OUT.
           MOVE 0 TO RHIST-RETURNED-QTY-OUT.
           MOVE 0 TO RHIST-INVOICE-PRICE-OUT.
           WRITE RECEIPT-HISTORY-RECORD-OUT.

      *WRITE A REJECTED RECEIPT TRANSACTION WITH ITS REASON CODE
