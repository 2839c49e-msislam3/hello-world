       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnVendor.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE-IO
               ASSIGN TO DYNAMIC INVENT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER-MS
               FILE STATUS IS INVENT-FILE-STATUS-WS.

           SELECT RTV-FILE-IN
               ASSIGN TO
               "RTVTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECEIPT-HISTORY-IO
               ASSIGN TO
               "RCPTHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-HISTORY-STATUS-WS.

           SELECT RTV-REJECT-OUT
               ASSIGN TO
               "RTV-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEBIT-MEMO-OUT
               ASSIGN TO
               "DEBITMEMO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCK-LEDGER-OUT
               ASSIGN TO
               "STOCKLEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVENT-JOURNAL-OUT
               ASSIGN TO
               "INVJOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO
               "RUNLOG.TXT"
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

      *ONE LINE PER QUANTITY SENT BACK TO A SUPPLIER AS DAMAGED OR
      *WRONG, QUOTING THE DATE OF THE RECEIPT IT CAME IN ON SO THE
      *RETURN CAN BE HELD TO WHAT THAT DELIVERY ACTUALLY BROUGHT
       FD  RTV-FILE-IN
           RECORD CONTAINS 33 CHARACTERS.
       01  RTV-RECORD-IN.
           05  RTV-PART-NUMBER-IN         PIC 9(5).
           05  RTV-SUPPLIER-CODE-IN       PIC X(5).
           05  RTV-QUANTITY-IN            PIC 9(5).
           05  RTV-REASON-CODE-IN         PIC X(10).
           05  RTV-RECEIPT-DATE-IN        PIC 9(8).

      *POSTED RECEIPT HISTORY: THE QUANTITY IS WHAT IS STILL
      *UNVOUCHERED, THE RECEIVED QUANTITY IS AS ORIGINALLY POSTED AND
      *THE RETURNED QUANTITY IS EVERYTHING SENT BACK AGAINST THE LINE
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

       FD  RTV-REJECT-OUT
           RECORD CONTAINS 58 CHARACTERS.
       01  RTV-REJECT-RECORD-OUT.
           05  RTV-REJECT-DATA-OUT        PIC X(33).
           05  FILLER                     PIC X VALUE SPACES.
           05  RTV-REJECT-REASON-OUT      PIC X(24).

      *SUPPLIER DEBIT MEMO EXTRACT FOR PAYABLES: ONE LINE PER RECEIPT
      *LINE WHOSE ALREADY-VOUCHERED QUANTITY WENT BACK, PRICED AT WHAT
      *THE SUPPLIER WAS PAID FOR IT
       FD  DEBIT-MEMO-OUT
           RECORD CONTAINS 64 CHARACTERS.
       01  DEBIT-MEMO-RECORD-OUT.
           05  DMEMO-SUPPLIER-CODE-OUT    PIC X(5).
           05  DMEMO-PART-NUMBER-OUT      PIC 9(5).
           05  DMEMO-QUANTITY-OUT         PIC 9(5).
           05  DMEMO-UNIT-PRICE-OUT       PIC 9(4)V99.
           05  DMEMO-EXTENDED-AMT-OUT     PIC 9(9)V99.
           05  DMEMO-REASON-CODE-OUT      PIC X(10).
           05  DMEMO-RECEIPT-DATE-OUT     PIC 9(8).
           05  DMEMO-RETURN-DATE-OUT      PIC 9(8).
           05  DMEMO-PO-NUMBER-OUT        PIC 9(6).

      *ONE RECORD PER CHANGE TO QUANTITY ON HAND, SHARED BY EVERY
      *PROGRAM THAT UPDATES THE MASTER
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

      *BEFORE/AFTER IMAGE JOURNAL WRITTEN AHEAD OF EVERY REWRITE OF
      *THE INDEXED MASTER
       FD  INVENT-JOURNAL-OUT
           RECORD CONTAINS 133 CHARACTERS.
       01  INVENT-JOURNAL-RECORD-OUT.
           05  JRNL-ACTION-OUT             PIC X.
           05  JRNL-BEFORE-IMAGE-OUT       PIC X(55).
           05  JRNL-AFTER-IMAGE-OUT        PIC X(55).
           05  JRNL-PROGRAM-OUT            PIC X(8).
           05  JRNL-STAMP-OUT              PIC 9(14).

       FD  RUN-LOG-OUT
           RECORD CONTAINS 108 CHARACTERS.
       01  RUN-LOG-RECORD-OUT.
           05  RUNLOG-PROGRAM-ID-OUT       PIC X(8).
           05  RUNLOG-INPUT-FILE-OUT       PIC X(40).
           05  RUNLOG-START-STAMP-OUT      PIC 9(14).
           05  RUNLOG-END-STAMP-OUT        PIC 9(14).
           05  RUNLOG-READ-CTR-OUT         PIC 9(7).
           05  RUNLOG-WRITTEN-CTR-OUT      PIC 9(7).
           05  RUNLOG-REJECT-CTR-OUT       PIC 9(7).
           05  RUNLOG-CONTROL-STATUS-OUT   PIC X(11).

       WORKING-STORAGE SECTION.
       01  RTV-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  RECEIPT-EOF-FLAG            PIC A(3) VALUE SPACES.
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  RECEIPT-HISTORY-STATUS-WS   PIC X(2) VALUE "00".
       01  INVENT-FILE-NAME-WS         PIC X(40) VALUE "INVENT.TXT".
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  RTV-REJECT-REASON-WS        PIC X(24) VALUE SPACES.
       01  RTV-IN-CTR                  PIC 9(7) VALUE 0.
       01  RTV-POSTED-CTR              PIC 9(7) VALUE 0.
       01  RTV-REJECT-CTR              PIC 9(7) VALUE 0.
       01  DEBIT-MEMO-CTR              PIC 9(7) VALUE 0.
       01  RTV-NEW-QUANTITY-WS         PIC S9(6) VALUE 0.
       01  RETURN-DATE-WS              PIC 9(8) VALUE 0.

      *POSTED RECEIPT LINES LOADED AT JOB START AND CHARGED WITH EACH
      *RETURN AS IT POSTS; THE FILE IS REWRITTEN AT END OF JOB SO A
      *DELIVERY CAN NEVER BE RETURNED TWICE OR INVOICED FOR GOODS
      *ALREADY SENT BACK
       01  RECEIPT-TABLE-WS.
           05  RECEIPT-TBL-COUNT-WS    PIC 9(4) VALUE 0.
           05  RECEIPT-TBL-MAX-WS      PIC 9(4) VALUE 1000.
           05  RECEIPT-TBL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY RECEIPT-TBL-IDX.
               10  RECEIPT-PART-TBL    PIC 9(5).
               10  RECEIPT-SUPP-TBL    PIC X(5).
               10  RECEIPT-QTY-TBL     PIC 9(5).
               10  RECEIPT-ORD-DATE-TBL PIC 9(8).
               10  RECEIPT-RCPT-DATE-TBL PIC 9(8).
               10  RECEIPT-PO-TBL      PIC 9(6).
               10  RECEIPT-RCVD-QTY-TBL PIC 9(5).
               10  RECEIPT-RTND-QTY-TBL PIC 9(5).
               10  RECEIPT-PRICE-TBL   PIC 9(4)V99.
      *ON OVERFLOW NO RETURN CAN BE CHECKED OR PERSISTED, SO NOTHING
      *POSTS THIS RUN RATHER THAN RISK RETURNING A DELIVERY TWICE
       01  RECEIPT-OVERFLOW-FLAG-WS    PIC X VALUE "N".
       01  RECEIPT-RELIEVED-FLAG-WS    PIC X VALUE "N".
       01  RECEIPT-MATCHED-FLAG-WS     PIC X VALUE "N".
       01  RETURNABLE-QTY-WS           PIC 9(7) VALUE 0.
       01  LINE-RETURNABLE-QTY-WS      PIC 9(5) VALUE 0.
       01  RETURN-LEFT-QTY-WS          PIC 9(5) VALUE 0.
       01  LINE-TAKEN-QTY-WS           PIC 9(5) VALUE 0.
       01  LINE-UNVOUCHERED-QTY-WS     PIC 9(5) VALUE 0.
       01  LINE-VOUCHERED-QTY-WS       PIC 9(5) VALUE 0.

       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.

      *START AND END DATE-TIME STAMPS FOR THE SHARED BATCH RUN LOG
       01  RUN-START-STAMP-WS          PIC 9(14) VALUE 0.
       01  RUN-END-STAMP-WS            PIC 9(14) VALUE 0.
       01  STAMP-DATE-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

       01  JRNL-BEFORE-IMAGE-WS        PIC X(55) VALUE SPACES.
       01  JRNL-STAMP-DATE-WS          PIC 9(8) VALUE 0.
       01  JRNL-STAMP-TIME-WS          PIC 9(8) VALUE 0.
       01  JRNL-STAMP-TIME-SPLIT-WS REDEFINES JRNL-STAMP-TIME-WS.
           05  JRNL-STAMP-HHMMSS-WS    PIC 9(6).
           05  FILLER                  PIC 9(2).

       PROCEDURE DIVISION.
       100-POST-VENDOR-RETURNS.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-RTV-JOB.

           PERFORM 200-PROCESS-RTV-RECORD
               UNTIL RTV-EOF-FLAG = "YES".

           PERFORM 200-TERM-RTV-JOB.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.
           MOVE STAMP-DATE-WS TO RETURN-DATE-WS.

      *RECONCILE RETURNS READ AGAINST POSTED PLUS REJECTED
       700-RECONCILE-RECORD-COUNTS.
           COMPUTE RECORD-COUNT-CHECK-WS =
               RTV-POSTED-CTR + RTV-REJECT-CTR.
           IF RTV-IN-CTR = RECORD-COUNT-CHECK-WS
               MOVE "IN BALANCE" TO CONTROL-TOTAL-STATUS-WS
           ELSE
               MOVE "OUT OF BAL" TO CONTROL-TOTAL-STATUS-WS.

      *APPEND ONE RECORD TO THE SHARED BATCH RUN LOG
       700-WRITE-RUN-LOG.
           PERFORM 700-RECONCILE-RECORD-COUNTS.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-END-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.
           OPEN EXTEND RUN-LOG-OUT.
           MOVE "RTVPOST" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "RTVTRAN.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE RTV-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE RTV-POSTED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE RTV-REJECT-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *INITIATES RETURN-TO-VENDOR POSTING JOB
       200-INITIATE-RTV-JOB.
           PERFORM 700-GET-SITE-FILE-NAMES.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-RECEIPT-HISTORY.
           PERFORM 700-READ-RTV-RECORD.

      *POST ONE RETURN THEN READ THE NEXT ONE
       200-PROCESS-RTV-RECORD.
           ADD 1 TO RTV-IN-CTR.
           PERFORM 700-EDIT-RTV-RECORD.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-CHECK-RETURNABLE-QTY
           END-IF.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-POST-RETURN-TO-MASTER
           ELSE
               PERFORM 900-WRITE-RTV-REJECT-OUT
           END-IF.
           PERFORM 700-READ-RTV-RECORD.

      *CLOSE RETURN-TO-VENDOR FILES
       200-TERM-RTV-JOB.
           PERFORM 700-REWRITE-RECEIPT-HISTORY.
           CLOSE INVENT-FILE-IO.
           CLOSE RTV-FILE-IN.
           CLOSE RTV-REJECT-OUT.
           CLOSE DEBIT-MEMO-OUT.
           CLOSE STOCK-LEDGER-OUT.
           CLOSE INVENT-JOURNAL-OUT.

      *OVERRIDE DEFAULT FILE NAMES FROM RUN PARAMETERS FOR MULTI-SITE
      *BATCH RUNS
       700-GET-SITE-FILE-NAMES.
           ACCEPT INVENT-FILE-NAME-WS FROM ENVIRONMENT
               "INVENT_FILE_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

      *OPEN INPUT AND OUTPUT FILES
       700-OPEN-FILES.
           OPEN I-O INVENT-FILE-IO.
           OPEN INPUT RTV-FILE-IN.
           OPEN OUTPUT RTV-REJECT-OUT.
           OPEN OUTPUT DEBIT-MEMO-OUT.
           OPEN EXTEND STOCK-LEDGER-OUT.
           OPEN EXTEND INVENT-JOURNAL-OUT.

      *LOAD THE POSTED RECEIPT LINES, OLDEST FIRST AS THEY SIT ON
      *FILE; ON OVERFLOW THE FLAG STOPS ALL RETURNS THIS RUN AND
      *LEAVES THE FILE UNTOUCHED
       700-LOAD-RECEIPT-HISTORY.
           OPEN INPUT RECEIPT-HISTORY-IO.
           PERFORM UNTIL RECEIPT-EOF-FLAG = "YES"
               READ RECEIPT-HISTORY-IO
                   AT END MOVE "YES" TO RECEIPT-EOF-FLAG
                   NOT AT END
                       IF RECEIPT-TBL-COUNT-WS < RECEIPT-TBL-MAX-WS
                           ADD 1 TO RECEIPT-TBL-COUNT-WS
                           SET RECEIPT-TBL-IDX TO
                               RECEIPT-TBL-COUNT-WS
                           PERFORM 900-LOAD-RECEIPT-ENTRY
                       ELSE
                           MOVE "Y" TO RECEIPT-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-HISTORY-IO.

      *CARRY ONE RECEIPT LINE INTO THE TABLE; LINES WRITTEN BEFORE
      *RETURNS WERE TRACKED LOAD AS RECEIVED IN FULL WITH NOTHING
      *RETURNED AND NOT YET PRICED
       900-LOAD-RECEIPT-ENTRY.
           MOVE RHIST-PART-NUMBER TO RECEIPT-PART-TBL (RECEIPT-TBL-IDX).
           MOVE RHIST-SUPPLIER-CODE TO
               RECEIPT-SUPP-TBL (RECEIPT-TBL-IDX).
           MOVE RHIST-QUANTITY TO RECEIPT-QTY-TBL (RECEIPT-TBL-IDX).
           MOVE RHIST-ORDER-DATE TO
               RECEIPT-ORD-DATE-TBL (RECEIPT-TBL-IDX).
           MOVE RHIST-RECEIPT-DATE TO
               RECEIPT-RCPT-DATE-TBL (RECEIPT-TBL-IDX).
           IF RHIST-PO-NUMBER NUMERIC
               MOVE RHIST-PO-NUMBER TO RECEIPT-PO-TBL (RECEIPT-TBL-IDX)
           ELSE
               MOVE 0 TO RECEIPT-PO-TBL (RECEIPT-TBL-IDX)
           END-IF.
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

      *WRITE THE RECEIPT HISTORY BACK WITH THE RETURNS JUST POSTED,
      *KEEPING EVERY LINE SO THE SUPPLIER SCORECARD CAN COUNT THEM
       700-REWRITE-RECEIPT-HISTORY.
           IF RECEIPT-RELIEVED-FLAG-WS = "Y"
               AND RECEIPT-OVERFLOW-FLAG-WS NOT = "Y"
               OPEN OUTPUT RECEIPT-HISTORY-IO
               PERFORM VARYING RECEIPT-TBL-IDX FROM 1 BY 1
                       UNTIL RECEIPT-TBL-IDX > RECEIPT-TBL-COUNT-WS
                   MOVE RECEIPT-PART-TBL (RECEIPT-TBL-IDX) TO
                       RHIST-PART-NUMBER
                   MOVE RECEIPT-SUPP-TBL (RECEIPT-TBL-IDX) TO
                       RHIST-SUPPLIER-CODE
                   MOVE RECEIPT-QTY-TBL (RECEIPT-TBL-IDX) TO
                       RHIST-QUANTITY
                   MOVE RECEIPT-ORD-DATE-TBL (RECEIPT-TBL-IDX) TO
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

      *READ ONE RETURN-TO-VENDOR TRANSACTION RECORD
       700-READ-RTV-RECORD.
           READ RTV-FILE-IN
               AT END MOVE "YES" TO RTV-EOF-FLAG
           END-READ.

      *EDIT RETURN RECORD FOR VALID FIELDS BEFORE POSTING
       700-EDIT-RTV-RECORD.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO RTV-REJECT-REASON-WS.
           IF RTV-PART-NUMBER-IN NOT NUMERIC
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BAD PART NUMBER" TO RTV-REJECT-REASON-WS
           ELSE
               IF RTV-SUPPLIER-CODE-IN = SPACES
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BLANK SUPPLIER CODE" TO RTV-REJECT-REASON-WS
               ELSE
                   IF RTV-QUANTITY-IN NOT NUMERIC
                           OR RTV-QUANTITY-IN = ZERO
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD QUANTITY RETURNED" TO
                           RTV-REJECT-REASON-WS
                   ELSE
                       IF RTV-REASON-CODE-IN = SPACES
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BLANK RETURN REASON" TO
                               RTV-REJECT-REASON-WS
                       ELSE
                           IF RTV-RECEIPT-DATE-IN NOT NUMERIC
                               MOVE "N" TO EDIT-VALID-FLAG-WS
                               MOVE "BAD RECEIPT DATE" TO
                                   RTV-REJECT-REASON-WS.

      *A RETURN MAY NOT EXCEED WHAT THE QUOTED DELIVERY BROUGHT IN
      *LESS WHAT HAS ALREADY GONE BACK AGAINST IT
       700-CHECK-RETURNABLE-QTY.
           IF RECEIPT-OVERFLOW-FLAG-WS = "Y"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "RECEIPT HISTORY OVER CAP" TO RTV-REJECT-REASON-WS
           ELSE
               PERFORM 900-LOOKUP-RETURNABLE-QTY
               IF RECEIPT-MATCHED-FLAG-WS NOT = "Y"
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "NO MATCHING RECEIPT" TO RTV-REJECT-REASON-WS
               ELSE
                   IF RTV-QUANTITY-IN > RETURNABLE-QTY-WS
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "EXCEEDS QTY RECEIVED" TO
                           RTV-REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

      *SUM THE STILL-RETURNABLE QUANTITY ON THE RECEIPT LINES FOR
      *THIS PART, SUPPLIER AND RECEIPT DATE
       900-LOOKUP-RETURNABLE-QTY.
           MOVE "N" TO RECEIPT-MATCHED-FLAG-WS.
           MOVE 0 TO RETURNABLE-QTY-WS.
           PERFORM VARYING RECEIPT-TBL-IDX FROM 1 BY 1
                   UNTIL RECEIPT-TBL-IDX > RECEIPT-TBL-COUNT-WS
               IF RECEIPT-PART-TBL (RECEIPT-TBL-IDX) =
                       RTV-PART-NUMBER-IN
                   AND RECEIPT-SUPP-TBL (RECEIPT-TBL-IDX) =
                       RTV-SUPPLIER-CODE-IN
                   AND RECEIPT-RCPT-DATE-TBL (RECEIPT-TBL-IDX) =
                       RTV-RECEIPT-DATE-IN
                   MOVE "Y" TO RECEIPT-MATCHED-FLAG-WS
                   PERFORM 900-COMPUTE-LINE-RETURNABLE
                   ADD LINE-RETURNABLE-QTY-WS TO RETURNABLE-QTY-WS
               END-IF
           END-PERFORM.

      *RECEIVED LESS ALREADY RETURNED FOR ONE RECEIPT LINE
       900-COMPUTE-LINE-RETURNABLE.
           IF RECEIPT-RCVD-QTY-TBL (RECEIPT-TBL-IDX) >
                   RECEIPT-RTND-QTY-TBL (RECEIPT-TBL-IDX)
               COMPUTE LINE-RETURNABLE-QTY-WS =
                   RECEIPT-RCVD-QTY-TBL (RECEIPT-TBL-IDX) -
                   RECEIPT-RTND-QTY-TBL (RECEIPT-TBL-IDX)
           ELSE
               MOVE 0 TO LINE-RETURNABLE-QTY-WS
           END-IF.

      *TAKE THE RETURNED QUANTITY OFF THE MASTER QUANTITY ON HAND
       700-POST-RETURN-TO-MASTER.
           MOVE RTV-PART-NUMBER-IN TO PART-NUMBER-MS.
           READ INVENT-FILE-IO
               INVALID KEY
                   MOVE "PART NOT FOUND" TO RTV-REJECT-REASON-WS
                   PERFORM 900-WRITE-RTV-REJECT-OUT
               NOT INVALID KEY
                   PERFORM 700-UPDATE-MASTER-QUANTITY
           END-READ.

      *APPLY THE RETURN AND REWRITE THE MASTER RECORD; STOCK ALREADY
      *ISSUED CANNOT BE SENT BACK, SO THE MASTER MUST STILL HOLD IT
       700-UPDATE-MASTER-QUANTITY.
           COMPUTE RTV-NEW-QUANTITY-WS =
               PART-QUANTITY-IN-HAND-MS - RTV-QUANTITY-IN.
           IF RTV-NEW-QUANTITY-WS < 0
               MOVE "INSUFFICIENT ON HAND" TO RTV-REJECT-REASON-WS
               PERFORM 900-WRITE-RTV-REJECT-OUT
           ELSE
               PERFORM 900-WRITE-RTV-LEDGER-OUT
               MOVE INVENT-RECORD-MS TO JRNL-BEFORE-IMAGE-WS
               MOVE RTV-NEW-QUANTITY-WS TO PART-QUANTITY-IN-HAND-MS
               PERFORM 900-WRITE-INVENT-JOURNAL
               REWRITE INVENT-RECORD-MS
               ADD 1 TO RTV-POSTED-CTR
               PERFORM 700-CHARGE-RECEIPT-LINES
           END-IF.

      *APPEND THE RETURN TO THE SHARED STOCK MOVEMENT LEDGER AS AN
      *OUTWARD MOVEMENT
       900-WRITE-RTV-LEDGER-OUT.
           MOVE RTV-PART-NUMBER-IN TO SLGR-PART-NUMBER-OUT.
           MOVE RETURN-DATE-WS TO SLGR-MOVE-DATE-OUT.
           MOVE "RTV" TO SLGR-MOVE-TYPE-OUT.
           COMPUTE SLGR-QUANTITY-OUT = 0 - RTV-QUANTITY-IN.
           MOVE PART-QUANTITY-IN-HAND-MS TO SLGR-BEFORE-QTY-OUT.
           MOVE RTV-NEW-QUANTITY-WS TO SLGR-AFTER-QTY-OUT.
           MOVE "RTVPOST" TO SLGR-SOURCE-PROGRAM-OUT.
           WRITE STOCK-LEDGER-RECORD-OUT.

      *JOURNAL THE PRIOR RECORD IMAGE AND THE IMAGE ABOUT TO GO ON
      *FILE, AHEAD OF THE REWRITE IT BELONGS TO
       900-WRITE-INVENT-JOURNAL.
           ACCEPT JRNL-STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRNL-STAMP-TIME-WS FROM TIME.
           MOVE "R" TO JRNL-ACTION-OUT.
           MOVE JRNL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE-OUT.
           MOVE INVENT-RECORD-MS TO JRNL-AFTER-IMAGE-OUT.
           MOVE "RTVPOST" TO JRNL-PROGRAM-OUT.
           COMPUTE JRNL-STAMP-OUT =
               JRNL-STAMP-DATE-WS * 1000000 + JRNL-STAMP-HHMMSS-WS.
           WRITE INVENT-JOURNAL-RECORD-OUT.

      *CHARGE THE RETURN TO THE OLDEST MATCHING RECEIPT LINES. THE
      *STILL-UNVOUCHERED QUANTITY GOES FIRST, SO THE RETURNED GOODS
      *CAN NO LONGER BE INVOICED; WHATEVER HAS ALREADY BEEN PAID FOR
      *IS CLAIMED BACK FROM THE SUPPLIER ON A DEBIT MEMO
       700-CHARGE-RECEIPT-LINES.
           MOVE "Y" TO RECEIPT-RELIEVED-FLAG-WS.
           MOVE RTV-QUANTITY-IN TO RETURN-LEFT-QTY-WS.
           PERFORM VARYING RECEIPT-TBL-IDX FROM 1 BY 1
                   UNTIL RECEIPT-TBL-IDX > RECEIPT-TBL-COUNT-WS
                       OR RETURN-LEFT-QTY-WS = 0
               IF RECEIPT-PART-TBL (RECEIPT-TBL-IDX) =
                       RTV-PART-NUMBER-IN
                   AND RECEIPT-SUPP-TBL (RECEIPT-TBL-IDX) =
                       RTV-SUPPLIER-CODE-IN
                   AND RECEIPT-RCPT-DATE-TBL (RECEIPT-TBL-IDX) =
                       RTV-RECEIPT-DATE-IN
                   PERFORM 900-COMPUTE-LINE-RETURNABLE
                   IF LINE-RETURNABLE-QTY-WS > 0
                       PERFORM 900-CHARGE-ONE-RECEIPT-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *SPLIT THE QUANTITY TAKEN FROM ONE LINE INTO ITS UNVOUCHERED
      *AND ALREADY-VOUCHERED PARTS AND RECORD IT AS RETURNED
       900-CHARGE-ONE-RECEIPT-LINE.
           IF LINE-RETURNABLE-QTY-WS > RETURN-LEFT-QTY-WS
               MOVE RETURN-LEFT-QTY-WS TO LINE-TAKEN-QTY-WS
           ELSE
               MOVE LINE-RETURNABLE-QTY-WS TO LINE-TAKEN-QTY-WS
           END-IF.
           IF RECEIPT-QTY-TBL (RECEIPT-TBL-IDX) > LINE-TAKEN-QTY-WS
               MOVE LINE-TAKEN-QTY-WS TO LINE-UNVOUCHERED-QTY-WS
           ELSE
               MOVE RECEIPT-QTY-TBL (RECEIPT-TBL-IDX) TO
                   LINE-UNVOUCHERED-QTY-WS
           END-IF.
           COMPUTE LINE-VOUCHERED-QTY-WS =
               LINE-TAKEN-QTY-WS - LINE-UNVOUCHERED-QTY-WS.
           SUBTRACT LINE-UNVOUCHERED-QTY-WS FROM
               RECEIPT-QTY-TBL (RECEIPT-TBL-IDX).
           ADD LINE-TAKEN-QTY-WS TO
               RECEIPT-RTND-QTY-TBL (RECEIPT-TBL-IDX).
           SUBTRACT LINE-TAKEN-QTY-WS FROM RETURN-LEFT-QTY-WS.
           IF LINE-VOUCHERED-QTY-WS > 0
               PERFORM 900-WRITE-DEBIT-MEMO-OUT
           END-IF.

      *CLAIM BACK THE VOUCHERED QUANTITY AT THE PRICE IT WAS PAID AT;
      *LINES VOUCHERED BEFORE THAT PRICE WAS KEPT FALL BACK TO THE
      *MASTER UNIT PRICE
       900-WRITE-DEBIT-MEMO-OUT.
           MOVE RTV-SUPPLIER-CODE-IN TO DMEMO-SUPPLIER-CODE-OUT.
           MOVE RTV-PART-NUMBER-IN TO DMEMO-PART-NUMBER-OUT.
           MOVE LINE-VOUCHERED-QTY-WS TO DMEMO-QUANTITY-OUT.
           IF RECEIPT-PRICE-TBL (RECEIPT-TBL-IDX) > 0
               MOVE RECEIPT-PRICE-TBL (RECEIPT-TBL-IDX) TO
                   DMEMO-UNIT-PRICE-OUT
           ELSE
               MOVE PART-UNIT-PRICE-MS TO DMEMO-UNIT-PRICE-OUT
           END-IF.
           COMPUTE DMEMO-EXTENDED-AMT-OUT =
               LINE-VOUCHERED-QTY-WS * DMEMO-UNIT-PRICE-OUT.
           MOVE RTV-REASON-CODE-IN TO DMEMO-REASON-CODE-OUT.
           MOVE RTV-RECEIPT-DATE-IN TO DMEMO-RECEIPT-DATE-OUT.
           MOVE RETURN-DATE-WS TO DMEMO-RETURN-DATE-OUT.
           MOVE RECEIPT-PO-TBL (RECEIPT-TBL-IDX) TO DMEMO-PO-NUMBER-OUT.
           WRITE DEBIT-MEMO-RECORD-OUT.
           ADD 1 TO DEBIT-MEMO-CTR.

      *WRITE A REJECTED RETURN TRANSACTION WITH ITS REASON CODE
       900-WRITE-RTV-REJECT-OUT.
           MOVE RTV-RECORD-IN TO RTV-REJECT-DATA-OUT.
           MOVE RTV-REJECT-REASON-WS TO RTV-REJECT-REASON-OUT.
           WRITE RTV-REJECT-RECORD-OUT.
           ADD 1 TO RTV-REJECT-CTR.
