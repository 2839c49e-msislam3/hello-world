               "INVJOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCK-LEDGER-OUT
               ASSIGN TO
               "STOCKLEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REVAL-HISTORY-OUT
               ASSIGN TO
               "REVALHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO
               "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-AUTH-IN
               ASSIGN TO
               "OPERAUTH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-QUEUE-FILE
               ASSIGN TO
               "PENDAPPR.TXT"
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

           05  SUPP-LEAD-TIME-MS           PIC 9(3).
           05  SUPP-STATUS-MS              PIC X.

      *EVERY MAINTENANCE TRANSACTION CARRIES THE ID OF THE OPERATOR
      *WHO KEYED IT, CHECKED AGAINST OPERAUTH.TXT
       FD  PART-TRAN-FILE-IN
           RECORD CONTAINS 63 CHARACTERS.
       01  PART-TRAN-RECORD-IN.
           05  PART-ACTION-IN             PIC X.
           05  PART-NUMBER-IN             PIC X(5).
           05  PART-NAME-IN               PIC X(20).
           05  PART-QUANTITY-IN-HAND-IN   PIC X(5).
           05  PART-UNIT-PRICE-IN         PIC 9(4)V99.
           05  PART-SUPPLIER-CODE-IN      PIC X(5).
           05  PART-RE-ORDER-POINT-IN     PIC X(5).
           05  PART-EFFECTIVE-DATE-IN     PIC X(8).
           05  PART-OPERATOR-ID-IN        PIC X(8).

       FD  PART-REJECT-OUT
           RECORD CONTAINS 88 CHARACTERS.
       01  PART-REJECT-RECORD-OUT.
           05  PART-REJECT-DATA-OUT       PIC X(63).
           05  FILLER                     PIC X VALUE SPACES.
           05  PART-REJECT-REASON-OUT     PIC X(24).

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

      *ONE RECORD PER CHANGE TO QUANTITY ON HAND, SHARED BY EVERY
      *PROGRAM THAT UPDATES THE MASTER; A NEW PART BRINGS ITS OPENING
      *QUANTITY ON HAND IN HERE
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

      *SAME LAYOUT THE PRICE CHANGE RUN APPENDS, SO THE MONTH-END
      *ROLL-FORWARD BOOKS A MAINTENANCE PRICE CHANGE AS A REVALUATION
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

       FD  RUN-LOG-OUT
           RECORD CONTAINS 108 CHARACTERS.
       01  RUN-LOG-RECORD-OUT.
           05  RUNLOG-REJECT-CTR-OUT       PIC 9(7).
           05  RUNLOG-CONTROL-STATUS-OUT   PIC X(11).

      *OPERATORS ALLOWED TO KEY PART MAINTENANCE, WITH THE EXTENDED
      *VALUE AND PERCENT PRICE CHANGE EACH MAY PUT THROUGH UNAIDED
       FD  OPERATOR-AUTH-IN
           RECORD CONTAINS 44 CHARACTERS.
       01  OPERATOR-AUTH-RECORD-IN.
           05  OPAU-OPERATOR-ID-IN         PIC X(8).
           05  OPAU-OPERATOR-NAME-IN       PIC X(20).
           05  OPAU-SUPERVISOR-FLAG-IN     PIC X.
           05  OPAU-VALUE-LIMIT-IN         PIC 9(7)V99.
           05  OPAU-PRICE-PCT-LIMIT-IN     PIC 9(3)V99.
           05  OPAU-STATUS-IN              PIC X.

      *TRANSACTIONS OVER THE KEYING OPERATOR'S LIMIT, HELD FOR A
      *SUPERVISOR; THIS PROGRAM QUEUES AND APPLIES SOURCE M ITEMS
       FD  APPROVAL-QUEUE-FILE
           RECORD CONTAINS 158 CHARACTERS.
       01  APPROVAL-QUEUE-RECORD           PIC X(158).

       WORKING-STORAGE SECTION.
       01  PART-TRAN-EOF-FLAG          PIC A(3) VALUE SPACES.
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  PART-TRAN-IN-CTR            PIC 9(7) VALUE 0.
       01  PART-APPLIED-CTR            PIC 9(7) VALUE 0.
       01  PART-REJECT-CTR             PIC 9(7) VALUE 0.
       01  PART-HELD-CTR               PIC 9(7) VALUE 0.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.

       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

      *OPERATOR AUTHORISATION TABLE; AN OPERATOR NOT ON IT (OR PAST
      *ITS CAPACITY) HAS EVERY TRANSACTION REJECTED
       01  OPERATOR-AUTH-TABLE-WS.
           05  OPAU-TBL-COUNT-WS       PIC 9(3) VALUE 0.
           05  OPAU-TBL-MAX-WS         PIC 9(3) VALUE 200.
           05  OPAU-TBL-ENTRY OCCURS 200 TIMES
                   INDEXED BY OPAU-TBL-IDX.
               10  OPAU-ID-TBL         PIC X(8).
               10  OPAU-VALUE-LIMIT-TBL PIC 9(7)V99.
               10  OPAU-PCT-LIMIT-TBL  PIC 9(3)V99.
               10  OPAU-STATUS-TBL     PIC X.
       01  OPERATOR-AUTH-EOF-FLAG      PIC A(3) VALUE SPACES.
       01  AUTH-OPERATOR-ID-WS         PIC X(8) VALUE SPACES.
       01  AUTH-OPERATOR-FOUND-WS      PIC X VALUE "N".
       01  AUTH-VALUE-LIMIT-WS         PIC 9(7)V99 VALUE 0.
       01  AUTH-PCT-LIMIT-WS           PIC 9(3)V99 VALUE 0.
       01  AUTH-EXT-VALUE-WS           PIC 9(9)V99 VALUE 0.
       01  AUTH-PCT-CHANGE-WS          PIC 9(5)V99 VALUE 0.
       01  AUTH-PRICE-DIFF-WS          PIC 9(4)V99 VALUE 0.
       01  AUTH-ADD-QTY-WS             PIC 9(5) VALUE 0.
       01  AUTH-REJECT-REASON-WS       PIC X(24) VALUE SPACES.
       01  AUTH-HOLD-REASON-WS         PIC X(24) VALUE SPACES.
       01  APPROVED-ITEM-FLAG-WS       PIC X VALUE "N".
       01  APPLY-REJECTED-FLAG-WS      PIC X VALUE "N".

      *THE APPROVAL QUEUE: RELEASED PART MAINTENANCE IS APPLIED AT
      *JOB START AND THE QUEUE REWRITTEN WITH ITS NEW STATUS; NEW
      *HOLDS ARE APPENDED AS THEY ARISE. ON OVERFLOW NOTHING IS
      *RELEASED AND THE FILE IS ONLY EVER APPENDED TO
       01  APPROVAL-QUEUE-TABLE-WS.
           05  APQ-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  APQ-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  APQ-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY APQ-TBL-IDX.
               10  APQ-IMAGE-TBL       PIC X(158).
       01  APPROVAL-QUEUE-EOF-FLAG     PIC A(3) VALUE SPACES.
       01  APQ-OVERFLOW-FLAG-WS        PIC X VALUE "N".
       01  APQ-NEXT-ITEM-WS            PIC 9(6) VALUE 1.
      *CLOSED ITEMS (DECLINED, APPLIED OR FAILED) ARE KEPT THIS MANY
      *DAYS FOR THE APPROVAL REPORT AND THEN DROPPED WHEN THE QUEUE IS
      *WRITTEN BACK; THE NEWEST ITEM IS ALWAYS KEPT SO THE ITEM
      *NUMBERS CARRY ON FROM IT
       01  APQ-KEEP-DAYS-WS            PIC 9(3) VALUE 90.
       01  APQ-PURGE-DATE-WS           PIC 9(8) VALUE 0.
       01  APQ-CLOSED-DATE-WS          PIC 9(8) VALUE 0.
       01  APQ-WORK-WS.
           05  APQ-ITEM-NUMBER-WS      PIC 9(6).
           05  APQ-SOURCE-WS           PIC X.
           05  APQ-STATUS-WS           PIC X.
           05  APQ-PART-NUMBER-WS      PIC 9(5).
           05  APQ-KEYED-BY-WS         PIC X(8).
           05  APQ-KEYED-DATE-WS       PIC 9(8).
           05  APQ-DECIDED-BY-WS       PIC X(8).
           05  APQ-DECIDED-DATE-WS     PIC 9(8).
           05  APQ-APPLIED-DATE-WS     PIC 9(8).
           05  APQ-EXTENDED-VALUE-WS   PIC 9(9)V99.
           05  APQ-PRICE-PCT-CHANGE-WS PIC 9(5)V99.
           05  APQ-HOLD-REASON-WS      PIC X(24).
           05  APQ-TRAN-DATA-WS        PIC X(63).

       01  JRNL-ACTION-WS              PIC X VALUE SPACES.
       01  JRNL-BEFORE-IMAGE-WS        PIC X(55) VALUE SPACES.
       01  JRNL-STAMP-DATE-WS          PIC 9(8) VALUE 0.
       01  JRNL-STAMP-TIME-WS          PIC 9(8) VALUE 0.
       01  JRNL-STAMP-TIME-SPLIT-WS REDEFINES JRNL-STAMP-TIME-WS.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.

      *RECONCILE TRANSACTIONS READ (AND RELEASED ITEMS TAKEN FROM
      *THE APPROVAL QUEUE) AGAINST APPLIED, REJECTED AND HELD
       700-RECONCILE-RECORD-COUNTS.
           COMPUTE RECORD-COUNT-CHECK-WS =
               PART-APPLIED-CTR + PART-REJECT-CTR + PART-HELD-CTR.
           IF PART-TRAN-IN-CTR = RECORD-COUNT-CHECK-WS
               MOVE "IN BALANCE" TO CONTROL-TOTAL-STATUS-WS
           ELSE
       200-INITIATE-PART-MAINT.
           PERFORM 700-GET-SITE-FILE-NAMES.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-OPERATOR-AUTH-TABLE.
           PERFORM 700-LOAD-APPROVAL-QUEUE.
           PERFORM 700-APPLY-RELEASED-PART-TRANS.
           OPEN EXTEND APPROVAL-QUEUE-FILE.
           PERFORM 700-READ-PART-TRAN-RECORD.

      *APPLY ONE MAINTENANCE TRANSACTION THEN READ THE NEXT ONE
           CLOSE PART-TRAN-FILE-IN.
           CLOSE PART-REJECT-OUT.
           CLOSE INVENT-JOURNAL-OUT.
           CLOSE STOCK-LEDGER-OUT.
           CLOSE REVAL-HISTORY-OUT.
           CLOSE APPROVAL-QUEUE-FILE.

      *OVERRIDE DEFAULT FILE NAMES FROM RUN PARAMETERS FOR MULTI-SITE
      *BATCH RUNS, SO EACH SITE'S MASTER CAN BE MAINTAINED WITHOUT
           OPEN INPUT PART-TRAN-FILE-IN.
           OPEN OUTPUT PART-REJECT-OUT.
           OPEN EXTEND INVENT-JOURNAL-OUT.
           OPEN EXTEND STOCK-LEDGER-OUT.
           OPEN EXTEND REVAL-HISTORY-OUT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

      *READ ONE PART MAINTENANCE TRANSACTION RECORD
       700-READ-PART-TRAN-RECORD.
                       MOVE "BAD EFFECTIVE DATE" TO
                           PART-REJECT-REASON-WS
                   ELSE
                       PERFORM 700-EDIT-PART-OPERATOR.

      *THE KEYING OPERATOR MUST BE ON THE AUTHORISATION TABLE AND
      *ACTIVE (A RELEASED ITEM WAS CHECKED WHEN IT WAS QUEUED); THE
      *MASTER FIELDS ARE THEN EDITED FOR ANYTHING BUT A RETIREMENT
       700-EDIT-PART-OPERATOR.
           IF APPROVED-ITEM-FLAG-WS NOT = "Y"
               MOVE PART-OPERATOR-ID-IN TO AUTH-OPERATOR-ID-WS
               PERFORM 900-CHECK-OPERATOR-AUTH
               IF AUTH-REJECT-REASON-WS NOT = SPACES
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE AUTH-REJECT-REASON-WS TO PART-REJECT-REASON-WS
               END-IF
           END-IF.
           IF EDIT-VALID-FLAG-WS = "Y" AND PART-ACTION-IN NOT = "R"
               PERFORM 700-EDIT-PART-ADD-FIELDS
           END-IF.

      *EDIT EVERY MASTER FIELD REQUIRED ON AN ADD TRANSACTION
       700-EDIT-PART-ADD-FIELDS.
                   END-IF
           END-READ.

      *HOLD A TRANSACTION OVER THE OPERATOR'S LIMITS FOR A
      *SUPERVISOR, OTHERWISE APPLY IT
       700-APPLY-PART-TRAN.
           MOVE SPACES TO AUTH-HOLD-REASON-WS.
           IF APPROVED-ITEM-FLAG-WS NOT = "Y"
               PERFORM 700-CHECK-PART-LIMITS
           END-IF.
           IF AUTH-HOLD-REASON-WS NOT = SPACES
               PERFORM 900-QUEUE-FOR-APPROVAL
           ELSE
               PERFORM 700-ROUTE-PART-TRAN
           END-IF.

      *AN ADD IS MEASURED BY THE VALUE OF THE STOCK IT BRINGS ON, A
      *RETIREMENT BY THE VALUE IT TAKES OFF THE VALUATION, AND A
      *CHANGE BY ITS PERCENT PRICE CHANGE AND THE REVALUATION OF THE
      *STOCK ON HAND; A PART NOT ON FILE IS LEFT FOR THE UPDATE TO
      *REJECT
       700-CHECK-PART-LIMITS.
           MOVE PART-OPERATOR-ID-IN TO AUTH-OPERATOR-ID-WS.
           PERFORM 900-CHECK-OPERATOR-AUTH.
           MOVE 0 TO AUTH-EXT-VALUE-WS.
           MOVE 0 TO AUTH-PCT-CHANGE-WS.
           IF PART-ACTION-IN = "A"
               MOVE PART-QUANTITY-IN-HAND-IN TO AUTH-ADD-QTY-WS
               COMPUTE AUTH-EXT-VALUE-WS =
                   AUTH-ADD-QTY-WS * PART-UNIT-PRICE-IN
           ELSE
               MOVE PART-NUMBER-IN TO PART-NUMBER-MS
               READ INVENT-FILE-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PART-ACTION-IN = "R"
                           COMPUTE AUTH-EXT-VALUE-WS =
                               PART-QUANTITY-IN-HAND-MS *
                               PART-UNIT-PRICE-MS
                       ELSE
                           PERFORM 900-MEASURE-PRICE-CHANGE
                       END-IF
               END-READ
           END-IF.
           IF AUTH-PCT-CHANGE-WS > AUTH-PCT-LIMIT-WS
               MOVE "OVER PRICE CHANGE LIMIT" TO AUTH-HOLD-REASON-WS
           ELSE
               IF AUTH-EXT-VALUE-WS > AUTH-VALUE-LIMIT-WS
                   MOVE "OVER VALUE LIMIT" TO AUTH-HOLD-REASON-WS
               END-IF
           END-IF.

      *PERCENT CHANGE ON THE OLD PRICE (A PART WITH NO PRICE YET
      *COUNTS AS THE MAXIMUM) AND THE CHANGE IN EXTENDED VALUE
       900-MEASURE-PRICE-CHANGE.
           IF PART-UNIT-PRICE-IN > PART-UNIT-PRICE-MS
               COMPUTE AUTH-PRICE-DIFF-WS =
                   PART-UNIT-PRICE-IN - PART-UNIT-PRICE-MS
           ELSE
               COMPUTE AUTH-PRICE-DIFF-WS =
                   PART-UNIT-PRICE-MS - PART-UNIT-PRICE-IN
           END-IF.
           IF AUTH-PRICE-DIFF-WS = ZERO
               MOVE 0 TO AUTH-PCT-CHANGE-WS
           ELSE
               IF PART-UNIT-PRICE-MS = ZERO
                   MOVE 99999.99 TO AUTH-PCT-CHANGE-WS
               ELSE
                   COMPUTE AUTH-PCT-CHANGE-WS ROUNDED =
                       AUTH-PRICE-DIFF-WS * 100 / PART-UNIT-PRICE-MS
                       ON SIZE ERROR
                           MOVE 99999.99 TO AUTH-PCT-CHANGE-WS
                   END-COMPUTE
               END-IF
           END-IF.
           COMPUTE AUTH-EXT-VALUE-WS =
               PART-QUANTITY-IN-HAND-MS * AUTH-PRICE-DIFF-WS.

      *ROUTE AN EDITED TRANSACTION TO ITS ADD/CHANGE/RETIRE LOGIC
       700-ROUTE-PART-TRAN.
           IF PART-ACTION-IN = "A"
               PERFORM 700-ADD-PART
           ELSE
               ELSE
                   PERFORM 700-RETIRE-PART.

      *ADD A NEW ACTIVE PART, REJECTING DUPLICATE PART NUMBERS; ANY
      *OPENING QUANTITY ON HAND GOES TO THE STOCK LEDGER SO THE
      *ROLL-FORWARD STILL BALANCES
       700-ADD-PART.
           MOVE PART-NUMBER-IN TO PART-NUMBER-MS.
           MOVE PART-NAME-IN TO PART-NAME-MS.
                   MOVE "W" TO JRNL-ACTION-WS
                   MOVE SPACES TO JRNL-BEFORE-IMAGE-WS
                   PERFORM 900-WRITE-INVENT-JOURNAL
                   IF PART-QUANTITY-IN-HAND-MS > 0
                       PERFORM 900-WRITE-OPENING-LEDGER-OUT
                   END-IF
           END-WRITE.

      *CHANGE AN EXISTING PART'S DESCRIPTIVE FIELDS AND REORDER
      *POINT; QUANTITY ON HAND AND STATUS ARE NOT TOUCHED, SINCE
      *STOCK MOVES ONLY THROUGH THE ADJUSTMENT AND RECEIPT PASSES.
      *A NEW UNIT PRICE REVALUES THE STOCK ON HAND, SO IT IS RECORDED
      *IN THE REVALUATION HISTORY BEFORE THE MASTER PRICE IS REPLACED
       700-CHANGE-PART.
           MOVE PART-NUMBER-IN TO PART-NUMBER-MS.
           READ INVENT-FILE-IO
                   MOVE "R" TO JRNL-ACTION-WS
                   MOVE INVENT-RECORD-MS TO JRNL-BEFORE-IMAGE-WS
                   MOVE PART-NAME-IN TO PART-NAME-MS
                   IF PART-UNIT-PRICE-IN NOT = PART-UNIT-PRICE-MS
                       PERFORM 900-WRITE-REVAL-HISTORY-OUT
                   END-IF
                   MOVE PART-UNIT-PRICE-IN TO PART-UNIT-PRICE-MS
                   MOVE PART-SUPPLIER-CODE-IN TO PART-SUPPLIER-CODE-MS
                   MOVE PART-RE-ORDER-POINT-IN TO
                   ADD 1 TO PART-APPLIED-CTR
           END-READ.

      *LOAD EVERY OPERATOR WITH THE LIMITS THEY MAY KEY UP TO
       700-LOAD-OPERATOR-AUTH-TABLE.
           OPEN INPUT OPERATOR-AUTH-IN.
           PERFORM UNTIL OPERATOR-AUTH-EOF-FLAG = "YES"
               READ OPERATOR-AUTH-IN
                   AT END MOVE "YES" TO OPERATOR-AUTH-EOF-FLAG
                   NOT AT END
                       IF OPAU-TBL-COUNT-WS < OPAU-TBL-MAX-WS
                           ADD 1 TO OPAU-TBL-COUNT-WS
                           SET OPAU-TBL-IDX TO OPAU-TBL-COUNT-WS
                           MOVE OPAU-OPERATOR-ID-IN TO
                               OPAU-ID-TBL (OPAU-TBL-IDX)
                           MOVE OPAU-VALUE-LIMIT-IN TO
                               OPAU-VALUE-LIMIT-TBL (OPAU-TBL-IDX)
                           MOVE OPAU-PRICE-PCT-LIMIT-IN TO
                               OPAU-PCT-LIMIT-TBL (OPAU-TBL-IDX)
                           MOVE OPAU-STATUS-IN TO
                               OPAU-STATUS-TBL (OPAU-TBL-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-AUTH-IN.

      *LOAD THE APPROVAL QUEUE AND FIND THE NEXT FREE ITEM NUMBER
       700-LOAD-APPROVAL-QUEUE.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           PERFORM UNTIL APPROVAL-QUEUE-EOF-FLAG = "YES"
               READ APPROVAL-QUEUE-FILE INTO APQ-WORK-WS
                   AT END MOVE "YES" TO APPROVAL-QUEUE-EOF-FLAG
                   NOT AT END
                       IF APQ-ITEM-NUMBER-WS NOT < APQ-NEXT-ITEM-WS
                           COMPUTE APQ-NEXT-ITEM-WS =
                               APQ-ITEM-NUMBER-WS + 1
                       END-IF
                       IF APQ-TBL-COUNT-WS < APQ-TBL-MAX-WS
                           ADD 1 TO APQ-TBL-COUNT-WS
                           SET APQ-TBL-IDX TO APQ-TBL-COUNT-WS
                           MOVE APQ-WORK-WS TO
                               APQ-IMAGE-TBL (APQ-TBL-IDX)
                       ELSE
                           MOVE "Y" TO APQ-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-FILE.

      *PUT EVERY PART MAINTENANCE TRANSACTION A SUPERVISOR HAS
      *RELEASED THROUGH THE NORMAL EDIT AND UPDATE, PAST THE OPERATOR
      *LIMITS, AND MARK IT APPLIED (OR FAILED, IF IT NO LONGER PASSES
      *ITS EDITS), THEN WRITE THE QUEUE BACK
       700-APPLY-RELEASED-PART-TRANS.
           IF APQ-OVERFLOW-FLAG-WS NOT = "Y"
               MOVE "Y" TO APPROVED-ITEM-FLAG-WS
               PERFORM VARYING APQ-TBL-IDX FROM 1 BY 1
                       UNTIL APQ-TBL-IDX > APQ-TBL-COUNT-WS
                   MOVE APQ-IMAGE-TBL (APQ-TBL-IDX) TO APQ-WORK-WS
                   IF APQ-SOURCE-WS = "M" AND APQ-STATUS-WS = "R"
                       MOVE APQ-TRAN-DATA-WS TO PART-TRAN-RECORD-IN
                       MOVE "N" TO APPLY-REJECTED-FLAG-WS
                       ADD 1 TO PART-TRAN-IN-CTR
                       PERFORM 700-EDIT-PART-TRAN-RECORD
                       IF EDIT-VALID-FLAG-WS = "Y"
                           PERFORM 700-APPLY-PART-TRAN
                       ELSE
                           PERFORM 900-WRITE-PART-REJECT-OUT
                       END-IF
                       PERFORM 900-MARK-RELEASED-ITEM
                   END-IF
               END-PERFORM
               MOVE "N" TO APPROVED-ITEM-FLAG-WS
               PERFORM 700-REWRITE-APPROVAL-QUEUE
           END-IF.

      *RECORD THE OUTCOME OF A RELEASED ITEM IN ITS QUEUE ENTRY
       900-MARK-RELEASED-ITEM.
           IF APPLY-REJECTED-FLAG-WS = "Y"
               MOVE "F" TO APQ-STATUS-WS
           ELSE
               MOVE "A" TO APQ-STATUS-WS
           END-IF.
           MOVE RUN-DATE-WS TO APQ-APPLIED-DATE-WS.
           MOVE APQ-WORK-WS TO APQ-IMAGE-TBL (APQ-TBL-IDX).

      *WRITE THE APPROVAL QUEUE BACK WITH ITS CURRENT STATUSES,
      *DROPPING ITEMS CLOSED BEFORE THE PURGE DATE
       700-REWRITE-APPROVAL-QUEUE.
           COMPUTE APQ-PURGE-DATE-WS =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)
                   - APQ-KEEP-DAYS-WS).
           OPEN OUTPUT APPROVAL-QUEUE-FILE.
           PERFORM VARYING APQ-TBL-IDX FROM 1 BY 1
                   UNTIL APQ-TBL-IDX > APQ-TBL-COUNT-WS
               MOVE APQ-IMAGE-TBL (APQ-TBL-IDX) TO APQ-WORK-WS
               PERFORM 900-FIND-ITEM-CLOSED-DATE
               IF APQ-CLOSED-DATE-WS = 0
                   OR APQ-CLOSED-DATE-WS NOT < APQ-PURGE-DATE-WS
                   OR APQ-TBL-IDX = APQ-TBL-COUNT-WS
                   WRITE APPROVAL-QUEUE-RECORD FROM
                       APQ-IMAGE-TBL (APQ-TBL-IDX)
               END-IF
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-FILE.

      *THE DATE AN ITEM WAS CLOSED: DECIDED FOR A DECLINE, APPLIED
      *FOR AN APPLIED OR FAILED ITEM; ZERO WHILE IT IS STILL OPEN
       900-FIND-ITEM-CLOSED-DATE.
           MOVE 0 TO APQ-CLOSED-DATE-WS.
           IF APQ-STATUS-WS = "D"
               MOVE APQ-DECIDED-DATE-WS TO APQ-CLOSED-DATE-WS
           END-IF.
           IF APQ-STATUS-WS = "A" OR APQ-STATUS-WS = "F"
               MOVE APQ-APPLIED-DATE-WS TO APQ-CLOSED-DATE-WS
           END-IF.

      *LOOK UP THE KEYING OPERATOR; A BLANK, UNKNOWN OR INACTIVE
      *OPERATOR GIVES A REJECT REASON, A GOOD ONE THEIR LIMITS
       900-CHECK-OPERATOR-AUTH.
           MOVE SPACES TO AUTH-REJECT-REASON-WS.
           MOVE "N" TO AUTH-OPERATOR-FOUND-WS.
           MOVE 0 TO AUTH-VALUE-LIMIT-WS.
           MOVE 0 TO AUTH-PCT-LIMIT-WS.
           IF AUTH-OPERATOR-ID-WS = SPACES
               MOVE "MISSING OPERATOR ID" TO AUTH-REJECT-REASON-WS
           ELSE
               SET OPAU-TBL-IDX TO 1
               SEARCH OPAU-TBL-ENTRY
                   VARYING OPAU-TBL-IDX
                   AT END
                       CONTINUE
                   WHEN OPAU-TBL-IDX > OPAU-TBL-COUNT-WS
                       CONTINUE
                   WHEN OPAU-ID-TBL (OPAU-TBL-IDX) = AUTH-OPERATOR-ID-WS
                       MOVE "Y" TO AUTH-OPERATOR-FOUND-WS
                       MOVE OPAU-VALUE-LIMIT-TBL (OPAU-TBL-IDX) TO
                           AUTH-VALUE-LIMIT-WS
                       MOVE OPAU-PCT-LIMIT-TBL (OPAU-TBL-IDX) TO
                           AUTH-PCT-LIMIT-WS
                       IF OPAU-STATUS-TBL (OPAU-TBL-IDX) NOT = "A"
                           MOVE "OPERATOR NOT ACTIVE" TO
                               AUTH-REJECT-REASON-WS
                       END-IF
               END-SEARCH
               IF AUTH-OPERATOR-FOUND-WS = "N"
                   MOVE "UNKNOWN OPERATOR" TO AUTH-REJECT-REASON-WS
               END-IF
           END-IF.

      *HOLD THE TRANSACTION FOR SUPERVISOR APPROVAL UNDER THE NEXT
      *ITEM NUMBER, APPENDING IT TO THE QUEUE AT ONCE
       900-QUEUE-FOR-APPROVAL.
           MOVE APQ-NEXT-ITEM-WS TO APQ-ITEM-NUMBER-WS.
           ADD 1 TO APQ-NEXT-ITEM-WS.
           MOVE "M" TO APQ-SOURCE-WS.
           MOVE "P" TO APQ-STATUS-WS.
           MOVE PART-NUMBER-IN TO APQ-PART-NUMBER-WS.
           MOVE PART-OPERATOR-ID-IN TO APQ-KEYED-BY-WS.
           MOVE RUN-DATE-WS TO APQ-KEYED-DATE-WS.
           MOVE SPACES TO APQ-DECIDED-BY-WS.
           MOVE 0 TO APQ-DECIDED-DATE-WS.
           MOVE 0 TO APQ-APPLIED-DATE-WS.
           MOVE AUTH-EXT-VALUE-WS TO APQ-EXTENDED-VALUE-WS.
           MOVE AUTH-PCT-CHANGE-WS TO APQ-PRICE-PCT-CHANGE-WS.
           MOVE AUTH-HOLD-REASON-WS TO APQ-HOLD-REASON-WS.
           MOVE PART-TRAN-RECORD-IN TO APQ-TRAN-DATA-WS.
           WRITE APPROVAL-QUEUE-RECORD FROM APQ-WORK-WS.
           ADD 1 TO PART-HELD-CTR.
           IF APQ-TBL-COUNT-WS < APQ-TBL-MAX-WS
               ADD 1 TO APQ-TBL-COUNT-WS
               SET APQ-TBL-IDX TO APQ-TBL-COUNT-WS
               MOVE APQ-WORK-WS TO APQ-IMAGE-TBL (APQ-TBL-IDX)
           END-IF.

      *JOURNAL THE PRIOR RECORD IMAGE AND THE IMAGE PUT ON FILE SO
      *THE RECOVERY RUN CAN REPLAY THE MASTER FROM A DATED BACKUP;
      *REWRITES JOURNAL AHEAD OF THE UPDATE (THE READ HAS ALREADY
               JRNL-STAMP-DATE-WS * 1000000 + JRNL-STAMP-HHMMSS-WS.
           WRITE INVENT-JOURNAL-RECORD-OUT.

      *APPEND THE OPENING QUANTITY OF A NEWLY ADDED PART TO THE
      *SHARED STOCK MOVEMENT LEDGER, FROM NOTHING TO ITS QUANTITY
       900-WRITE-OPENING-LEDGER-OUT.
           MOVE PART-NUMBER-MS TO SLGR-PART-NUMBER-OUT.
           MOVE PART-STATUS-DATE-MS TO SLGR-MOVE-DATE-OUT.
           MOVE "NEW PART" TO SLGR-MOVE-TYPE-OUT.
           MOVE PART-QUANTITY-IN-HAND-MS TO SLGR-QUANTITY-OUT.
           MOVE 0 TO SLGR-BEFORE-QTY-OUT.
           MOVE PART-QUANTITY-IN-HAND-MS TO SLGR-AFTER-QTY-OUT.
           MOVE "PARTMNT" TO SLGR-SOURCE-PROGRAM-OUT.
           WRITE STOCK-LEDGER-RECORD-OUT.

      *RECORD A MAINTENANCE PRICE CHANGE ON THE STOCK ON HAND WHILE
      *THE MASTER STILL CARRIES THE OLD PRICE
       900-WRITE-REVAL-HISTORY-OUT.
           MOVE RUN-DATE-WS TO RVHST-RUN-DATE-OUT.
           MOVE PART-NUMBER-MS TO RVHST-PART-NUMBER-OUT.
           MOVE PART-UNIT-PRICE-MS TO RVHST-OLD-PRICE-OUT.
           MOVE PART-UNIT-PRICE-IN TO RVHST-NEW-PRICE-OUT.
           MOVE PART-QUANTITY-IN-HAND-MS TO RVHST-QUANTITY-OUT.
           COMPUTE RVHST-VALUE-DELTA-OUT =
               PART-QUANTITY-IN-HAND-MS
               * (PART-UNIT-PRICE-IN - PART-UNIT-PRICE-MS).
           MOVE PART-EFFECTIVE-DATE-IN TO RVHST-EFFECTIVE-DATE-OUT.
           WRITE REVAL-HISTORY-RECORD-OUT.

      *WRITE A REJECTED MAINTENANCE TRANSACTION WITH ITS REASON CODE
       900-WRITE-PART-REJECT-OUT.
           MOVE "Y" TO APPLY-REJECTED-FLAG-WS.
           MOVE PART-TRAN-RECORD-IN TO PART-REJECT-DATA-OUT.
           MOVE PART-REJECT-REASON-WS TO PART-REJECT-REASON-OUT.
           WRITE PART-REJECT-RECORD-OUT.
