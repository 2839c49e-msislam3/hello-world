       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkOrder.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-IO
               ASSIGN TO "VEHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-REG-NUMBER-MS
               FILE STATUS IS VEHICLE-MASTER-STATUS-WS.

           SELECT INVENT-FILE-IO
               ASSIGN TO DYNAMIC INVENT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER-MS
               FILE STATUS IS INVENT-FILE-STATUS-WS.

           SELECT OPTIONAL WORK-ORDER-IO
               ASSIGN TO "WORKORD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WO-TRAN-FILE-IN
               ASSIGN TO "WOTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WO-REJECT-OUT
               ASSIGN TO "WO-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WO-PARTS-OUT
               ASSIGN TO "WOPARTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SERVICE-HISTORY-OUT
               ASSIGN TO "SERVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLEET-AUDIT-OUT
               ASSIGN TO "FLEETAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCK-LEDGER-OUT
               ASSIGN TO "STOCKLEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVENT-JOURNAL-OUT
               ASSIGN TO "INVJOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE FLEET, MAINTAINED BY FleetMaint; A CAR WITH A WORK ORDER
      *OPEN AGAINST IT CARRIES STATUS S (IN SERVICE) UNTIL THE LAST
      *OF ITS ORDERS IS CLOSED
       FD  VEHICLE-MASTER-IO
           RECORD CONTAINS 76 CHARACTERS.
       01  VEHICLE-MASTER-RECORD.
           05  VEH-REG-NUMBER-MS           PIC 9(8).
           05  VEH-CAR-TYPE-MS             PIC X(10).
           05  VEH-CAR-MODEL-MS            PIC X(5).
           05  VEH-MODEL-YEAR-MS           PIC 9(8).
           05  VEH-STATUS-MS               PIC X.
           05  VEH-ACQUIRED-DATE-MS        PIC 9(8).
           05  VEH-DISPOSED-DATE-MS        PIC 9(8).
           05  VEH-ODOMETER-MS             PIC 9(7).
           05  VEH-ODOMETER-DATE-MS        PIC 9(8).
           05  VEH-LAST-SERVICE-ODO-MS     PIC 9(7).
           05  VEH-SERVICE-INTERVAL-MS     PIC 9(6).

      *THE PARTS STORES' INVENTORY MASTER THE SHOP DRAWS FROM
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

      *ONE RECORD PER OPEN SERVICE WORK ORDER WITH THE PARTS COST
      *AND LABOUR HOURS BOOKED TO IT SO FAR; A CLOSED ORDER MOVES TO
      *THE SERVICE HISTORY AND IS DROPPED FROM THIS FILE
       FD  WORK-ORDER-IO
           RECORD CONTAINS 57 CHARACTERS.
       01  WORK-ORDER-RECORD.
           05  WO-ORDER-NUMBER             PIC 9(6).
           05  WO-REG-NUMBER               PIC 9(8).
           05  WO-OPEN-DATE                PIC 9(8).
           05  WO-DESCRIPTION              PIC X(20).
           05  WO-PARTS-COST               PIC 9(7)V99.
           05  WO-LABOUR-HOURS             PIC 9(4)V99.

      *O OPENS A WORK ORDER AGAINST A CAR, I ISSUES A PART TO IT,
      *L BOOKS LABOUR HOURS TO IT AND C CLOSES IT
       FD  WO-TRAN-FILE-IN
           RECORD CONTAINS 57 CHARACTERS.
       01  WO-TRAN-RECORD-IN.
           05  WOTR-ACTION-IN              PIC X.
           05  WOTR-ORDER-NUMBER-IN        PIC X(6).
           05  WOTR-REG-NUMBER-IN          PIC X(8).
           05  WOTR-DATE-IN                PIC X(8).
           05  WOTR-PART-NUMBER-IN         PIC X(5).
           05  WOTR-QUANTITY-IN            PIC X(5).
           05  WOTR-LABOUR-HOURS-IN        PIC X(4).
           05  WOTR-LABOUR-HOURS-NUM-IN REDEFINES
                   WOTR-LABOUR-HOURS-IN    PIC 9(2)V99.
           05  WOTR-DESCRIPTION-IN         PIC X(20).

       FD  WO-REJECT-OUT
           RECORD CONTAINS 82 CHARACTERS.
       01  WO-REJECT-RECORD-OUT.
           05  WO-REJECT-DATA-OUT          PIC X(57).
           05  FILLER                      PIC X VALUE SPACES.
           05  WO-REJECT-REASON-OUT        PIC X(24).

      *ONE LINE PER PART ISSUED TO A WORK ORDER, PRICED AT THE
      *MASTER UNIT PRICE ON THE DAY OF ISSUE
       FD  WO-PARTS-OUT
           RECORD CONTAINS 41 CHARACTERS.
       01  WO-PARTS-RECORD-OUT.
           05  WOPT-ORDER-NUMBER-OUT       PIC 9(6).
           05  WOPT-PART-NUMBER-OUT        PIC 9(5).
           05  WOPT-QUANTITY-OUT           PIC 9(5).
           05  WOPT-UNIT-PRICE-OUT         PIC 9(4)V99.
           05  WOPT-ISSUE-DATE-OUT         PIC 9(8).
           05  WOPT-EXTENDED-COST-OUT      PIC 9(9)V99.

      *PER-VEHICLE SERVICE COST HISTORY: ONE RECORD PER CLOSED WORK
      *ORDER, FOR ANY REPORT THAT NEEDS A CAR'S UPKEEP
       FD  SERVICE-HISTORY-OUT
           RECORD CONTAINS 83 CHARACTERS.
       01  SERVICE-HISTORY-RECORD-OUT.
           05  SVCH-REG-NUMBER-OUT         PIC 9(8).
           05  SVCH-ORDER-NUMBER-OUT       PIC 9(6).
           05  SVCH-OPEN-DATE-OUT          PIC 9(8).
           05  SVCH-CLOSE-DATE-OUT         PIC 9(8).
           05  SVCH-DESCRIPTION-OUT        PIC X(20).
           05  SVCH-PARTS-COST-OUT         PIC 9(7)V99.
           05  SVCH-LABOUR-HOURS-OUT       PIC 9(4)V99.
           05  SVCH-LABOUR-COST-OUT        PIC 9(7)V99.
           05  SVCH-TOTAL-COST-OUT         PIC 9(7)V99.

      *SAME AUDIT TRAIL FleetMaint WRITES; A CAR GOING INTO SERVICE
      *IS AUDITED AS ACTION S AND ONE RETURNED TO THE FLEET AS R
       FD  FLEET-AUDIT-OUT
           RECORD CONTAINS 87 CHARACTERS.
       01  FLEET-AUDIT-RECORD-OUT.
           05  FLEET-AUDIT-DATE-OUT        PIC 9(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  FLEET-AUDIT-ACTION-OUT      PIC X.
           05  FILLER                      PIC X VALUE SPACES.
           05  FLEET-AUDIT-IMAGE-OUT       PIC X(76).

      *ONE RECORD PER CHANGE TO QUANTITY ON HAND, SHARED BY EVERY
      *PROGRAM THAT UPDATES THE INVENTORY MASTER
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
      *THE INDEXED INVENTORY MASTER
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
       01  WO-TRAN-EOF-FLAG            PIC A(3) VALUE SPACES.
       01  WORK-ORDER-EOF-FLAG         PIC A(3) VALUE SPACES.
       01  VEHICLE-MASTER-STATUS-WS    PIC X(2) VALUE "00".
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  INVENT-FILE-NAME-WS         PIC X(40) VALUE "INVENT.TXT".
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  WO-REJECT-REASON-WS         PIC X(24) VALUE SPACES.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  WO-TRAN-IN-CTR              PIC 9(7) VALUE 0.
       01  WO-APPLIED-CTR              PIC 9(7) VALUE 0.
       01  WO-REJECT-CTR               PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.

      *SHOP LABOUR RATE PER HOUR FROM THE RUN PARAMETERS, KEYED AS
      *FIVE DIGITS WITH TWO DECIMALS; DEFAULTS TO 50.00
       01  LABOUR-RATE-PARM-WS         PIC X(5) VALUE "05000".
       01  LABOUR-RATE-NUM-WS REDEFINES LABOUR-RATE-PARM-WS
                                       PIC 9(3)V99.
       01  LABOUR-RATE-WS              PIC 9(3)V99 VALUE 50.00.

      *THE ISSUE OR ORDER BEING POSTED
       01  ISSUE-QTY-WS                PIC 9(5) VALUE 0.
       01  ISSUE-NEW-QUANTITY-WS       PIC S9(6) VALUE 0.
       01  ISSUE-EXTENDED-COST-WS      PIC 9(9)V99 VALUE 0.
       01  LABOUR-COST-WS              PIC 9(7)V99 VALUE 0.
       01  ORDER-TOTAL-COST-WS         PIC 9(7)V99 VALUE 0.
       01  FOUND-WO-IDX-WS             PIC 9(4) VALUE 0.
       01  OTHER-OPEN-FLAG-WS          PIC X VALUE "N".

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

      *OPEN WORK ORDERS, LOADED AT JOB START AND WRITTEN BACK AT END
      *OF JOB WITHOUT THE ONES CLOSED THIS RUN; ON OVERFLOW EVERY
      *TRANSACTION IS REFUSED AND THE FILE LEFT UNTOUCHED
       01  WORK-ORDER-TABLE-WS.
           05  WO-TBL-COUNT-WS         PIC 9(4) VALUE 0.
           05  WO-TBL-MAX-WS           PIC 9(4) VALUE 500.
           05  WO-TBL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WO-TBL-IDX.
               10  WO-ORDER-TBL        PIC 9(6).
               10  WO-REG-TBL          PIC 9(8).
               10  WO-OPEN-DATE-TBL    PIC 9(8).
               10  WO-DESC-TBL         PIC X(20).
               10  WO-PARTS-COST-TBL   PIC 9(7)V99.
               10  WO-HOURS-TBL        PIC 9(4)V99.
               10  WO-CLOSED-TBL       PIC X.
       01  WO-OVERFLOW-FLAG-WS         PIC X VALUE "N".
       01  WO-UPDATED-FLAG-WS          PIC X VALUE "N".

       PROCEDURE DIVISION.
       100-PROCESS-WORK-ORDERS.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-WORK-ORDER-JOB.

           PERFORM 200-PROCESS-WO-TRAN
               UNTIL WO-TRAN-EOF-FLAG = "YES".

           PERFORM 200-TERM-WORK-ORDER-JOB.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.

      *RECONCILE TRANSACTIONS READ AGAINST APPLIED PLUS REJECTED
       700-RECONCILE-RECORD-COUNTS.
           COMPUTE RECORD-COUNT-CHECK-WS =
               WO-APPLIED-CTR + WO-REJECT-CTR.
           IF WO-TRAN-IN-CTR = RECORD-COUNT-CHECK-WS
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
           MOVE "WORKORDR" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "WOTRAN.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE WO-TRAN-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE WO-APPLIED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE WO-REJECT-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *INITIATES SERVICE WORK ORDER JOB
       200-INITIATE-WORK-ORDER-JOB.
           PERFORM 700-GET-SITE-FILE-NAMES.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-WORK-ORDER-TABLE.
           PERFORM 700-READ-WO-TRAN-RECORD.

      *APPLY ONE WORK ORDER TRANSACTION THEN READ THE NEXT ONE
       200-PROCESS-WO-TRAN.
           ADD 1 TO WO-TRAN-IN-CTR.
           PERFORM 700-EDIT-WO-TRAN-RECORD.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-APPLY-WO-TRAN
           ELSE
               PERFORM 900-WRITE-WO-REJECT-OUT
           END-IF.
           PERFORM 700-READ-WO-TRAN-RECORD.

      *WRITE THE OPEN WORK ORDERS BACK AND CLOSE THE FILES
       200-TERM-WORK-ORDER-JOB.
           PERFORM 700-REWRITE-WORK-ORDER-FILE.
           CLOSE VEHICLE-MASTER-IO.
           CLOSE INVENT-FILE-IO.
           CLOSE WO-TRAN-FILE-IN.
           CLOSE WO-REJECT-OUT.
           CLOSE WO-PARTS-OUT.
           CLOSE SERVICE-HISTORY-OUT.
           CLOSE FLEET-AUDIT-OUT.
           CLOSE STOCK-LEDGER-OUT.
           CLOSE INVENT-JOURNAL-OUT.

      *OVERRIDE THE INVENTORY MASTER NAME AND THE SHOP LABOUR RATE
      *FROM RUN PARAMETERS
       700-GET-SITE-FILE-NAMES.
           ACCEPT INVENT-FILE-NAME-WS FROM ENVIRONMENT
               "INVENT_FILE_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT LABOUR-RATE-PARM-WS FROM ENVIRONMENT
               "LABOUR_RATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF LABOUR-RATE-PARM-WS NUMERIC
               MOVE LABOUR-RATE-NUM-WS TO LABOUR-RATE-WS
           END-IF.

      *OPEN INPUT AND OUTPUT FILES
       700-OPEN-FILES.
           OPEN I-O VEHICLE-MASTER-IO.
           OPEN I-O INVENT-FILE-IO.
           OPEN INPUT WO-TRAN-FILE-IN.
           OPEN OUTPUT WO-REJECT-OUT.
           OPEN EXTEND WO-PARTS-OUT.
           OPEN EXTEND SERVICE-HISTORY-OUT.
           OPEN EXTEND FLEET-AUDIT-OUT.
           OPEN EXTEND STOCK-LEDGER-OUT.
           OPEN EXTEND INVENT-JOURNAL-OUT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

      *LOAD EVERY OPEN WORK ORDER
       700-LOAD-WORK-ORDER-TABLE.
           OPEN INPUT WORK-ORDER-IO.
           PERFORM UNTIL WORK-ORDER-EOF-FLAG = "YES"
               READ WORK-ORDER-IO
                   AT END MOVE "YES" TO WORK-ORDER-EOF-FLAG
                   NOT AT END
                       IF WO-TBL-COUNT-WS < WO-TBL-MAX-WS
                           ADD 1 TO WO-TBL-COUNT-WS
                           SET WO-TBL-IDX TO WO-TBL-COUNT-WS
                           MOVE WO-ORDER-NUMBER TO
                               WO-ORDER-TBL (WO-TBL-IDX)
                           MOVE WO-REG-NUMBER TO WO-REG-TBL (WO-TBL-IDX)
                           MOVE WO-OPEN-DATE TO
                               WO-OPEN-DATE-TBL (WO-TBL-IDX)
                           MOVE WO-DESCRIPTION TO
                               WO-DESC-TBL (WO-TBL-IDX)
                           MOVE WO-PARTS-COST TO
                               WO-PARTS-COST-TBL (WO-TBL-IDX)
                           MOVE WO-LABOUR-HOURS TO
                               WO-HOURS-TBL (WO-TBL-IDX)
                           MOVE "N" TO WO-CLOSED-TBL (WO-TBL-IDX)
                       ELSE
                           MOVE "Y" TO WO-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-ORDER-IO.

      *WRITE THE STILL-OPEN WORK ORDERS BACK; IF THE LOAD OVERFLOWED
      *NOTHING WAS APPLIED AND THE FILE IS LEFT AS IT IS
       700-REWRITE-WORK-ORDER-FILE.
           IF WO-UPDATED-FLAG-WS = "Y"
               AND WO-OVERFLOW-FLAG-WS NOT = "Y"
               OPEN OUTPUT WORK-ORDER-IO
               PERFORM VARYING WO-TBL-IDX FROM 1 BY 1
                       UNTIL WO-TBL-IDX > WO-TBL-COUNT-WS
                   IF WO-CLOSED-TBL (WO-TBL-IDX) = "N"
                       MOVE WO-ORDER-TBL (WO-TBL-IDX) TO
                           WO-ORDER-NUMBER
                       MOVE WO-REG-TBL (WO-TBL-IDX) TO WO-REG-NUMBER
                       MOVE WO-OPEN-DATE-TBL (WO-TBL-IDX) TO
                           WO-OPEN-DATE
                       MOVE WO-DESC-TBL (WO-TBL-IDX) TO WO-DESCRIPTION
                       MOVE WO-PARTS-COST-TBL (WO-TBL-IDX) TO
                           WO-PARTS-COST
                       MOVE WO-HOURS-TBL (WO-TBL-IDX) TO
                           WO-LABOUR-HOURS
                       WRITE WORK-ORDER-RECORD
                   END-IF
               END-PERFORM
               CLOSE WORK-ORDER-IO
           END-IF.

      *READ ONE WORK ORDER TRANSACTION RECORD
       700-READ-WO-TRAN-RECORD.
           READ WO-TRAN-FILE-IN
               AT END MOVE "YES" TO WO-TRAN-EOF-FLAG
           END-READ.

      *EDIT THE ACTION, ORDER NUMBER AND DATE OF A TRANSACTION
       700-EDIT-WO-TRAN-RECORD.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO WO-REJECT-REASON-WS.
           IF WO-OVERFLOW-FLAG-WS = "Y"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "WORK ORDER TABLE FULL" TO WO-REJECT-REASON-WS
           ELSE
               IF WOTR-ACTION-IN NOT = "O" AND WOTR-ACTION-IN NOT = "I"
                       AND WOTR-ACTION-IN NOT = "L"
                       AND WOTR-ACTION-IN NOT = "C"
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD ACTION CODE" TO WO-REJECT-REASON-WS
               ELSE
                   IF WOTR-ORDER-NUMBER-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD WORK ORDER NUMBER" TO
                           WO-REJECT-REASON-WS
                   ELSE
                       IF WOTR-DATE-IN NOT NUMERIC
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BAD TRANSACTION DATE" TO
                               WO-REJECT-REASON-WS
                       ELSE
                           PERFORM 700-EDIT-WO-ACTION-FIELDS.

      *AN OPEN NEEDS A REGISTRATION, AN ISSUE A PART AND QUANTITY,
      *AND A LABOUR BOOKING A NUMBER OF HOURS
       700-EDIT-WO-ACTION-FIELDS.
           EVALUATE WOTR-ACTION-IN
               WHEN "O"
                   IF WOTR-REG-NUMBER-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD REGISTRATION" TO WO-REJECT-REASON-WS
                   END-IF
               WHEN "I"
                   IF WOTR-PART-NUMBER-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD PART NUMBER" TO WO-REJECT-REASON-WS
                   ELSE
                       IF WOTR-QUANTITY-IN NOT NUMERIC
                               OR WOTR-QUANTITY-IN = "00000"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BAD ISSUE QUANTITY" TO
                               WO-REJECT-REASON-WS
                       END-IF
                   END-IF
               WHEN "L"
                   IF WOTR-LABOUR-HOURS-IN NOT NUMERIC
                           OR WOTR-LABOUR-HOURS-IN = "0000"
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD LABOUR HOURS" TO WO-REJECT-REASON-WS
                   END-IF
           END-EVALUATE.

      *ROUTE AN EDITED TRANSACTION TO ITS OPEN/ISSUE/LABOUR/CLOSE
      *LOGIC; ALL BUT AN OPEN NEED THE ORDER TO BE OPEN ALREADY
       700-APPLY-WO-TRAN.
           PERFORM 900-FIND-WORK-ORDER.
           IF WOTR-ACTION-IN = "O"
               PERFORM 700-OPEN-WORK-ORDER
           ELSE
               IF FOUND-WO-IDX-WS = 0
                   MOVE "WORK ORDER NOT OPEN" TO WO-REJECT-REASON-WS
                   PERFORM 900-WRITE-WO-REJECT-OUT
               ELSE
                   EVALUATE WOTR-ACTION-IN
                       WHEN "I"
                           PERFORM 700-ISSUE-WORK-ORDER-PART
                       WHEN "L"
                           PERFORM 700-BOOK-WORK-ORDER-LABOUR
                       WHEN OTHER
                           PERFORM 700-CLOSE-WORK-ORDER
                   END-EVALUATE
               END-IF
           END-IF.

      *OPEN A NEW WORK ORDER AGAINST A CAR ON THE FLEET AND TAKE THE
      *CAR OUT OF SERVICE FOR RENTAL
       700-OPEN-WORK-ORDER.
           IF FOUND-WO-IDX-WS > 0
               MOVE "WORK ORDER ALREADY OPEN" TO WO-REJECT-REASON-WS
               PERFORM 900-WRITE-WO-REJECT-OUT
           ELSE
               IF WO-TBL-COUNT-WS NOT < WO-TBL-MAX-WS
                   MOVE "WORK ORDER TABLE FULL" TO WO-REJECT-REASON-WS
                   PERFORM 900-WRITE-WO-REJECT-OUT
               ELSE
                   MOVE WOTR-REG-NUMBER-IN TO VEH-REG-NUMBER-MS
                   READ VEHICLE-MASTER-IO
                       INVALID KEY
                           MOVE "VEHICLE NOT FOUND" TO
                               WO-REJECT-REASON-WS
                           PERFORM 900-WRITE-WO-REJECT-OUT
                       NOT INVALID KEY
                           PERFORM 700-ADD-WORK-ORDER
                   END-READ
               END-IF
           END-IF.

      *A DISPOSED CAR CANNOT BE SERVICED; OTHERWISE THE ORDER IS
      *ADDED AND THE CAR MARKED IN SERVICE IF IT IS NOT ALREADY
       700-ADD-WORK-ORDER.
           IF VEH-STATUS-MS = "D"
               MOVE "VEHICLE DISPOSED" TO WO-REJECT-REASON-WS
               PERFORM 900-WRITE-WO-REJECT-OUT
           ELSE
               ADD 1 TO WO-TBL-COUNT-WS
               SET WO-TBL-IDX TO WO-TBL-COUNT-WS
               MOVE WOTR-ORDER-NUMBER-IN TO WO-ORDER-TBL (WO-TBL-IDX)
               MOVE WOTR-REG-NUMBER-IN TO WO-REG-TBL (WO-TBL-IDX)
               MOVE WOTR-DATE-IN TO WO-OPEN-DATE-TBL (WO-TBL-IDX)
               MOVE WOTR-DESCRIPTION-IN TO WO-DESC-TBL (WO-TBL-IDX)
               MOVE 0 TO WO-PARTS-COST-TBL (WO-TBL-IDX)
               MOVE 0 TO WO-HOURS-TBL (WO-TBL-IDX)
               MOVE "N" TO WO-CLOSED-TBL (WO-TBL-IDX)
               IF VEH-STATUS-MS NOT = "S"
                   MOVE "S" TO VEH-STATUS-MS
                   REWRITE VEHICLE-MASTER-RECORD
                   MOVE "S" TO FLEET-AUDIT-ACTION-OUT
                   PERFORM 900-WRITE-FLEET-AUDIT-OUT
               END-IF
               PERFORM 900-NOTE-WO-APPLIED
           END-IF.

      *ISSUE A PART FROM STORES TO THE WORK ORDER
       700-ISSUE-WORK-ORDER-PART.
           MOVE WOTR-PART-NUMBER-IN TO PART-NUMBER-MS.
           MOVE WOTR-QUANTITY-IN TO ISSUE-QTY-WS.
           READ INVENT-FILE-IO
               INVALID KEY
                   MOVE "PART NOT FOUND" TO WO-REJECT-REASON-WS
                   PERFORM 900-WRITE-WO-REJECT-OUT
               NOT INVALID KEY
                   IF PART-STATUS-MS = "I"
                       MOVE "PART RETIRED" TO WO-REJECT-REASON-WS
                       PERFORM 900-WRITE-WO-REJECT-OUT
                   ELSE
                       IF PART-QUANTITY-IN-HAND-MS < ISSUE-QTY-WS
                           MOVE "INSUFFICIENT ON HAND" TO
                               WO-REJECT-REASON-WS
                           PERFORM 900-WRITE-WO-REJECT-OUT
                       ELSE
                           PERFORM 700-POST-PART-ISSUE
                       END-IF
                   END-IF
           END-READ.

      *TAKE THE ISSUED QUANTITY OFF THE MASTER: LEDGER LINE FIRST,
      *THEN THE JOURNAL AHEAD OF THE REWRITE; THE PARTS ARE CHARGED
      *TO THE ORDER AT THE MASTER UNIT PRICE
       700-POST-PART-ISSUE.
           COMPUTE ISSUE-NEW-QUANTITY-WS =
               PART-QUANTITY-IN-HAND-MS - ISSUE-QTY-WS.
           PERFORM 900-WRITE-ISSUE-LEDGER-OUT.
           MOVE INVENT-RECORD-MS TO JRNL-BEFORE-IMAGE-WS.
           MOVE ISSUE-NEW-QUANTITY-WS TO PART-QUANTITY-IN-HAND-MS.
           PERFORM 900-WRITE-INVENT-JOURNAL.
           REWRITE INVENT-RECORD-MS.
           COMPUTE ISSUE-EXTENDED-COST-WS =
               ISSUE-QTY-WS * PART-UNIT-PRICE-MS.
           SET WO-TBL-IDX TO FOUND-WO-IDX-WS.
           ADD ISSUE-EXTENDED-COST-WS TO WO-PARTS-COST-TBL (WO-TBL-IDX).
           PERFORM 900-WRITE-WO-PARTS-OUT.
           PERFORM 900-NOTE-WO-APPLIED.

      *BOOK LABOUR HOURS TO THE WORK ORDER
       700-BOOK-WORK-ORDER-LABOUR.
           SET WO-TBL-IDX TO FOUND-WO-IDX-WS.
           ADD WOTR-LABOUR-HOURS-NUM-IN TO WO-HOURS-TBL (WO-TBL-IDX).
           PERFORM 900-NOTE-WO-APPLIED.

      *CLOSE THE WORK ORDER: COST THE LABOUR AT THE SHOP RATE, WRITE
      *THE PARTS-PLUS-LABOUR TOTAL TO THE CAR'S SERVICE HISTORY, MARK
      *THE CAR SERVICED AT ITS CURRENT ODOMETER READING AND RETURN IT
      *TO THE FLEET ONCE NO OTHER ORDER HOLDS IT
       700-CLOSE-WORK-ORDER.
           SET WO-TBL-IDX TO FOUND-WO-IDX-WS.
           COMPUTE LABOUR-COST-WS ROUNDED =
               WO-HOURS-TBL (WO-TBL-IDX) * LABOUR-RATE-WS.
           COMPUTE ORDER-TOTAL-COST-WS =
               WO-PARTS-COST-TBL (WO-TBL-IDX) + LABOUR-COST-WS.
           PERFORM 900-WRITE-SERVICE-HISTORY-OUT.
           MOVE "Y" TO WO-CLOSED-TBL (WO-TBL-IDX).
           PERFORM 900-CHECK-OTHER-OPEN-ORDERS.
           PERFORM 700-RETURN-VEHICLE-TO-FLEET.
           PERFORM 900-NOTE-WO-APPLIED.

      *RECORD THE SERVICE AT THE CAR'S CURRENT ODOMETER READING SO
      *THE NEXT SERVICE FALLS DUE ONE INTERVAL ON (AUDIT ACTION V),
      *AND PUT A CAR THAT IS STILL MARKED IN SERVICE BACK TO ACTIVE
      *ONCE NO OTHER ORDER HOLDS IT (AUDIT ACTION R)
       700-RETURN-VEHICLE-TO-FLEET.
           MOVE WO-REG-TBL (WO-TBL-IDX) TO VEH-REG-NUMBER-MS.
           READ VEHICLE-MASTER-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VEH-ODOMETER-MS TO VEH-LAST-SERVICE-ODO-MS
                   MOVE "V" TO FLEET-AUDIT-ACTION-OUT
                   IF VEH-STATUS-MS = "S"
                           AND OTHER-OPEN-FLAG-WS = "N"
                       MOVE "A" TO VEH-STATUS-MS
                       MOVE "R" TO FLEET-AUDIT-ACTION-OUT
                   END-IF
                   REWRITE VEHICLE-MASTER-RECORD
                   PERFORM 900-WRITE-FLEET-AUDIT-OUT
           END-READ.

      *IS ANY OTHER WORK ORDER STILL OPEN FOR THE SAME CAR
       900-CHECK-OTHER-OPEN-ORDERS.
           MOVE "N" TO OTHER-OPEN-FLAG-WS.
           PERFORM VARYING WO-TBL-IDX FROM 1 BY 1
                   UNTIL WO-TBL-IDX > WO-TBL-COUNT-WS
               IF WO-CLOSED-TBL (WO-TBL-IDX) = "N"
                   AND WO-REG-TBL (WO-TBL-IDX) =
                       WO-REG-TBL (FOUND-WO-IDX-WS)
                   MOVE "Y" TO OTHER-OPEN-FLAG-WS
               END-IF
           END-PERFORM.
           SET WO-TBL-IDX TO FOUND-WO-IDX-WS.

      *FIND THE OPEN WORK ORDER FOR THE TRANSACTION'S ORDER NUMBER
       900-FIND-WORK-ORDER.
           MOVE 0 TO FOUND-WO-IDX-WS.
           SET WO-TBL-IDX TO 1.
           SEARCH WO-TBL-ENTRY
               VARYING WO-TBL-IDX
               AT END
                   CONTINUE
               WHEN WO-TBL-IDX > WO-TBL-COUNT-WS
                   CONTINUE
               WHEN WO-ORDER-TBL (WO-TBL-IDX) = WOTR-ORDER-NUMBER-IN
                   AND WO-CLOSED-TBL (WO-TBL-IDX) = "N"
                   SET FOUND-WO-IDX-WS TO WO-TBL-IDX
           END-SEARCH.

      *COUNT AN APPLIED TRANSACTION
       900-NOTE-WO-APPLIED.
           MOVE "Y" TO WO-UPDATED-FLAG-WS.
           ADD 1 TO WO-APPLIED-CTR.

      *APPEND THE ISSUE TO THE SHARED STOCK MOVEMENT LEDGER AS AN
      *OUTWARD MOVEMENT
       900-WRITE-ISSUE-LEDGER-OUT.
           MOVE PART-NUMBER-MS TO SLGR-PART-NUMBER-OUT.
           MOVE WOTR-DATE-IN TO SLGR-MOVE-DATE-OUT.
           MOVE "ISSUE" TO SLGR-MOVE-TYPE-OUT.
           COMPUTE SLGR-QUANTITY-OUT = 0 - ISSUE-QTY-WS.
           MOVE PART-QUANTITY-IN-HAND-MS TO SLGR-BEFORE-QTY-OUT.
           MOVE ISSUE-NEW-QUANTITY-WS TO SLGR-AFTER-QTY-OUT.
           MOVE "WORKORDR" TO SLGR-SOURCE-PROGRAM-OUT.
           WRITE STOCK-LEDGER-RECORD-OUT.

      *JOURNAL THE PRIOR RECORD IMAGE AND THE IMAGE ABOUT TO GO ON
      *FILE, AHEAD OF THE REWRITE IT BELONGS TO
       900-WRITE-INVENT-JOURNAL.
           ACCEPT JRNL-STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRNL-STAMP-TIME-WS FROM TIME.
           MOVE "R" TO JRNL-ACTION-OUT.
           MOVE JRNL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE-OUT.
           MOVE INVENT-RECORD-MS TO JRNL-AFTER-IMAGE-OUT.
           MOVE "WORKORDR" TO JRNL-PROGRAM-OUT.
           COMPUTE JRNL-STAMP-OUT =
               JRNL-STAMP-DATE-WS * 1000000 + JRNL-STAMP-HHMMSS-WS.
           WRITE INVENT-JOURNAL-RECORD-OUT.

      *WRITE ONE ISSUED-PART LINE FOR THE WORK ORDER
       900-WRITE-WO-PARTS-OUT.
           MOVE WOTR-ORDER-NUMBER-IN TO WOPT-ORDER-NUMBER-OUT.
           MOVE PART-NUMBER-MS TO WOPT-PART-NUMBER-OUT.
           MOVE ISSUE-QTY-WS TO WOPT-QUANTITY-OUT.
           MOVE PART-UNIT-PRICE-MS TO WOPT-UNIT-PRICE-OUT.
           MOVE WOTR-DATE-IN TO WOPT-ISSUE-DATE-OUT.
           MOVE ISSUE-EXTENDED-COST-WS TO WOPT-EXTENDED-COST-OUT.
           WRITE WO-PARTS-RECORD-OUT.

      *WRITE THE CLOSED ORDER TO THE PER-VEHICLE SERVICE HISTORY
       900-WRITE-SERVICE-HISTORY-OUT.
           MOVE WO-REG-TBL (WO-TBL-IDX) TO SVCH-REG-NUMBER-OUT.
           MOVE WO-ORDER-TBL (WO-TBL-IDX) TO SVCH-ORDER-NUMBER-OUT.
           MOVE WO-OPEN-DATE-TBL (WO-TBL-IDX) TO SVCH-OPEN-DATE-OUT.
           MOVE WOTR-DATE-IN TO SVCH-CLOSE-DATE-OUT.
           MOVE WO-DESC-TBL (WO-TBL-IDX) TO SVCH-DESCRIPTION-OUT.
           MOVE WO-PARTS-COST-TBL (WO-TBL-IDX) TO SVCH-PARTS-COST-OUT.
           MOVE WO-HOURS-TBL (WO-TBL-IDX) TO SVCH-LABOUR-HOURS-OUT.
           MOVE LABOUR-COST-WS TO SVCH-LABOUR-COST-OUT.
           MOVE ORDER-TOTAL-COST-WS TO SVCH-TOTAL-COST-OUT.
           WRITE SERVICE-HISTORY-RECORD-OUT.

      *WRITE ONE FLEET AUDIT LINE WITH THE CAR AS IT NOW STANDS
       900-WRITE-FLEET-AUDIT-OUT.
           MOVE RUN-DATE-WS TO FLEET-AUDIT-DATE-OUT.
           MOVE VEHICLE-MASTER-RECORD TO FLEET-AUDIT-IMAGE-OUT.
           WRITE FLEET-AUDIT-RECORD-OUT.

      *WRITE A REJECTED WORK ORDER TRANSACTION WITH ITS REASON CODE
       900-WRITE-WO-REJECT-OUT.
           MOVE WO-TRAN-RECORD-IN TO WO-REJECT-DATA-OUT.
           MOVE WO-REJECT-REASON-WS TO WO-REJECT-REASON-OUT.
           WRITE WO-REJECT-RECORD-OUT.
           ADD 1 TO WO-REJECT-CTR.
