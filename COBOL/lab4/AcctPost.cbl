       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctPost.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-EXTRACT-IN
               ASSIGN TO "LATEFEES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-ACCOUNT-FILE
               ASSIGN TO "CUSTACCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-FILE-IN
               ASSIGN TO "CUSTOMERS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID-IN
               FILE STATUS IS CUSTOMER-FILE-STATUS-WS.

           SELECT ACCT-REJECT-OUT
               ASSIGN TO "ACCT-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE BILLING EXTRACT WRITTEN BY lab4: D LATE FEE, R BASE
      *RENTAL, M MISCELLANEOUS AND K EXCESS MILEAGE DETAILS, AND A T
      *TRAILER PER CUSTOMER CARRYING THE CUSTOMER'S TOTAL
       FD  BILLING-EXTRACT-IN
           RECORD CONTAINS 149 CHARACTERS.
       01  BILLING-DETAIL-RECORD-IN.
           05  BILL-RECORD-TYPE-IN         PIC X.
           05  BILL-CUSTOMER-ID-IN         PIC 9(7).
           05  BILL-CUSTOMER-NAME-IN       PIC X(30).
           05  BILL-STREET-ADDRESS-IN      PIC X(25).
           05  BILL-CITY-IN                PIC X(15).
           05  BILL-PROVINCE-IN            PIC X(15).
           05  BILL-POSTAL-CODE-IN         PIC X(6).
           05  BILL-REG-NUMBER-IN          PIC 9(8).
           05  BILL-RETURN-DATE-IN         PIC 9(8).
           05  BILL-DAYS-LATE-IN           PIC 9(3).
           05  BILL-FEE-AMOUNT-IN          PIC 9(5)V99.
           05  BILL-CHARGE-CODE-IN         PIC X(4).
           05  BILL-CHARGE-NOTE-IN         PIC X(20).
       01  BILLING-TRAILER-RECORD-IN.
           05  TRAIL-RECORD-TYPE-IN        PIC X.
           05  TRAIL-CUSTOMER-ID-IN        PIC 9(7).
           05  TRAIL-TOTAL-FEE-IN          PIC 9(7)V99.
           05  FILLER                      PIC X(132).

      *THE OPEN-ITEM CUSTOMER ACCOUNT FILE: ONE ITEM PER CHARGE (D,
      *R, M, K) POSTED FROM THE EXTRACT AND ONE PER PAYMENT (P) OR
      *CREDIT (C) POSTED BY CashPost; THE OPEN AMOUNT IS WHAT IS
      *STILL OWED ON A CHARGE OR STILL UNAPPLIED ON A PAYMENT OR
      *CREDIT, AND THE SETTLED DATE IS SET WHEN IT REACHES ZERO
       FD  CUSTOMER-ACCOUNT-FILE
           RECORD CONTAINS 89 CHARACTERS.
       01  CUSTOMER-ACCOUNT-RECORD.
           05  ACCT-ITEM-NUMBER            PIC 9(7).
           05  ACCT-CUSTOMER-ID            PIC 9(7).
           05  ACCT-ITEM-TYPE              PIC X.
           05  ACCT-ITEM-DATE              PIC 9(8).
           05  ACCT-REG-NUMBER             PIC 9(8).
           05  ACCT-CHARGE-CODE            PIC X(4).
           05  ACCT-NOTE                   PIC X(20).
           05  ACCT-ORIGINAL-AMT           PIC 9(7)V99.
           05  ACCT-OPEN-AMT               PIC 9(7)V99.
           05  ACCT-POSTED-DATE            PIC 9(8).
           05  ACCT-SETTLED-DATE           PIC 9(8).

      *READ ONLY, SO A CHARGE IS POSTED ONLY TO A CUSTOMER ON FILE
       FD  CUSTOMER-FILE-IN
           RECORD CONTAINS 157 CHARACTERS.
       01  CUSTOMER-RECORD-IN.
           05  CUSTOMER-ID-IN              PIC 9(7).
           05  CUSTOMER-NAME-IN.
               10  CUSTOMER-FIRST-NAME-IN  PIC X(15).
               10  CUSTOMER-INITIAL-IN     PIC X(2).
               10  CUSTOMER-LAST-NAME-IN   PIC X(28).
           05  CUSTOMER-ADDRESS-IN.
               10  CUST-STREET-ADDRESS-IN  PIC X(25).
               10  CUST-CITY-IN            PIC X(15).
               10  CUST-PROVINCE-IN        PIC X(15).
               10  CUST-POSTAL-CODE-IN     PIC X(6).
           05  CUST-PHONE-IN               PIC X(12).
           05  CUST-LICENCE-NUMBER-IN      PIC X(15).
           05  CUST-LICENCE-EXPIRY-IN      PIC 9(8).
           05  CUST-STATUS-IN              PIC X.
           05  CUST-STATUS-DATE-IN         PIC 9(8).

       FD  ACCT-REJECT-OUT
           RECORD CONTAINS 174 CHARACTERS.
       01  ACCT-REJECT-RECORD-OUT.
           05  ACCT-REJECT-DATA-OUT        PIC X(149).
           05  FILLER                      PIC X VALUE SPACES.
           05  ACCT-REJECT-REASON-OUT      PIC X(24).

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
       01  BILLING-EXTRACT-EOF-FLAG    PIC A(3) VALUE SPACES.
       01  ACCOUNT-EOF-FLAG            PIC A(3) VALUE SPACES.
       01  CUSTOMER-FILE-STATUS-WS     PIC X(2) VALUE "00".
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  ACCT-REJECT-REASON-WS       PIC X(24) VALUE SPACES.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  DETAIL-IN-CTR               PIC 9(7) VALUE 0.
       01  TRAILER-IN-CTR              PIC 9(7) VALUE 0.
       01  ACCT-POSTED-CTR             PIC 9(7) VALUE 0.
       01  ACCT-REJECT-CTR             PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.

      *VALUE CONTROL: EVERY DETAIL AMOUNT, POSTED OR REJECTED, MUST
      *ADD UP TO THE SUM OF THE EXTRACT'S CUSTOMER TRAILERS
       01  DETAIL-AMOUNT-TOTAL-WS      PIC 9(9)V99 VALUE 0.
       01  TRAILER-AMOUNT-TOTAL-WS     PIC 9(9)V99 VALUE 0.

      *THE WHOLE ACCOUNT FILE, LOADED SO A CHARGE ALREADY POSTED
      *FROM AN EARLIER EXTRACT IS NOT POSTED TWICE; ON OVERFLOW
      *NOTHING IS POSTED AND THE FILE IS LEFT UNTOUCHED
       01  ACCOUNT-TABLE-WS.
           05  ACCT-TBL-COUNT-WS       PIC 9(5) VALUE 0.
           05  ACCT-TBL-MAX-WS         PIC 9(5) VALUE 5000.
           05  ACCT-TBL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACCT-TBL-IDX.
               10  ACCT-IMAGE-TBL      PIC X(89).
               10  ACCT-IMAGE-FIELDS-TBL REDEFINES ACCT-IMAGE-TBL.
                   15  ACCT-ITEM-NUMBER-TBL    PIC 9(7).
                   15  ACCT-CUST-TBL           PIC 9(7).
                   15  ACCT-TYPE-TBL           PIC X.
                   15  ACCT-DATE-TBL           PIC 9(8).
                   15  ACCT-REG-TBL            PIC 9(8).
                   15  ACCT-CODE-TBL           PIC X(4).
                   15  ACCT-NOTE-TBL           PIC X(20).
                   15  ACCT-ORIGINAL-TBL       PIC 9(7)V99.
                   15  ACCT-OPEN-TBL           PIC 9(7)V99.
                   15  ACCT-POSTED-TBL         PIC 9(8).
                   15  ACCT-SETTLED-TBL        PIC 9(8).
       01  ACCT-OVERFLOW-FLAG-WS       PIC X VALUE "N".
       01  ACCT-LOADED-COUNT-WS        PIC 9(5) VALUE 0.
       01  LAST-ITEM-NUMBER-WS         PIC 9(7) VALUE 0.

      *START AND END DATE-TIME STAMPS FOR THE SHARED BATCH RUN LOG
       01  RUN-START-STAMP-WS          PIC 9(14) VALUE 0.
       01  RUN-END-STAMP-WS            PIC 9(14) VALUE 0.
       01  STAMP-DATE-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

       PROCEDURE DIVISION.
       100-POST-CUSTOMER-CHARGES.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-ACCT-POST.

           PERFORM 200-PROCESS-EXTRACT-RECORD
               UNTIL BILLING-EXTRACT-EOF-FLAG = "YES".

           PERFORM 200-REWRITE-ACCOUNTS.
           PERFORM 200-TERM-ACCT-POST.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.

      *RECONCILE DETAILS READ AGAINST POSTED PLUS REJECTED, AND THE
      *DETAIL AMOUNTS AGAINST THE TRAILER TOTALS
       700-RECONCILE-RECORD-COUNTS.
           COMPUTE RECORD-COUNT-CHECK-WS =
               ACCT-POSTED-CTR + ACCT-REJECT-CTR.
           IF DETAIL-IN-CTR = RECORD-COUNT-CHECK-WS
                   AND DETAIL-AMOUNT-TOTAL-WS = TRAILER-AMOUNT-TOTAL-WS
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
           MOVE "ACCTPOST" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "LATEFEES.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE DETAIL-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE ACCT-POSTED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE ACCT-REJECT-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *OPEN THE FILES, LOAD THE ACCOUNT FILE AND READ THE FIRST
      *EXTRACT RECORD
       200-INITIATE-ACCT-POST.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-ACCOUNTS.
           PERFORM 700-READ-EXTRACT-RECORD.

      *POST ONE DETAIL OR TAKE ONE TRAILER'S TOTAL, THEN READ THE
      *NEXT EXTRACT RECORD
       200-PROCESS-EXTRACT-RECORD.
           IF BILL-RECORD-TYPE-IN = "T"
               ADD 1 TO TRAILER-IN-CTR
               ADD TRAIL-TOTAL-FEE-IN TO TRAILER-AMOUNT-TOTAL-WS
           ELSE
               ADD 1 TO DETAIL-IN-CTR
               PERFORM 700-EDIT-EXTRACT-DETAIL
               IF EDIT-VALID-FLAG-WS = "Y"
                   PERFORM 700-POST-CHARGE-ITEM
               ELSE
                   PERFORM 900-WRITE-ACCT-REJECT-OUT
               END-IF
           END-IF.
           PERFORM 700-READ-EXTRACT-RECORD.

      *CLOSE THE POSTING FILES
       200-TERM-ACCT-POST.
           CLOSE BILLING-EXTRACT-IN.
           CLOSE CUSTOMER-FILE-IN.
           CLOSE ACCT-REJECT-OUT.

      *OPEN INPUT AND OUTPUT FILES
       700-OPEN-FILES.
           OPEN INPUT BILLING-EXTRACT-IN.
           OPEN INPUT CUSTOMER-FILE-IN.
           OPEN OUTPUT ACCT-REJECT-OUT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

      *LOAD EVERY ACCOUNT ITEM AND NOTE THE HIGHEST ITEM NUMBER SO
      *NEW ITEMS CARRY ON FROM IT
       700-LOAD-ACCOUNTS.
           OPEN INPUT CUSTOMER-ACCOUNT-FILE.
           PERFORM UNTIL ACCOUNT-EOF-FLAG = "YES"
               READ CUSTOMER-ACCOUNT-FILE
                   AT END MOVE "YES" TO ACCOUNT-EOF-FLAG
                   NOT AT END
                       IF ACCT-TBL-COUNT-WS < ACCT-TBL-MAX-WS
                           ADD 1 TO ACCT-TBL-COUNT-WS
                           SET ACCT-TBL-IDX TO ACCT-TBL-COUNT-WS
                           MOVE CUSTOMER-ACCOUNT-RECORD TO
                               ACCT-IMAGE-TBL (ACCT-TBL-IDX)
                           IF ACCT-ITEM-NUMBER > LAST-ITEM-NUMBER-WS
                               MOVE ACCT-ITEM-NUMBER TO
                                   LAST-ITEM-NUMBER-WS
                           END-IF
                       ELSE
                           MOVE "Y" TO ACCT-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ACCOUNT-FILE.
           MOVE ACCT-TBL-COUNT-WS TO ACCT-LOADED-COUNT-WS.

      *READ ONE BILLING EXTRACT RECORD
       700-READ-EXTRACT-RECORD.
           READ BILLING-EXTRACT-IN
               AT END MOVE "YES" TO BILLING-EXTRACT-EOF-FLAG
           END-READ.

      *EDIT ONE EXTRACT DETAIL BEFORE IT IS POSTED; ITS AMOUNT COUNTS
      *TOWARD THE VALUE CONTROL WHETHER IT IS POSTED OR NOT
       700-EDIT-EXTRACT-DETAIL.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO ACCT-REJECT-REASON-WS.
           IF BILL-FEE-AMOUNT-IN NUMERIC
               ADD BILL-FEE-AMOUNT-IN TO DETAIL-AMOUNT-TOTAL-WS
           END-IF.
           IF BILL-RECORD-TYPE-IN NOT = "D"
                   AND BILL-RECORD-TYPE-IN NOT = "R"
                   AND BILL-RECORD-TYPE-IN NOT = "M"
                   AND BILL-RECORD-TYPE-IN NOT = "K"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BAD RECORD TYPE" TO ACCT-REJECT-REASON-WS
           ELSE
               IF BILL-FEE-AMOUNT-IN NOT NUMERIC
                       OR BILL-FEE-AMOUNT-IN = ZERO
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD CHARGE AMOUNT" TO ACCT-REJECT-REASON-WS
               ELSE
                   IF BILL-RETURN-DATE-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD RETURN DATE" TO ACCT-REJECT-REASON-WS
                   ELSE
                       IF ACCT-OVERFLOW-FLAG-WS = "Y"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "ACCOUNT FILE OVER CAP" TO
                               ACCT-REJECT-REASON-WS
                       ELSE
                           PERFORM 900-CHECK-CHARGE-CUSTOMER
                           IF EDIT-VALID-FLAG-WS = "Y"
                               PERFORM 900-CHECK-ALREADY-POSTED.

      *THE CHARGE MUST BELONG TO A CUSTOMER ON THE MASTER
       900-CHECK-CHARGE-CUSTOMER.
           MOVE BILL-CUSTOMER-ID-IN TO CUSTOMER-ID-IN.
           READ CUSTOMER-FILE-IN
               INVALID KEY
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "UNKNOWN CUSTOMER" TO ACCT-REJECT-REASON-WS
           END-READ.

      *A CHARGE MATCHING AN ITEM POSTED ON AN EARLIER RUN IN EVERY
      *DETAIL IS THE SAME EXTRACT POSTED AGAIN AND IS REFUSED
       900-CHECK-ALREADY-POSTED.
           PERFORM VARYING ACCT-TBL-IDX FROM 1 BY 1
                   UNTIL ACCT-TBL-IDX > ACCT-LOADED-COUNT-WS
                       OR EDIT-VALID-FLAG-WS = "N"
               IF ACCT-CUST-TBL (ACCT-TBL-IDX) = BILL-CUSTOMER-ID-IN
                   AND ACCT-TYPE-TBL (ACCT-TBL-IDX) =
                       BILL-RECORD-TYPE-IN
                   AND ACCT-DATE-TBL (ACCT-TBL-IDX) =
                       BILL-RETURN-DATE-IN
                   AND ACCT-REG-TBL (ACCT-TBL-IDX) =
                       BILL-REG-NUMBER-IN
                   AND ACCT-CODE-TBL (ACCT-TBL-IDX) =
                       BILL-CHARGE-CODE-IN
                   AND ACCT-ORIGINAL-TBL (ACCT-TBL-IDX) =
                       BILL-FEE-AMOUNT-IN
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "ALREADY POSTED" TO ACCT-REJECT-REASON-WS
               END-IF
           END-PERFORM.

      *ADD THE CHARGE TO THE ACCOUNT FILE AS A NEW OPEN ITEM DATED
      *THE DAY THE CAR CAME BACK
       700-POST-CHARGE-ITEM.
           IF ACCT-TBL-COUNT-WS < ACCT-TBL-MAX-WS
               ADD 1 TO ACCT-TBL-COUNT-WS
               SET ACCT-TBL-IDX TO ACCT-TBL-COUNT-WS
               ADD 1 TO LAST-ITEM-NUMBER-WS
               MOVE LAST-ITEM-NUMBER-WS TO
                   ACCT-ITEM-NUMBER-TBL (ACCT-TBL-IDX)
               MOVE BILL-CUSTOMER-ID-IN TO ACCT-CUST-TBL (ACCT-TBL-IDX)
               MOVE BILL-RECORD-TYPE-IN TO ACCT-TYPE-TBL (ACCT-TBL-IDX)
               MOVE BILL-RETURN-DATE-IN TO ACCT-DATE-TBL (ACCT-TBL-IDX)
               MOVE BILL-REG-NUMBER-IN TO ACCT-REG-TBL (ACCT-TBL-IDX)
               MOVE BILL-CHARGE-CODE-IN TO ACCT-CODE-TBL (ACCT-TBL-IDX)
               MOVE BILL-CHARGE-NOTE-IN TO ACCT-NOTE-TBL (ACCT-TBL-IDX)
               MOVE BILL-FEE-AMOUNT-IN TO
                   ACCT-ORIGINAL-TBL (ACCT-TBL-IDX)
               MOVE BILL-FEE-AMOUNT-IN TO ACCT-OPEN-TBL (ACCT-TBL-IDX)
               MOVE RUN-DATE-WS TO ACCT-POSTED-TBL (ACCT-TBL-IDX)
               MOVE 0 TO ACCT-SETTLED-TBL (ACCT-TBL-IDX)
               ADD 1 TO ACCT-POSTED-CTR
           ELSE
               MOVE "ACCOUNT FILE OVER CAP" TO ACCT-REJECT-REASON-WS
               PERFORM 900-WRITE-ACCT-REJECT-OUT
           END-IF.

      *WRITE A REJECTED EXTRACT DETAIL WITH ITS REASON CODE
       900-WRITE-ACCT-REJECT-OUT.
           MOVE BILLING-DETAIL-RECORD-IN TO ACCT-REJECT-DATA-OUT.
           MOVE ACCT-REJECT-REASON-WS TO ACCT-REJECT-REASON-OUT.
           WRITE ACCT-REJECT-RECORD-OUT.
           ADD 1 TO ACCT-REJECT-CTR.

      *WRITE THE ACCOUNT FILE BACK WITH THE NEW CHARGES; IF THE LOAD
      *OVERFLOWED NOTHING WAS POSTED AND THE FILE IS LEFT AS IT IS
       200-REWRITE-ACCOUNTS.
           IF ACCT-OVERFLOW-FLAG-WS NOT = "Y"
               OPEN OUTPUT CUSTOMER-ACCOUNT-FILE
               PERFORM VARYING ACCT-TBL-IDX FROM 1 BY 1
                       UNTIL ACCT-TBL-IDX > ACCT-TBL-COUNT-WS
                   WRITE CUSTOMER-ACCOUNT-RECORD FROM
                       ACCT-IMAGE-TBL (ACCT-TBL-IDX)
               END-PERFORM
               CLOSE CUSTOMER-ACCOUNT-FILE
           END-IF.
