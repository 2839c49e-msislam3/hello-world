       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashPost.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-TRAN-FILE-IN
               ASSIGN TO "PAYTRAN.TXT"
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

           SELECT PAY-REJECT-OUT
               ASSIGN TO "PAY-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CASH-APPLIED-OUT
               ASSIGN TO "CASHAPPL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *P IS A PAYMENT RECEIVED, C A CREDIT GRANTED; THE APPLY-TO
      *ITEM NAMES THE CHARGE TO SETTLE FIRST, AND WHEN IT IS BLANK
      *OR THE AMOUNT IS MORE THAN THAT CHARGE THE REST GOES TO THE
      *CUSTOMER'S OLDEST OPEN CHARGES
       FD  PAY-TRAN-FILE-IN
           RECORD CONTAINS 52 CHARACTERS.
       01  PAY-TRAN-RECORD-IN.
           05  PAY-ACTION-IN               PIC X.
           05  PAY-CUSTOMER-ID-IN          PIC X(7).
           05  PAY-DATE-IN                 PIC X(8).
           05  PAY-AMOUNT-IN               PIC X(9).
           05  PAY-AMOUNT-NUM-IN REDEFINES PAY-AMOUNT-IN
                                           PIC 9(7)V99.
           05  PAY-REFERENCE-IN            PIC X(20).
           05  PAY-APPLY-TO-IN             PIC X(7).

      *THE OPEN-ITEM CUSTOMER ACCOUNT FILE: ONE ITEM PER CHARGE (D,
      *R, M, K) POSTED FROM THE EXTRACT BY AcctPost AND ONE PER
      *PAYMENT (P) OR CREDIT (C); THE OPEN AMOUNT IS WHAT IS STILL
      *OWED ON A CHARGE OR STILL UNAPPLIED ON A PAYMENT OR CREDIT,
      *AND THE SETTLED DATE IS SET WHEN IT REACHES ZERO
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

      *READ ONLY, SO MONEY IS TAKEN ONLY FOR A CUSTOMER ON FILE
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

       FD  PAY-REJECT-OUT
           RECORD CONTAINS 77 CHARACTERS.
       01  PAY-REJECT-RECORD-OUT.
           05  PAY-REJECT-DATA-OUT         PIC X(52).
           05  FILLER                      PIC X VALUE SPACES.
           05  PAY-REJECT-REASON-OUT       PIC X(24).

      *ONE LINE EACH TIME A PAYMENT OR CREDIT IS APPLIED AGAINST A
      *CHARGE, KEPT FROM RUN TO RUN
       FD  CASH-APPLIED-OUT
           RECORD CONTAINS 46 CHARACTERS.
       01  CASH-APPLIED-RECORD-OUT.
           05  APPL-RUN-DATE-OUT           PIC 9(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  APPL-CUSTOMER-ID-OUT        PIC 9(7).
           05  FILLER                      PIC X VALUE SPACES.
           05  APPL-PAY-TYPE-OUT           PIC X.
           05  APPL-PAY-ITEM-OUT           PIC 9(7).
           05  FILLER                      PIC X VALUE SPACES.
           05  APPL-CHARGE-TYPE-OUT        PIC X.
           05  APPL-CHARGE-ITEM-OUT        PIC 9(7).
           05  FILLER                      PIC X VALUE SPACES.
           05  APPL-AMOUNT-OUT             PIC 9(7)V99.
           05  FILLER                      PIC X VALUE SPACES.
           05  APPL-SETTLED-FLAG-OUT       PIC X.

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
       01  PAY-TRAN-EOF-FLAG           PIC A(3) VALUE SPACES.
       01  ACCOUNT-EOF-FLAG            PIC A(3) VALUE SPACES.
       01  CUSTOMER-FILE-STATUS-WS     PIC X(2) VALUE "00".
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  PAY-REJECT-REASON-WS        PIC X(24) VALUE SPACES.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  RUN-DAY-WS                  PIC 9(7) VALUE 0.
       01  PAY-TRAN-IN-CTR             PIC 9(7) VALUE 0.
       01  PAY-POSTED-CTR              PIC 9(7) VALUE 0.
       01  PAY-REJECT-CTR              PIC 9(7) VALUE 0.
       01  CASH-APPLIED-CTR            PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.

      *SETTLED ITEMS ARE KEPT THIS MANY DAYS FOR THE STATEMENTS AND
      *THEN DROPPED WHEN THE FILE IS WRITTEN BACK
       01  ACCT-KEEP-DAYS-WS           PIC 9(3) VALUE 90.
       01  ACCT-PURGE-DATE-WS          PIC 9(8) VALUE 0.

       01  RECEIVED-DATE-WS            PIC 9(8) VALUE 0.
       01  RECEIVED-DATE-SPLIT-WS REDEFINES RECEIVED-DATE-WS.
           05  RECEIVED-YEAR-WS        PIC 9(4).
           05  RECEIVED-MONTH-WS       PIC 9(2).
           05  RECEIVED-DAY-WS         PIC 9(2).
       01  APPLY-TO-ITEM-WS            PIC 9(7) VALUE 0.
       01  APPLY-AMOUNT-WS             PIC 9(7)V99 VALUE 0.

      *THE OLDEST OPEN CHARGE FOUND SO FAR FOR THE CUSTOMER BEING
      *PAID; OLDEST IS THE EARLIEST ITEM DATE, THEN THE LOWEST ITEM
       01  OLDEST-FOUND-FLAG-WS        PIC X VALUE "N".
       01  OLDEST-DATE-WS              PIC 9(8) VALUE 0.
       01  OLDEST-ITEM-WS              PIC 9(7) VALUE 0.

      *THE WHOLE ACCOUNT FILE, LOADED AT JOB START AND WRITTEN BACK
      *AT END OF JOB; ON OVERFLOW EVERY TRANSACTION IS REFUSED AND
      *THE FILE LEFT UNTOUCHED
       01  ACCOUNT-TABLE-WS.
           05  ACCT-TBL-COUNT-WS       PIC 9(5) VALUE 0.
           05  ACCT-TBL-MAX-WS         PIC 9(5) VALUE 5000.
           05  ACCT-TBL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACCT-TBL-IDX ACCT-PAY-IDX ACCT-CHG-IDX.
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
       100-POST-CASH-RECEIPTS.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-CASH-POST.

           PERFORM 200-PROCESS-PAY-TRAN
               UNTIL PAY-TRAN-EOF-FLAG = "YES".

           PERFORM 200-APPLY-OPEN-CREDITS.
           PERFORM 200-REWRITE-ACCOUNTS.
           PERFORM 200-TERM-CASH-POST.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.

      *RECONCILE TRANSACTIONS READ AGAINST POSTED PLUS REJECTED
       700-RECONCILE-RECORD-COUNTS.
           COMPUTE RECORD-COUNT-CHECK-WS =
               PAY-POSTED-CTR + PAY-REJECT-CTR.
           IF PAY-TRAN-IN-CTR = RECORD-COUNT-CHECK-WS
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
           MOVE "CASHPOST" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "PAYTRAN.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE PAY-TRAN-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE PAY-POSTED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE PAY-REJECT-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *OPEN THE FILES, LOAD THE ACCOUNT FILE AND READ THE FIRST
      *TRANSACTION
       200-INITIATE-CASH-POST.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-ACCOUNTS.
           PERFORM 700-READ-PAY-TRAN.

      *EDIT AND POST ONE PAYMENT OR CREDIT, THEN READ THE NEXT
       200-PROCESS-PAY-TRAN.
           ADD 1 TO PAY-TRAN-IN-CTR.
           PERFORM 700-EDIT-PAY-TRAN.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-POST-PAY-ITEM
           ELSE
               PERFORM 900-WRITE-PAY-REJECT-OUT
           END-IF.
           PERFORM 700-READ-PAY-TRAN.

      *A PAYMENT TAKEN ON ACCOUNT BEFORE ITS CHARGES WERE POSTED IS
      *APPLIED NOW TO WHATEVER IS OPEN FOR THAT CUSTOMER
       200-APPLY-OPEN-CREDITS.
           IF ACCT-OVERFLOW-FLAG-WS NOT = "Y"
               PERFORM VARYING ACCT-PAY-IDX FROM 1 BY 1
                       UNTIL ACCT-PAY-IDX > ACCT-TBL-COUNT-WS
                   IF (ACCT-TYPE-TBL (ACCT-PAY-IDX) = "P"
                           OR ACCT-TYPE-TBL (ACCT-PAY-IDX) = "C")
                       AND ACCT-OPEN-TBL (ACCT-PAY-IDX) > 0
                       PERFORM 700-APPLY-OLDEST-FIRST
                   END-IF
               END-PERFORM
           END-IF.

      *CLOSE THE POSTING FILES
       200-TERM-CASH-POST.
           CLOSE PAY-TRAN-FILE-IN.
           CLOSE CUSTOMER-FILE-IN.
           CLOSE PAY-REJECT-OUT.
           CLOSE CASH-APPLIED-OUT.

      *OPEN INPUT AND OUTPUT FILES AND WORK OUT THE PURGE DATE
       700-OPEN-FILES.
           OPEN INPUT PAY-TRAN-FILE-IN.
           OPEN INPUT CUSTOMER-FILE-IN.
           OPEN OUTPUT PAY-REJECT-OUT.
           OPEN EXTEND CASH-APPLIED-OUT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           COMPUTE RUN-DAY-WS = FUNCTION INTEGER-OF-DATE (RUN-DATE-WS).
           COMPUTE ACCT-PURGE-DATE-WS =
               FUNCTION DATE-OF-INTEGER
                   (RUN-DAY-WS - ACCT-KEEP-DAYS-WS).

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

      *READ ONE PAYMENT TRANSACTION
       700-READ-PAY-TRAN.
           READ PAY-TRAN-FILE-IN
               AT END MOVE "YES" TO PAY-TRAN-EOF-FLAG
           END-READ.

      *EDIT THE ACTION, CUSTOMER, DATE, AMOUNT AND APPLY-TO ITEM
       700-EDIT-PAY-TRAN.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO PAY-REJECT-REASON-WS.
           IF PAY-ACTION-IN NOT = "P" AND PAY-ACTION-IN NOT = "C"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BAD ACTION CODE" TO PAY-REJECT-REASON-WS
           ELSE
               IF PAY-CUSTOMER-ID-IN NOT NUMERIC
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD CUSTOMER ID" TO PAY-REJECT-REASON-WS
               ELSE
                   IF PAY-DATE-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD RECEIVED DATE" TO PAY-REJECT-REASON-WS
                   ELSE
                       IF PAY-AMOUNT-IN NOT NUMERIC
                               OR PAY-AMOUNT-NUM-IN = ZERO
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BAD PAYMENT AMOUNT" TO
                               PAY-REJECT-REASON-WS
                       ELSE
                           PERFORM 700-EDIT-PAY-TRAN-DETAIL.

      *EDIT THE MONTH AND DAY OF THE RECEIVED DATE AND THE APPLY-TO
      *ITEM, THEN CHECK THE CUSTOMER, THAT THE PAYMENT IS NOT ALREADY
      *ON THE ACCOUNT FILE, AND THE ITEM NAMED
       700-EDIT-PAY-TRAN-DETAIL.
           MOVE PAY-DATE-IN TO RECEIVED-DATE-WS.
           IF RECEIVED-MONTH-WS < 1 OR RECEIVED-MONTH-WS > 12
                   OR RECEIVED-DAY-WS < 1 OR RECEIVED-DAY-WS > 31
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BAD RECEIVED DATE" TO PAY-REJECT-REASON-WS
           ELSE
               IF RECEIVED-DATE-WS > RUN-DATE-WS
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "RECEIVED DATE IN FUTURE" TO
                       PAY-REJECT-REASON-WS
               ELSE
                   IF PAY-APPLY-TO-IN NOT = SPACES
                           AND PAY-APPLY-TO-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD APPLY-TO ITEM" TO PAY-REJECT-REASON-WS
                   ELSE
                       IF ACCT-OVERFLOW-FLAG-WS = "Y"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "ACCOUNT FILE OVER CAP" TO
                               PAY-REJECT-REASON-WS
                       ELSE
                           PERFORM 900-CHECK-PAY-CUSTOMER
                           IF EDIT-VALID-FLAG-WS = "Y"
                               PERFORM 900-CHECK-ALREADY-POSTED
                           END-IF
                           IF EDIT-VALID-FLAG-WS = "Y"
                                   AND PAY-APPLY-TO-IN NOT = SPACES
                               PERFORM 900-CHECK-APPLY-TO-ITEM.

      *THE PAYMENT MUST BE FOR A CUSTOMER ON THE MASTER
       900-CHECK-PAY-CUSTOMER.
           MOVE PAY-CUSTOMER-ID-IN TO CUSTOMER-ID-IN.
           READ CUSTOMER-FILE-IN
               INVALID KEY
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "UNKNOWN CUSTOMER" TO PAY-REJECT-REASON-WS
           END-READ.

      *A PAYMENT OR CREDIT MATCHING ONE POSTED ON AN EARLIER RUN IN
      *CUSTOMER, TYPE, RECEIVED DATE, AMOUNT AND REFERENCE IS THE
      *SAME BATCH POSTED AGAIN AND IS REFUSED
       900-CHECK-ALREADY-POSTED.
           PERFORM VARYING ACCT-TBL-IDX FROM 1 BY 1
                   UNTIL ACCT-TBL-IDX > ACCT-LOADED-COUNT-WS
                       OR EDIT-VALID-FLAG-WS = "N"
               IF ACCT-CUST-TBL (ACCT-TBL-IDX) = CUSTOMER-ID-IN
                   AND ACCT-TYPE-TBL (ACCT-TBL-IDX) = PAY-ACTION-IN
                   AND ACCT-DATE-TBL (ACCT-TBL-IDX) = RECEIVED-DATE-WS
                   AND ACCT-ORIGINAL-TBL (ACCT-TBL-IDX) =
                       PAY-AMOUNT-NUM-IN
                   AND ACCT-NOTE-TBL (ACCT-TBL-IDX) = PAY-REFERENCE-IN
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "ALREADY POSTED" TO PAY-REJECT-REASON-WS
               END-IF
           END-PERFORM.

      *THE ITEM NAMED MUST BE A CHARGE OF THIS CUSTOMER'S WITH
      *SOMETHING STILL OWING ON IT
       900-CHECK-APPLY-TO-ITEM.
           MOVE PAY-APPLY-TO-IN TO APPLY-TO-ITEM-WS.
           SET ACCT-CHG-IDX TO 1.
           SEARCH ACCT-TBL-ENTRY VARYING ACCT-CHG-IDX
               AT END
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "ITEM NOT OPEN FOR CUST" TO
                       PAY-REJECT-REASON-WS
               WHEN ACCT-CHG-IDX > ACCT-TBL-COUNT-WS
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "ITEM NOT OPEN FOR CUST" TO
                       PAY-REJECT-REASON-WS
               WHEN ACCT-ITEM-NUMBER-TBL (ACCT-CHG-IDX) =
                       APPLY-TO-ITEM-WS
                   IF ACCT-CUST-TBL (ACCT-CHG-IDX) NOT =
                           CUSTOMER-ID-IN
                       OR ACCT-OPEN-TBL (ACCT-CHG-IDX) = 0
                       OR ACCT-TYPE-TBL (ACCT-CHG-IDX) = "P"
                       OR ACCT-TYPE-TBL (ACCT-CHG-IDX) = "C"
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "ITEM NOT OPEN FOR CUST" TO
                           PAY-REJECT-REASON-WS
                   END-IF
           END-SEARCH.

      *ADD THE PAYMENT OR CREDIT AS A NEW ITEM, SETTLE THE CHARGE
      *NAMED, THEN THE OLDEST OPEN CHARGES; WHATEVER IS LEFT STAYS
      *ON THE ACCOUNT AS AN OPEN CREDIT
       700-POST-PAY-ITEM.
           IF ACCT-TBL-COUNT-WS < ACCT-TBL-MAX-WS
               ADD 1 TO ACCT-TBL-COUNT-WS
               SET ACCT-PAY-IDX TO ACCT-TBL-COUNT-WS
               ADD 1 TO LAST-ITEM-NUMBER-WS
               MOVE LAST-ITEM-NUMBER-WS TO
                   ACCT-ITEM-NUMBER-TBL (ACCT-PAY-IDX)
               MOVE CUSTOMER-ID-IN TO ACCT-CUST-TBL (ACCT-PAY-IDX)
               MOVE PAY-ACTION-IN TO ACCT-TYPE-TBL (ACCT-PAY-IDX)
               MOVE RECEIVED-DATE-WS TO ACCT-DATE-TBL (ACCT-PAY-IDX)
               MOVE 0 TO ACCT-REG-TBL (ACCT-PAY-IDX)
               MOVE SPACES TO ACCT-CODE-TBL (ACCT-PAY-IDX)
               MOVE PAY-REFERENCE-IN TO ACCT-NOTE-TBL (ACCT-PAY-IDX)
               MOVE PAY-AMOUNT-NUM-IN TO
                   ACCT-ORIGINAL-TBL (ACCT-PAY-IDX)
               MOVE PAY-AMOUNT-NUM-IN TO ACCT-OPEN-TBL (ACCT-PAY-IDX)
               MOVE RUN-DATE-WS TO ACCT-POSTED-TBL (ACCT-PAY-IDX)
               MOVE 0 TO ACCT-SETTLED-TBL (ACCT-PAY-IDX)
               ADD 1 TO PAY-POSTED-CTR
               IF PAY-APPLY-TO-IN NOT = SPACES
                   PERFORM 900-APPLY-TO-CHARGE
               END-IF
               PERFORM 700-APPLY-OLDEST-FIRST
           ELSE
               MOVE "ACCOUNT FILE OVER CAP" TO PAY-REJECT-REASON-WS
               PERFORM 900-WRITE-PAY-REJECT-OUT
           END-IF.

      *APPLY WHAT IS LEFT OF THE PAYMENT OR CREDIT TO THE CUSTOMER'S
      *OPEN CHARGES, OLDEST FIRST, UNTIL ONE OR THE OTHER RUNS OUT
       700-APPLY-OLDEST-FIRST.
           MOVE "Y" TO OLDEST-FOUND-FLAG-WS.
           PERFORM UNTIL ACCT-OPEN-TBL (ACCT-PAY-IDX) = 0
                   OR OLDEST-FOUND-FLAG-WS = "N"
               PERFORM 900-FIND-OLDEST-OPEN-CHARGE
               IF OLDEST-FOUND-FLAG-WS = "Y"
                   PERFORM 900-APPLY-TO-CHARGE
               END-IF
           END-PERFORM.

      *POINT AT THE PAYING CUSTOMER'S OLDEST CHARGE STILL OWING
       900-FIND-OLDEST-OPEN-CHARGE.
           MOVE "N" TO OLDEST-FOUND-FLAG-WS.
           PERFORM VARYING ACCT-TBL-IDX FROM 1 BY 1
                   UNTIL ACCT-TBL-IDX > ACCT-TBL-COUNT-WS
               IF ACCT-CUST-TBL (ACCT-TBL-IDX) =
                       ACCT-CUST-TBL (ACCT-PAY-IDX)
                   AND ACCT-OPEN-TBL (ACCT-TBL-IDX) > 0
                   AND ACCT-TYPE-TBL (ACCT-TBL-IDX) NOT = "P"
                   AND ACCT-TYPE-TBL (ACCT-TBL-IDX) NOT = "C"
                   IF OLDEST-FOUND-FLAG-WS = "N"
                       OR ACCT-DATE-TBL (ACCT-TBL-IDX) < OLDEST-DATE-WS
                       OR (ACCT-DATE-TBL (ACCT-TBL-IDX) =
                               OLDEST-DATE-WS
                           AND ACCT-ITEM-NUMBER-TBL (ACCT-TBL-IDX) <
                               OLDEST-ITEM-WS)
                       MOVE "Y" TO OLDEST-FOUND-FLAG-WS
                       MOVE ACCT-DATE-TBL (ACCT-TBL-IDX) TO
                           OLDEST-DATE-WS
                       MOVE ACCT-ITEM-NUMBER-TBL (ACCT-TBL-IDX) TO
                           OLDEST-ITEM-WS
                       SET ACCT-CHG-IDX TO ACCT-TBL-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *APPLY THE SMALLER OF THE PAYMENT LEFT AND THE CHARGE OWING,
      *MARK WHICHEVER REACHES ZERO AS SETTLED AND JOURNAL IT
       900-APPLY-TO-CHARGE.
           IF ACCT-OPEN-TBL (ACCT-CHG-IDX) <
                   ACCT-OPEN-TBL (ACCT-PAY-IDX)
               MOVE ACCT-OPEN-TBL (ACCT-CHG-IDX) TO APPLY-AMOUNT-WS
           ELSE
               MOVE ACCT-OPEN-TBL (ACCT-PAY-IDX) TO APPLY-AMOUNT-WS
           END-IF.
           SUBTRACT APPLY-AMOUNT-WS FROM ACCT-OPEN-TBL (ACCT-CHG-IDX).
           SUBTRACT APPLY-AMOUNT-WS FROM ACCT-OPEN-TBL (ACCT-PAY-IDX).
           IF ACCT-OPEN-TBL (ACCT-CHG-IDX) = 0
               MOVE RUN-DATE-WS TO ACCT-SETTLED-TBL (ACCT-CHG-IDX)
               MOVE "S" TO APPL-SETTLED-FLAG-OUT
           ELSE
               MOVE SPACES TO APPL-SETTLED-FLAG-OUT
           END-IF.
           IF ACCT-OPEN-TBL (ACCT-PAY-IDX) = 0
               MOVE RUN-DATE-WS TO ACCT-SETTLED-TBL (ACCT-PAY-IDX)
           END-IF.
           PERFORM 900-WRITE-CASH-APPLIED-OUT.

      *JOURNAL ONE APPLICATION OF A PAYMENT OR CREDIT TO A CHARGE
       900-WRITE-CASH-APPLIED-OUT.
           MOVE RUN-DATE-WS TO APPL-RUN-DATE-OUT.
           MOVE ACCT-CUST-TBL (ACCT-PAY-IDX) TO APPL-CUSTOMER-ID-OUT.
           MOVE ACCT-TYPE-TBL (ACCT-PAY-IDX) TO APPL-PAY-TYPE-OUT.
           MOVE ACCT-ITEM-NUMBER-TBL (ACCT-PAY-IDX) TO
               APPL-PAY-ITEM-OUT.
           MOVE ACCT-TYPE-TBL (ACCT-CHG-IDX) TO APPL-CHARGE-TYPE-OUT.
           MOVE ACCT-ITEM-NUMBER-TBL (ACCT-CHG-IDX) TO
               APPL-CHARGE-ITEM-OUT.
           MOVE APPLY-AMOUNT-WS TO APPL-AMOUNT-OUT.
           WRITE CASH-APPLIED-RECORD-OUT.
           ADD 1 TO CASH-APPLIED-CTR.

      *WRITE A REJECTED TRANSACTION WITH ITS REASON CODE
       900-WRITE-PAY-REJECT-OUT.
           MOVE PAY-TRAN-RECORD-IN TO PAY-REJECT-DATA-OUT.
           MOVE PAY-REJECT-REASON-WS TO PAY-REJECT-REASON-OUT.
           WRITE PAY-REJECT-RECORD-OUT.
           ADD 1 TO PAY-REJECT-CTR.

      *WRITE THE ACCOUNT FILE BACK, DROPPING ITEMS SETTLED BEFORE THE
      *PURGE DATE; THE LAST ITEM NUMBER IS ALWAYS KEPT SO NUMBERING
      *CARRIES ON; IF THE LOAD OVERFLOWED THE FILE IS LEFT AS IT IS
       200-REWRITE-ACCOUNTS.
           IF ACCT-OVERFLOW-FLAG-WS NOT = "Y"
               OPEN OUTPUT CUSTOMER-ACCOUNT-FILE
               PERFORM VARYING ACCT-TBL-IDX FROM 1 BY 1
                       UNTIL ACCT-TBL-IDX > ACCT-TBL-COUNT-WS
                   IF ACCT-OPEN-TBL (ACCT-TBL-IDX) > 0
                       OR ACCT-SETTLED-TBL (ACCT-TBL-IDX) NOT <
                           ACCT-PURGE-DATE-WS
                       OR ACCT-ITEM-NUMBER-TBL (ACCT-TBL-IDX) =
                           LAST-ITEM-NUMBER-WS
                       WRITE CUSTOMER-ACCOUNT-RECORD FROM
                           ACCT-IMAGE-TBL (ACCT-TBL-IDX)
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-ACCOUNT-FILE
           END-IF.
