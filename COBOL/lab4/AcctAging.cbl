       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctAging.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-ACCOUNT-IN
               ASSIGN TO "CUSTACCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWORK.TMP".

           SELECT SORTED-ACCOUNT-FILE
               ASSIGN TO "CUSTACCT-SORTED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER-IO
               ASSIGN TO "CUSTOMERS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID-MS
               FILE STATUS IS CUSTOMER-MASTER-STATUS-WS.

           SELECT AGED-TRIAL-BALANCE-OUT
               ASSIGN TO "AGEDTB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-STATEMENT-OUT
               ASSIGN TO "CUSTSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUST-AUDIT-OUT
               ASSIGN TO "CUSTAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ACCOUNT-IN
           RECORD CONTAINS 89 CHARACTERS.
       01  CUSTOMER-ACCOUNT-RAW-IN         PIC X(89).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD-WS.
           05  SORT-ITEM-NUMBER-WS        PIC 9(7).
           05  SORT-CUSTOMER-ID-WS        PIC 9(7).
           05  FILLER                     PIC X.
           05  SORT-ITEM-DATE-WS          PIC 9(8).
           05  FILLER                     PIC X(66).

      *THE OPEN-ITEM CUSTOMER ACCOUNT FILE IN CUSTOMER, DATE AND ITEM
      *SEQUENCE: CHARGES ARE D LATE FEE, R BASE RENTAL, M MISC AND K
      *EXCESS MILEAGE; P IS A PAYMENT AND C A CREDIT, WHOSE OPEN
      *AMOUNT IS WHAT IS STILL UNAPPLIED
       FD  SORTED-ACCOUNT-FILE
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

      *THE CUSTOMER MASTER: STATUS A IS ACTIVE, H IS ON CREDIT HOLD,
      *B IS BANNED FROM RENTING, C IS CLOSED AND KEPT FOR HISTORY
       FD  CUSTOMER-MASTER-IO
           RECORD CONTAINS 157 CHARACTERS.
       01  CUST-MASTER-RECORD.
           05  CUST-ID-MS                  PIC 9(7).
           05  CUST-NAME-MS.
               10  CUST-FIRST-NAME-MS      PIC X(15).
               10  CUST-INITIAL-MS         PIC X(2).
               10  CUST-LAST-NAME-MS       PIC X(28).
           05  CUST-ADDRESS-MS.
               10  CUST-STREET-MS          PIC X(25).
               10  CUST-CITY-MS            PIC X(15).
               10  CUST-PROVINCE-MS        PIC X(15).
               10  CUST-POSTAL-CODE-MS     PIC X(6).
           05  CUST-PHONE-MS               PIC X(12).
           05  CUST-LICENCE-NUMBER-MS      PIC X(15).
           05  CUST-LICENCE-EXPIRY-MS      PIC 9(8).
           05  CUST-STATUS-MS              PIC X.
           05  CUST-STATUS-DATE-MS         PIC 9(8).

       FD  AGED-TRIAL-BALANCE-OUT
           RECORD CONTAINS 124 CHARACTERS.
       01  AGED-TRIAL-BALANCE-LINE-OUT     PIC X(124).

       FD  CUSTOMER-STATEMENT-OUT
           RECORD CONTAINS 92 CHARACTERS.
       01  CUSTOMER-STATEMENT-LINE-OUT     PIC X(92).

      *SAME LAYOUT CustMaint WRITES; A CREDIT HOLD PLACED HERE IS
      *LOGGED WITH ACTION H
       FD  CUST-AUDIT-OUT
           RECORD CONTAINS 326 CHARACTERS.
       01  CUST-AUDIT-RECORD-OUT.
           05  CUST-AUDIT-DATE-OUT         PIC 9(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  CUST-AUDIT-ACTION-OUT       PIC X.
           05  FILLER                      PIC X VALUE SPACES.
           05  CUST-AUDIT-BEFORE-OUT       PIC X(157).
           05  FILLER                      PIC X VALUE SPACES.
           05  CUST-AUDIT-AFTER-OUT        PIC X(157).

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
       01  ACCOUNT-EOF-FLAG            PIC A(3) VALUE SPACES.
       01  CUSTOMER-MASTER-STATUS-WS   PIC X(2) VALUE "00".
       01  CUSTOMER-FOUND-FLAG-WS      PIC X VALUE "N".
       01  CUSTOMER-MASTER-OPEN-FLAG-WS PIC X VALUE "N".
      *RUN LOG STATUS WHEN THE CUSTOMER MASTER COULD NOT BE OPENED
       01  MASTER-OPEN-FAIL-STATUS-WS.
           05  FILLER                  PIC X(9) VALUE "CUSTMAST ".
           05  MASTER-FAIL-CODE-WS     PIC X(2) VALUE SPACES.
       01  STATEMENT-STARTED-FLAG-WS   PIC X VALUE "N".
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  RUN-DAY-WS                  PIC 9(7) VALUE 0.
       01  ITEM-AGE-DAYS-WS            PIC S9(7) VALUE 0.
       01  CURRENT-CUSTOMER-ID-WS      PIC 9(7) VALUE 0.
       01  LOOKUP-CUSTOMER-NAME-WS     PIC X(30).
       01  CUST-BEFORE-IMAGE-WS        PIC X(157).

      *A CUSTOMER IS PUT ON CREDIT HOLD WHEN THE CHARGES STILL OPEN
      *AT THIS AGE OR OLDER COME TO MORE THAN THE HOLD BALANCE, IN
      *WHOLE DOLLARS; RELEASING A HOLD IS LEFT TO CustMaint
       01  HOLD-AGE-DAYS-PARM-WS       PIC X(3) VALUE "060".
       01  HOLD-AGE-DAYS-NUM-WS REDEFINES HOLD-AGE-DAYS-PARM-WS
                                       PIC 9(3).
       01  HOLD-AGE-DAYS-WS            PIC 9(3) VALUE 60.
       01  HOLD-BALANCE-PARM-WS        PIC X(7) VALUE "0000100".
       01  HOLD-BALANCE-NUM-WS REDEFINES HOLD-BALANCE-PARM-WS
                                       PIC 9(7).
       01  HOLD-BALANCE-WS             PIC 9(7)V99 VALUE 100.

      *A STATEMENT LISTS EVERY OPEN ITEM PLUS ANY ITEM DATED WITHIN
      *THIS MANY DAYS OF THE RUN, SO RECENT PAYMENTS ARE SHOWN
       01  STMT-DAYS-PARM-WS           PIC X(3) VALUE "030".
       01  STMT-DAYS-NUM-WS REDEFINES STMT-DAYS-PARM-WS
                                       PIC 9(3).
       01  STMT-DAYS-WS                PIC 9(3) VALUE 30.
       01  STMT-FROM-DATE-WS           PIC 9(8) VALUE 0.

      *ONE CUSTOMER'S OPEN CHARGES BY AGE, UNAPPLIED CREDITS AND
      *BALANCE, AND WHAT OF IT IS OLD ENOUGH TO COUNT TOWARD A HOLD
       01  CUSTOMER-AGING-WS.
           05  CUST-CURRENT-AMT-WS     PIC 9(7)V99 VALUE 0.
           05  CUST-30-AMT-WS          PIC 9(7)V99 VALUE 0.
           05  CUST-60-AMT-WS          PIC 9(7)V99 VALUE 0.
           05  CUST-90-AMT-WS          PIC 9(7)V99 VALUE 0.
           05  CUST-CREDIT-AMT-WS      PIC 9(7)V99 VALUE 0.
           05  CUST-HOLD-AMT-WS        PIC 9(7)V99 VALUE 0.
       01  CUST-BALANCE-WS             PIC S9(7)V99 VALUE 0.

       01  REPORT-TOTALS-WS.
           05  TOTAL-CURRENT-AMT-WS    PIC 9(9)V99 VALUE 0.
           05  TOTAL-30-AMT-WS         PIC 9(9)V99 VALUE 0.
           05  TOTAL-60-AMT-WS         PIC 9(9)V99 VALUE 0.
           05  TOTAL-90-AMT-WS         PIC 9(9)V99 VALUE 0.
           05  TOTAL-CREDIT-AMT-WS     PIC 9(9)V99 VALUE 0.
       01  TOTAL-BALANCE-WS            PIC S9(9)V99 VALUE 0.

       01  ACCOUNT-IN-CTR              PIC 9(7) VALUE 0.
       01  CUSTOMER-LISTED-CTR         PIC 9(7) VALUE 0.
       01  STATEMENT-CTR               PIC 9(7) VALUE 0.
       01  CREDIT-HOLD-CTR             PIC 9(7) VALUE 0.
       01  ITEM-COUNTED-CTR            PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.

      *START AND END DATE-TIME STAMPS FOR THE SHARED BATCH RUN LOG
       01  RUN-START-STAMP-WS          PIC 9(14) VALUE 0.
       01  RUN-END-STAMP-WS            PIC 9(14) VALUE 0.
       01  STAMP-DATE-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

       01  ATB-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE
           "AGED TRIAL BALANCE AS OF".
           05  ATB-TITLE-DATE-OUT      PIC 9(8).
           05  FILLER                  PIC X(88) VALUE SPACES.
       01  ATB-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "CUSTOMR".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
           "CUSTOMER NAME".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "   CURRENT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "   30 DAYS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "   60 DAYS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "  90+ DAYS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "   CREDITS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "    BALANCE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "STATUS".
       01  ATB-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  ATB-CUSTOMER-ID-OUT     PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATB-CUSTOMER-NAME-OUT   PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATB-CURRENT-OUT         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATB-30-OUT              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATB-60-OUT              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATB-90-OUT              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATB-CREDIT-OUT          PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATB-BALANCE-OUT         PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATB-STATUS-OUT          PIC X(7).
       01  ATB-TOTAL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(39) VALUE
           "TOTAL ALL CUSTOMERS".
           05  ATB-TOTAL-CURRENT-OUT   PIC ZZZZZZZZ9.99.
           05  ATB-TOTAL-30-OUT        PIC ZZZZZZZZ9.99.
           05  ATB-TOTAL-60-OUT        PIC ZZZZZZZZ9.99.
           05  ATB-TOTAL-90-OUT        PIC ZZZZZZZZ9.99.
           05  ATB-TOTAL-CREDIT-OUT    PIC ZZZZZZZZ9.99.
           05  ATB-TOTAL-BALANCE-OUT   PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  ATB-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  ATB-COUNT-LABEL-OUT     PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATB-COUNT-OUT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(90) VALUE SPACES.
       01  ATB-MASTER-ERROR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
           "CUSTOMER MASTER COULD NOT BE OPENED - STATUS ".
           05  ATB-MASTER-STATUS-OUT   PIC X(2).
           05  FILLER                  PIC X(25) VALUE
           " - NO CREDIT HOLDS PLACED".
           05  FILLER                  PIC X(51) VALUE SPACES.
       01  ATB-ROW-FILLER-WS           PIC X(124) VALUE SPACES.

       01  STMT-NAME-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "STATEMENT".
           05  STMT-CUSTOMER-ID-OUT    PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-CUSTOMER-NAME-OUT  PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "DATED".
           05  STMT-RUN-DATE-OUT       PIC 9(8).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  STMT-ADDRESS-LINE-WS.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  STMT-ADDRESS-OUT        PIC X(63).
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  STMT-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "DATE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "ITEM #".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "REFERENCE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "   CHARGES".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "  PAYMENTS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "  OPEN AMNT".
           05  FILLER                  PIC X VALUE SPACES.
       01  STMT-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  STMT-ITEM-DATE-OUT      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-ITEM-NUMBER-OUT    PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-DESCRIPTION-OUT    PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-REFERENCE-OUT      PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-CHARGE-OUT         PIC ZZZZZZZ.ZZ.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-PAYMENT-OUT        PIC ZZZZZZZ.ZZ.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-OPEN-OUT           PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACES.
       01  STMT-BALANCE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(79) VALUE
           "BALANCE OWING".
           05  STMT-BALANCE-OUT        PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACES.
       01  STMT-ROW-FILLER-WS          PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
       100-AGE-CUSTOMER-ACCOUNTS.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-ACCT-AGING.

           PERFORM 200-AGE-ONE-CUSTOMER
               UNTIL ACCOUNT-EOF-FLAG = "YES".

           PERFORM 200-WRITE-AGING-TOTALS.
           PERFORM 200-TERM-ACCT-AGING.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.

      *RECONCILE ITEMS READ AGAINST ITEMS COUNTED INTO A CUSTOMER
       700-RECONCILE-RECORD-COUNTS.
           IF ACCOUNT-IN-CTR = ITEM-COUNTED-CTR
               MOVE "IN BALANCE" TO CONTROL-TOTAL-STATUS-WS
           ELSE
               MOVE "OUT OF BAL" TO CONTROL-TOTAL-STATUS-WS.

      *APPEND ONE RECORD TO THE SHARED BATCH RUN LOG; A CUSTOMER
      *MASTER THAT COULD NOT BE OPENED IS LOGGED WITH ITS FILE STATUS
      *IN PLACE OF THE BALANCE STATUS
       700-WRITE-RUN-LOG.
           PERFORM 700-RECONCILE-RECORD-COUNTS.
           IF CUSTOMER-MASTER-OPEN-FLAG-WS NOT = "Y"
               MOVE MASTER-OPEN-FAIL-STATUS-WS TO
                   CONTROL-TOTAL-STATUS-WS
           END-IF.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-END-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.
           OPEN EXTEND RUN-LOG-OUT.
           MOVE "ACCTAGE " TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "CUSTACCT.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE ACCOUNT-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE CUSTOMER-LISTED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE 0 TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *TAKE THE RUN PARAMETERS, SORT THE ACCOUNT FILE, OPEN THE
      *FILES, WRITE THE TRIAL BALANCE HEADINGS AND READ THE FIRST
      *ITEM
       200-INITIATE-ACCT-AGING.
           PERFORM 700-GET-RUN-PARAMETERS.
           PERFORM 700-SORT-ACCOUNT-FILE.
           PERFORM 700-OPEN-FILES.
           MOVE RUN-DATE-WS TO ATB-TITLE-DATE-OUT.
           WRITE AGED-TRIAL-BALANCE-LINE-OUT FROM ATB-TITLE-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE AGED-TRIAL-BALANCE-LINE-OUT FROM ATB-ROW-FILLER-WS.
           WRITE AGED-TRIAL-BALANCE-LINE-OUT FROM ATB-HDR-LINE-WS.
           WRITE AGED-TRIAL-BALANCE-LINE-OUT FROM ATB-ROW-FILLER-WS.
           IF CUSTOMER-MASTER-OPEN-FLAG-WS NOT = "Y"
               MOVE CUSTOMER-MASTER-STATUS-WS TO ATB-MASTER-STATUS-OUT
               WRITE AGED-TRIAL-BALANCE-LINE-OUT FROM
                   ATB-MASTER-ERROR-LINE-WS
               WRITE AGED-TRIAL-BALANCE-LINE-OUT FROM ATB-ROW-FILLER-WS
           END-IF.
           PERFORM 700-READ-ACCOUNT-ITEM.

      *AGE EVERY ITEM OF ONE CUSTOMER, THEN WRITE THEIR TRIAL
      *BALANCE LINE, FINISH THEIR STATEMENT AND CHECK FOR A HOLD
       200-AGE-ONE-CUSTOMER.
           PERFORM 700-START-CUSTOMER.
           PERFORM 700-AGE-ACCOUNT-ITEM
               UNTIL ACCOUNT-EOF-FLAG = "YES"
                   OR ACCT-CUSTOMER-ID NOT = CURRENT-CUSTOMER-ID-WS.
           PERFORM 700-CHECK-CREDIT-HOLD.
           PERFORM 700-WRITE-ATB-DETAIL-LINE.
           PERFORM 700-FINISH-STATEMENT.

      *WRITE THE REPORT TOTALS AND COUNTS
       200-WRITE-AGING-TOTALS.
           MOVE TOTAL-CURRENT-AMT-WS TO ATB-TOTAL-CURRENT-OUT.
           MOVE TOTAL-30-AMT-WS TO ATB-TOTAL-30-OUT.
           MOVE TOTAL-60-AMT-WS TO ATB-TOTAL-60-OUT.
           MOVE TOTAL-90-AMT-WS TO ATB-TOTAL-90-OUT.
           MOVE TOTAL-CREDIT-AMT-WS TO ATB-TOTAL-CREDIT-OUT.
           MOVE TOTAL-BALANCE-WS TO ATB-TOTAL-BALANCE-OUT.
           WRITE AGED-TRIAL-BALANCE-LINE-OUT FROM ATB-TOTAL-LINE-WS
           AFTER ADVANCING 2 LINES.
           MOVE "CUSTOMERS LISTED" TO ATB-COUNT-LABEL-OUT.
           MOVE CUSTOMER-LISTED-CTR TO ATB-COUNT-OUT.
           WRITE AGED-TRIAL-BALANCE-LINE-OUT FROM ATB-COUNT-LINE-WS
           AFTER ADVANCING 2 LINES.
           MOVE "STATEMENTS PRINTED" TO ATB-COUNT-LABEL-OUT.
           MOVE STATEMENT-CTR TO ATB-COUNT-OUT.
           WRITE AGED-TRIAL-BALANCE-LINE-OUT FROM ATB-COUNT-LINE-WS.
           MOVE "PUT ON CREDIT HOLD" TO ATB-COUNT-LABEL-OUT.
           MOVE CREDIT-HOLD-CTR TO ATB-COUNT-OUT.
           WRITE AGED-TRIAL-BALANCE-LINE-OUT FROM ATB-COUNT-LINE-WS.

      *CLOSE THE AGING FILES
       200-TERM-ACCT-AGING.
           CLOSE SORTED-ACCOUNT-FILE.
           IF CUSTOMER-MASTER-OPEN-FLAG-WS = "Y"
               CLOSE CUSTOMER-MASTER-IO
           END-IF.
           CLOSE AGED-TRIAL-BALANCE-OUT.
           CLOSE CUSTOMER-STATEMENT-OUT.
           CLOSE CUST-AUDIT-OUT.

      *TAKE THE HOLD AGE, HOLD BALANCE AND STATEMENT DAYS FROM RUN
      *PARAMETERS WHEN THEY ARE GIVEN
       700-GET-RUN-PARAMETERS.
           ACCEPT HOLD-AGE-DAYS-PARM-WS FROM ENVIRONMENT
               "HOLD_AGE_DAYS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF HOLD-AGE-DAYS-PARM-WS NUMERIC
               MOVE HOLD-AGE-DAYS-NUM-WS TO HOLD-AGE-DAYS-WS
           END-IF.
           ACCEPT HOLD-BALANCE-PARM-WS FROM ENVIRONMENT
               "HOLD_BALANCE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF HOLD-BALANCE-PARM-WS NUMERIC
               MOVE HOLD-BALANCE-NUM-WS TO HOLD-BALANCE-WS
           END-IF.
           ACCEPT STMT-DAYS-PARM-WS FROM ENVIRONMENT
               "STMT_DAYS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF STMT-DAYS-PARM-WS NUMERIC
               MOVE STMT-DAYS-NUM-WS TO STMT-DAYS-WS
           END-IF.

      *SORT THE ACCOUNT FILE INTO CUSTOMER, DATE AND ITEM SEQUENCE
       700-SORT-ACCOUNT-FILE.
           SORT SORT-WORK-FILE ON ASCENDING KEY SORT-CUSTOMER-ID-WS
                                                SORT-ITEM-DATE-WS
                                                SORT-ITEM-NUMBER-WS
               USING CUSTOMER-ACCOUNT-IN
               GIVING SORTED-ACCOUNT-FILE.

      *OPEN INPUT AND OUTPUT FILES AND WORK OUT THE STATEMENT DATE.
      *ONLY CustMaint CREATES THE CUSTOMER MASTER; IF IT CANNOT BE
      *OPENED HERE THE ACCOUNTS ARE STILL AGED, WITHOUT NAMES, AND NO
      *CREDIT HOLD IS PLACED
       700-OPEN-FILES.
           OPEN INPUT SORTED-ACCOUNT-FILE.
           OPEN I-O CUSTOMER-MASTER-IO.
           IF CUSTOMER-MASTER-STATUS-WS = "00"
               MOVE "Y" TO CUSTOMER-MASTER-OPEN-FLAG-WS
           ELSE
               MOVE "N" TO CUSTOMER-MASTER-OPEN-FLAG-WS
               MOVE CUSTOMER-MASTER-STATUS-WS TO MASTER-FAIL-CODE-WS
           END-IF.
           OPEN OUTPUT AGED-TRIAL-BALANCE-OUT.
           OPEN OUTPUT CUSTOMER-STATEMENT-OUT.
           OPEN EXTEND CUST-AUDIT-OUT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           COMPUTE RUN-DAY-WS = FUNCTION INTEGER-OF-DATE (RUN-DATE-WS).
           COMPUTE STMT-FROM-DATE-WS =
               FUNCTION DATE-OF-INTEGER (RUN-DAY-WS - STMT-DAYS-WS).

      *READ ONE ITEM FROM THE SORTED ACCOUNT FILE
       700-READ-ACCOUNT-ITEM.
           READ SORTED-ACCOUNT-FILE
               AT END MOVE "YES" TO ACCOUNT-EOF-FLAG
               NOT AT END ADD 1 TO ACCOUNT-IN-CTR
           END-READ.

      *CLEAR THE CUSTOMER'S TOTALS AND LOOK THEM UP ON THE MASTER
       700-START-CUSTOMER.
           MOVE ACCT-CUSTOMER-ID TO CURRENT-CUSTOMER-ID-WS.
           INITIALIZE CUSTOMER-AGING-WS.
           MOVE 0 TO CUST-BALANCE-WS.
           MOVE "N" TO STATEMENT-STARTED-FLAG-WS.
           IF CUSTOMER-MASTER-OPEN-FLAG-WS = "Y"
               PERFORM 900-READ-CUSTOMER-MASTER
           ELSE
               MOVE "N" TO CUSTOMER-FOUND-FLAG-WS
               MOVE "CUSTOMER FILE NOT OPEN" TO LOOKUP-CUSTOMER-NAME-WS
           END-IF.

      *LOOK THE CURRENT CUSTOMER UP ON THE MASTER FOR THEIR NAME
       900-READ-CUSTOMER-MASTER.
           MOVE "Y" TO CUSTOMER-FOUND-FLAG-WS.
           MOVE ACCT-CUSTOMER-ID TO CUST-ID-MS.
           READ CUSTOMER-MASTER-IO
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND-FLAG-WS
                   MOVE "NOT ON CUSTOMER FILE" TO
                       LOOKUP-CUSTOMER-NAME-WS
               NOT INVALID KEY
                   MOVE SPACES TO LOOKUP-CUSTOMER-NAME-WS
                   STRING CUST-FIRST-NAME-MS DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CUST-LAST-NAME-MS DELIMITED BY SPACE
                       INTO LOOKUP-CUSTOMER-NAME-WS
           END-READ.

      *AGE ONE OPEN CHARGE INTO ITS BUCKET OR ADD AN UNAPPLIED
      *PAYMENT OR CREDIT TO THE CREDITS, PUT IT ON THE STATEMENT
      *IF IT BELONGS THERE, AND READ THE NEXT ITEM
       700-AGE-ACCOUNT-ITEM.
           ADD 1 TO ITEM-COUNTED-CTR.
           IF ACCT-ITEM-TYPE = "P" OR ACCT-ITEM-TYPE = "C"
               ADD ACCT-OPEN-AMT TO CUST-CREDIT-AMT-WS
           ELSE
               IF ACCT-OPEN-AMT > 0
                   PERFORM 900-AGE-OPEN-CHARGE
               END-IF
           END-IF.
           IF ACCT-OPEN-AMT > 0
                   OR ACCT-ITEM-DATE NOT < STMT-FROM-DATE-WS
               PERFORM 900-WRITE-STATEMENT-DETAIL
           END-IF.
           PERFORM 700-READ-ACCOUNT-ITEM.

      *PUT AN OPEN CHARGE IN THE CURRENT, 30, 60 OR 90+ DAY COLUMN BY
      *ITS AGE FROM THE RUN DATE, AND COUNT IT TOWARD A HOLD WHEN IT
      *IS AT LEAST THE HOLD AGE
       900-AGE-OPEN-CHARGE.
           COMPUTE ITEM-AGE-DAYS-WS = RUN-DAY-WS -
               FUNCTION INTEGER-OF-DATE (ACCT-ITEM-DATE).
           EVALUATE TRUE
               WHEN ITEM-AGE-DAYS-WS < 30
                   ADD ACCT-OPEN-AMT TO CUST-CURRENT-AMT-WS
               WHEN ITEM-AGE-DAYS-WS < 60
                   ADD ACCT-OPEN-AMT TO CUST-30-AMT-WS
               WHEN ITEM-AGE-DAYS-WS < 90
                   ADD ACCT-OPEN-AMT TO CUST-60-AMT-WS
               WHEN OTHER
                   ADD ACCT-OPEN-AMT TO CUST-90-AMT-WS
           END-EVALUATE.
           IF ITEM-AGE-DAYS-WS NOT < HOLD-AGE-DAYS-WS
               ADD ACCT-OPEN-AMT TO CUST-HOLD-AMT-WS
           END-IF.

      *WRITE ONE ITEM ON THE CUSTOMER'S STATEMENT, STARTING THE
      *STATEMENT ON A NEW PAGE WHEN IT IS THE FIRST
       900-WRITE-STATEMENT-DETAIL.
           IF STATEMENT-STARTED-FLAG-WS = "N"
               PERFORM 900-START-STATEMENT
           END-IF.
           MOVE ACCT-ITEM-DATE TO STMT-ITEM-DATE-OUT.
           MOVE ACCT-ITEM-NUMBER TO STMT-ITEM-NUMBER-OUT.
           MOVE ACCT-NOTE TO STMT-REFERENCE-OUT.
           MOVE 0 TO STMT-CHARGE-OUT.
           MOVE 0 TO STMT-PAYMENT-OUT.
           EVALUATE ACCT-ITEM-TYPE
               WHEN "D"
                   MOVE "LATE FEE" TO STMT-DESCRIPTION-OUT
               WHEN "R"
                   MOVE "RENTAL" TO STMT-DESCRIPTION-OUT
               WHEN "M"
                   MOVE "MISC CHARGE" TO STMT-DESCRIPTION-OUT
               WHEN "K"
                   MOVE "MILEAGE" TO STMT-DESCRIPTION-OUT
               WHEN "P"
                   MOVE "PAYMENT" TO STMT-DESCRIPTION-OUT
               WHEN OTHER
                   MOVE "CREDIT" TO STMT-DESCRIPTION-OUT
           END-EVALUATE.
           IF ACCT-ITEM-TYPE = "P" OR ACCT-ITEM-TYPE = "C"
               MOVE ACCT-ORIGINAL-AMT TO STMT-PAYMENT-OUT
               COMPUTE STMT-OPEN-OUT = 0 - ACCT-OPEN-AMT
           ELSE
               IF ACCT-NOTE = SPACES
                   MOVE ACCT-REG-NUMBER TO STMT-REFERENCE-OUT
               END-IF
               MOVE ACCT-ORIGINAL-AMT TO STMT-CHARGE-OUT
               MOVE ACCT-OPEN-AMT TO STMT-OPEN-OUT
           END-IF.
           WRITE CUSTOMER-STATEMENT-LINE-OUT FROM STMT-DETAIL-LINE-WS.

      *WRITE THE STATEMENT HEADING: THE CUSTOMER'S NAME AND ADDRESS
      *AND THE COLUMN HEADINGS
       900-START-STATEMENT.
           MOVE "Y" TO STATEMENT-STARTED-FLAG-WS.
           ADD 1 TO STATEMENT-CTR.
           MOVE CURRENT-CUSTOMER-ID-WS TO STMT-CUSTOMER-ID-OUT.
           MOVE LOOKUP-CUSTOMER-NAME-WS TO STMT-CUSTOMER-NAME-OUT.
           MOVE RUN-DATE-WS TO STMT-RUN-DATE-OUT.
           WRITE CUSTOMER-STATEMENT-LINE-OUT FROM STMT-NAME-LINE-WS
           AFTER ADVANCING PAGE.
           IF CUSTOMER-FOUND-FLAG-WS = "Y"
               MOVE CUST-STREET-MS TO STMT-ADDRESS-OUT
               WRITE CUSTOMER-STATEMENT-LINE-OUT
                   FROM STMT-ADDRESS-LINE-WS
               MOVE SPACES TO STMT-ADDRESS-OUT
               STRING CUST-CITY-MS DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   CUST-PROVINCE-MS DELIMITED BY "  "
                   "  " DELIMITED BY SIZE
                   CUST-POSTAL-CODE-MS DELIMITED BY SIZE
                   INTO STMT-ADDRESS-OUT
               WRITE CUSTOMER-STATEMENT-LINE-OUT
                   FROM STMT-ADDRESS-LINE-WS
           END-IF.
           WRITE CUSTOMER-STATEMENT-LINE-OUT FROM STMT-ROW-FILLER-WS.
           WRITE CUSTOMER-STATEMENT-LINE-OUT FROM STMT-HDR-LINE-WS.

      *PUT A CUSTOMER ON CREDIT HOLD WHEN THEIR OLD CHARGES COME TO
      *MORE THAN THE HOLD BALANCE; ONLY AN ACTIVE CUSTOMER IS HELD,
      *AND THE CHANGE IS DATED AND AUDITED THE WAY CustMaint DOES
       700-CHECK-CREDIT-HOLD.
           IF CUSTOMER-FOUND-FLAG-WS = "Y"
                   AND CUST-STATUS-MS = "A"
                   AND CUST-HOLD-AMT-WS > HOLD-BALANCE-WS
               MOVE CUST-MASTER-RECORD TO CUST-BEFORE-IMAGE-WS
               MOVE "H" TO CUST-STATUS-MS
               MOVE RUN-DATE-WS TO CUST-STATUS-DATE-MS
               REWRITE CUST-MASTER-RECORD
                   INVALID KEY
                       MOVE CUST-BEFORE-IMAGE-WS TO CUST-MASTER-RECORD
                   NOT INVALID KEY
                       ADD 1 TO CREDIT-HOLD-CTR
                       PERFORM 900-WRITE-CUST-AUDIT-OUT
               END-REWRITE
           END-IF.

      *LOG THE CUSTOMER'S BEFORE AND AFTER IMAGES
       900-WRITE-CUST-AUDIT-OUT.
           MOVE RUN-DATE-WS TO CUST-AUDIT-DATE-OUT.
           MOVE "H" TO CUST-AUDIT-ACTION-OUT.
           MOVE CUST-BEFORE-IMAGE-WS TO CUST-AUDIT-BEFORE-OUT.
           MOVE CUST-MASTER-RECORD TO CUST-AUDIT-AFTER-OUT.
           WRITE CUST-AUDIT-RECORD-OUT.

      *WRITE THE CUSTOMER'S TRIAL BALANCE LINE WHEN ANYTHING IS STILL
      *OPEN ON THEIR ACCOUNT, AND ADD THEM INTO THE REPORT TOTALS
       700-WRITE-ATB-DETAIL-LINE.
           COMPUTE CUST-BALANCE-WS = CUST-CURRENT-AMT-WS
               + CUST-30-AMT-WS + CUST-60-AMT-WS + CUST-90-AMT-WS
               - CUST-CREDIT-AMT-WS.
           IF CUSTOMER-AGING-WS NOT = ZEROS
               MOVE CURRENT-CUSTOMER-ID-WS TO ATB-CUSTOMER-ID-OUT
               MOVE LOOKUP-CUSTOMER-NAME-WS TO ATB-CUSTOMER-NAME-OUT
               MOVE CUST-CURRENT-AMT-WS TO ATB-CURRENT-OUT
               MOVE CUST-30-AMT-WS TO ATB-30-OUT
               MOVE CUST-60-AMT-WS TO ATB-60-OUT
               MOVE CUST-90-AMT-WS TO ATB-90-OUT
               MOVE CUST-CREDIT-AMT-WS TO ATB-CREDIT-OUT
               MOVE CUST-BALANCE-WS TO ATB-BALANCE-OUT
               EVALUATE TRUE
                   WHEN CUSTOMER-FOUND-FLAG-WS = "N"
                       MOVE "UNKNOWN" TO ATB-STATUS-OUT
                   WHEN CUST-STATUS-MS = "H"
                       MOVE "ON HOLD" TO ATB-STATUS-OUT
                   WHEN CUST-STATUS-MS = "B"
                       MOVE "BANNED" TO ATB-STATUS-OUT
                   WHEN CUST-STATUS-MS = "C"
                       MOVE "CLOSED" TO ATB-STATUS-OUT
                   WHEN OTHER
                       MOVE SPACES TO ATB-STATUS-OUT
               END-EVALUATE
               WRITE AGED-TRIAL-BALANCE-LINE-OUT
                   FROM ATB-DETAIL-LINE-WS
               ADD 1 TO CUSTOMER-LISTED-CTR
               ADD CUST-CURRENT-AMT-WS TO TOTAL-CURRENT-AMT-WS
               ADD CUST-30-AMT-WS TO TOTAL-30-AMT-WS
               ADD CUST-60-AMT-WS TO TOTAL-60-AMT-WS
               ADD CUST-90-AMT-WS TO TOTAL-90-AMT-WS
               ADD CUST-CREDIT-AMT-WS TO TOTAL-CREDIT-AMT-WS
               ADD CUST-BALANCE-WS TO TOTAL-BALANCE-WS
           END-IF.

      *CLOSE OFF THE CUSTOMER'S STATEMENT WITH THE BALANCE OWING
       700-FINISH-STATEMENT.
           IF STATEMENT-STARTED-FLAG-WS = "Y"
               MOVE CUST-BALANCE-WS TO STMT-BALANCE-OUT
               WRITE CUSTOMER-STATEMENT-LINE-OUT
                   FROM STMT-BALANCE-LINE-WS
                   AFTER ADVANCING 2 LINES
           END-IF.
