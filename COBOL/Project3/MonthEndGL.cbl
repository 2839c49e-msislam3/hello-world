       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthEndGL.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE-IN
               ASSIGN TO DYNAMIC INVENT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PART-NUMBER-IN
               FILE STATUS IS INVENT-FILE-STATUS-WS.

           SELECT OPTIONAL STOCK-LEDGER-IN
               ASSIGN TO
               "STOCKLEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VALUE-HISTORY-IN
               ASSIGN TO
               "VALUE-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REVAL-HISTORY-IN
               ASSIGN TO
               "REVALHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-MAP-IN
               ASSIGN TO
               "GLACCTMAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXTRACT-OUT
               ASSIGN TO
               "GLEXTRACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROLL-FORWARD-OUT
               ASSIGN TO
               "MTHENDRF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE-IN
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

       FD  STOCK-LEDGER-IN
           RECORD CONTAINS 47 CHARACTERS.
       01  STOCK-LEDGER-RECORD-IN.
           05  SLGR-PART-NUMBER-IN         PIC 9(5).
           05  SLGR-MOVE-DATE-IN           PIC 9(8).
           05  SLGR-MOVE-TYPE-IN           PIC X(10).
           05  SLGR-QUANTITY-IN            PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  SLGR-BEFORE-QTY-IN          PIC 9(5).
           05  SLGR-AFTER-QTY-IN           PIC 9(5).
           05  SLGR-SOURCE-PROGRAM-IN      PIC X(8).

       FD  VALUE-HISTORY-IN
           RECORD CONTAINS 44 CHARACTERS.
       01  VALUE-HISTORY-RECORD-IN.
           05  HIST-RUN-DATE-IN            PIC 9(8).
           05  HIST-PART-NUMBER-IN         PIC 9(5).
           05  HIST-PART-NAME-IN           PIC X(20).
           05  HIST-PART-VALUE-IN          PIC 9(9)V99.

      *CUMULATIVE REVALUATION HISTORY WRITTEN BY THE PRICE CHANGE
      *PASS: THE RUN THAT APPLIED EACH CHANGE, THE PRICE BEFORE AND
      *AFTER, AND THE CHANGE IN EXTENDED VALUE ON THE STOCK THEN HELD
       FD  REVAL-HISTORY-IN
           RECORD CONTAINS 50 CHARACTERS.
       01  REVAL-HISTORY-RECORD-IN.
           05  RVHST-RUN-DATE-IN           PIC 9(8).
           05  RVHST-PART-NUMBER-IN        PIC 9(5).
           05  RVHST-OLD-PRICE-IN          PIC 9(4)V99.
           05  RVHST-NEW-PRICE-IN          PIC 9(4)V99.
           05  RVHST-QUANTITY-IN           PIC 9(5).
           05  RVHST-VALUE-DELTA-IN        PIC S9(9)V99
                                               SIGN LEADING SEPARATE.
           05  RVHST-EFFECTIVE-DATE-IN     PIC 9(8).

      *GENERAL LEDGER ACCOUNTS BY MOVEMENT TYPE, AS POSTED FOR AN
      *INCREASE IN STOCK (A DECREASE POSTS THE REVERSE), AND THE
      *ROLL-FORWARD COLUMN THE TYPE FALLS IN: R RECEIPTS, I ISSUES,
      *A ADJUSTMENTS, V REVALUATION
       FD  ACCOUNT-MAP-IN
           RECORD CONTAINS 27 CHARACTERS.
       01  ACCOUNT-MAP-RECORD-IN.
           05  GLMAP-MOVE-TYPE-IN          PIC X(10).
           05  GLMAP-DEBIT-ACCOUNT-IN      PIC X(8).
           05  GLMAP-CREDIT-ACCOUNT-IN     PIC X(8).
           05  GLMAP-CATEGORY-IN           PIC X.

      *ONE SUMMARISED JOURNAL LINE PER MOVEMENT TYPE, DIRECTION AND
      *ACCOUNT FOR THE PERIOD; DEBITS AND CREDITS BALANCE
       FD  GL-EXTRACT-OUT
           RECORD CONTAINS 45 CHARACTERS.
       01  GL-EXTRACT-RECORD-OUT.
           05  GLX-PERIOD-OUT              PIC 9(6).
           05  GLX-ACCOUNT-OUT             PIC X(8).
           05  GLX-DEBIT-CREDIT-OUT        PIC X.
           05  GLX-AMOUNT-OUT              PIC 9(11)V99.
           05  GLX-MOVE-TYPE-OUT           PIC X(10).
           05  GLX-MOVE-COUNT-OUT          PIC 9(7).

       FD  ROLL-FORWARD-OUT
           RECORD CONTAINS 146 CHARACTERS.
       01  ROLL-FORWARD-LINE-OUT           PIC X(146).

       WORKING-STORAGE SECTION.
       01  INVENT-EOF-FLAG             PIC A(3) VALUE SPACES.
       01  LEDGER-EOF-FLAG             PIC A(3) VALUE SPACES.
       01  HISTORY-EOF-FLAG            PIC A(3) VALUE SPACES.
       01  REVAL-EOF-FLAG              PIC A(3) VALUE SPACES.
       01  ACCOUNT-MAP-EOF-FLAG        PIC A(3) VALUE SPACES.
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  INVENT-FILE-NAME-WS         PIC X(40) VALUE "INVENT.TXT".
       01  LEDGER-IN-CTR               PIC 9(7) VALUE 0.
       01  LEDGER-POSTED-CTR           PIC 9(7) VALUE 0.
       01  GL-LINE-CTR                 PIC 9(7) VALUE 0.

      *THE ACCOUNTING PERIOD, YYYYMM, FROM THE RUN ENVIRONMENT;
      *DEFAULTS TO THE CURRENT MONTH
       01  GL-PERIOD-PARM-WS           PIC X(6) VALUE SPACES.
       01  GL-PERIOD-WS                PIC 9(6) VALUE 0.
       01  GL-PERIOD-SPLIT-WS REDEFINES GL-PERIOD-WS.
           05  GL-PERIOD-YEAR-WS       PIC 9(4).
           05  GL-PERIOD-MONTH-WS      PIC 9(2).
       01  GL-PARM-PERIOD-WS           PIC 9(6) VALUE 0.
       01  GL-PARM-SPLIT-WS REDEFINES GL-PARM-PERIOD-WS.
           05  GL-PARM-YEAR-WS         PIC 9(4).
           05  GL-PARM-MONTH-WS        PIC 9(2).
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  PERIOD-START-DATE-WS        PIC 9(8) VALUE 0.
       01  PERIOD-END-DATE-WS          PIC 9(8) VALUE 0.
       01  OPENING-SNAPSHOT-DATE-WS    PIC 9(8) VALUE 0.

      *EVERY PART ON THE MASTER, PLUS ANY PART MET ONLY IN THE
      *HISTORY OR LEDGER, WITH ITS ROLL-FORWARD COLUMNS; ISSUES ARE
      *HELD AS A POSITIVE AMOUNT TAKEN OUT OF STOCK
       01  PART-TABLE-WS.
           05  PART-TBL-COUNT-WS       PIC 9(4) VALUE 0.
           05  PART-TBL-MAX-WS         PIC 9(4) VALUE 1000.
           05  PART-TBL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PART-TBL-IDX.
               10  PART-NUMBER-TBL     PIC 9(5).
               10  PART-SUPPLIER-TBL   PIC X(5).
               10  PART-PRICE-TBL      PIC 9(4)V99.
               10  PART-OPENING-TBL    PIC S9(9)V99.
               10  PART-RECEIPTS-TBL   PIC S9(9)V99.
               10  PART-ISSUES-TBL     PIC S9(9)V99.
               10  PART-ADJUST-TBL     PIC S9(9)V99.
               10  PART-REVAL-TBL      PIC S9(9)V99.
               10  PART-CLOSING-TBL    PIC S9(9)V99.
               10  PART-MASTER-TBL     PIC S9(9)V99.
               10  PART-TIES-TBL       PIC X.
       01  SEARCH-PART-WS              PIC 9(5) VALUE 0.
       01  PART-FOUND-FLAG-WS          PIC X VALUE "N".
      *AMOUNTS FOR PARTS PAST THE TABLE CAPACITY STILL GO TO THE
      *GENERAL LEDGER BUT CANNOT BE ROLLED FORWARD; THEY ARE COUNTED
       01  PART-OVERFLOW-CTR           PIC 9(5) VALUE 0.

      *PRICE CHANGES APPLIED IN OR AFTER THE PERIOD, IN THE ORDER
      *THEY WERE APPLIED, TO FIND THE PRICE IN FORCE ON THE DATE OF
      *EACH MOVEMENT
       01  REVAL-TABLE-WS.
           05  REVAL-TBL-COUNT-WS      PIC 9(4) VALUE 0.
           05  REVAL-TBL-MAX-WS        PIC 9(4) VALUE 2000.
           05  REVAL-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY REVAL-TBL-IDX.
               10  REVAL-RUN-DATE-TBL  PIC 9(8).
               10  REVAL-PART-TBL      PIC 9(5).
               10  REVAL-OLD-PRICE-TBL PIC 9(4)V99.
       01  REVAL-OVERFLOW-FLAG-WS      PIC X VALUE "N".
       01  REVAL-FOUND-FLAG-WS         PIC X VALUE "N".
       01  MOVE-PRICE-WS               PIC 9(4)V99 VALUE 0.
       01  MOVE-VALUE-WS               PIC S9(9)V99 VALUE 0.

      *MOVEMENT TYPES WITH THEIR ACCOUNTS AND THE PERIOD'S VALUE
      *MOVED EACH WAY; A TYPE NOT ON THE ACCOUNT MAP IS ADDED AGAINST
      *THE SUSPENSE ACCOUNT SO IT STILL POSTS AND CAN BE CHASED
       01  ACCOUNT-TABLE-WS.
           05  ACCT-TBL-COUNT-WS       PIC 9(3) VALUE 0.
           05  ACCT-TBL-MAX-WS         PIC 9(3) VALUE 50.
           05  ACCT-TBL-ENTRY OCCURS 50 TIMES
                   INDEXED BY ACCT-TBL-IDX.
               10  ACCT-MOVE-TYPE-TBL  PIC X(10).
               10  ACCT-DEBIT-TBL      PIC X(8).
               10  ACCT-CREDIT-TBL     PIC X(8).
               10  ACCT-CATEGORY-TBL   PIC X.
               10  ACCT-MAPPED-TBL     PIC X.
               10  ACCT-INWARD-VALUE-TBL   PIC 9(11)V99.
               10  ACCT-INWARD-CTR-TBL     PIC 9(7).
               10  ACCT-OUTWARD-VALUE-TBL  PIC 9(11)V99.
               10  ACCT-OUTWARD-CTR-TBL    PIC 9(7).
       01  SEARCH-MOVE-TYPE-WS         PIC X(10) VALUE SPACES.
       01  ACCT-FOUND-FLAG-WS          PIC X VALUE "N".
       01  SUSPENSE-ACCOUNT-WS         PIC X(8) VALUE "SUSPENSE".
       01  REVAL-MOVE-TYPE-WS          PIC X(10) VALUE "REVALUE".
       01  UNMAPPED-MOVE-CTR           PIC 9(7) VALUE 0.
       01  UNPOSTED-MOVE-CTR           PIC 9(7) VALUE 0.
       01  GL-ACCOUNT-WS               PIC X(8) VALUE SPACES.
       01  GL-DEBIT-CREDIT-WS          PIC X VALUE SPACES.
       01  GL-AMOUNT-WS                PIC 9(11)V99 VALUE 0.
       01  GL-MOVE-COUNT-WS            PIC 9(7) VALUE 0.
       01  GL-DEBIT-TOTAL-WS           PIC 9(13)V99 VALUE 0.
       01  GL-CREDIT-TOTAL-WS          PIC 9(13)V99 VALUE 0.

      *ROLL-FORWARD SUBTOTALS BY SUPPLIER, IN THE ORDER SUPPLIERS
      *ARE FIRST MET ON THE MASTER
       01  SUPPLIER-TABLE-WS.
           05  SUPP-TBL-COUNT-WS       PIC 9(3) VALUE 0.
           05  SUPP-TBL-MAX-WS         PIC 9(3) VALUE 200.
           05  SUPP-TBL-ENTRY OCCURS 200 TIMES
                   INDEXED BY SUPP-TBL-IDX.
               10  SUPP-CODE-TBL       PIC X(5).
               10  SUPP-OPENING-TBL    PIC S9(11)V99.
               10  SUPP-RECEIPTS-TBL   PIC S9(11)V99.
               10  SUPP-ISSUES-TBL     PIC S9(11)V99.
               10  SUPP-ADJUST-TBL     PIC S9(11)V99.
               10  SUPP-REVAL-TBL      PIC S9(11)V99.
               10  SUPP-CLOSING-TBL    PIC S9(11)V99.
               10  SUPP-MASTER-TBL     PIC S9(11)V99.
               10  SUPP-TIES-TBL       PIC X.
       01  SUPP-OVERFLOW-CTR           PIC 9(5) VALUE 0.
       01  UNKNOWN-SUPPLIER-WS         PIC X(5) VALUE "*****".

       01  GRAND-TOTALS-WS.
           05  GRAND-OPENING-WS        PIC S9(11)V99 VALUE 0.
           05  GRAND-RECEIPTS-WS       PIC S9(11)V99 VALUE 0.
           05  GRAND-ISSUES-WS         PIC S9(11)V99 VALUE 0.
           05  GRAND-ADJUST-WS         PIC S9(11)V99 VALUE 0.
           05  GRAND-REVAL-WS          PIC S9(11)V99 VALUE 0.
           05  GRAND-CLOSING-WS        PIC S9(11)V99 VALUE 0.
           05  GRAND-MASTER-WS         PIC S9(11)V99 VALUE 0.
       01  EXCEPTION-CTR               PIC 9(5) VALUE 0.
       01  PART-DIFFERENCE-WS          PIC S9(9)V99 VALUE 0.

       01  RF-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(29) VALUE
           "INVENTORY VALUE ROLL-FORWARD".
           05  FILLER                  PIC X(7) VALUE "PERIOD ".
           05  RF-PERIOD-OUT           PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
           "OPENING SNAPSHOT ".
           05  RF-SNAPSHOT-DATE-OUT    PIC 9(8).
           05  FILLER                  PIC X(75) VALUE SPACES.
       01  RF-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SUPPL".
           05  FILLER                  PIC X(19) VALUE
           "            OPENING".
           05  FILLER                  PIC X(19) VALUE
           "           RECEIPTS".
           05  FILLER                  PIC X(19) VALUE
           "             ISSUES".
           05  FILLER                  PIC X(19) VALUE
           "        ADJUSTMENTS".
           05  FILLER                  PIC X(19) VALUE
           "        REVALUATION".
           05  FILLER                  PIC X(19) VALUE
           "            CLOSING".
           05  FILLER                  PIC X(19) VALUE
           "       MASTER VALUE".
           05  FILLER                  PIC X(7) VALUE "  TIES".
       01  RF-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-SUPPLIER-OUT         PIC X(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-OPENING-OUT          PIC ---,---,---,--9.99.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-RECEIPTS-OUT         PIC ---,---,---,--9.99.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-ISSUES-OUT           PIC ---,---,---,--9.99.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-ADJUST-OUT           PIC ---,---,---,--9.99.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-REVAL-OUT            PIC ---,---,---,--9.99.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-CLOSING-OUT          PIC ---,---,---,--9.99.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-MASTER-OUT           PIC ---,---,---,--9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RF-TIES-OUT             PIC X(5).
       01  RF-ROW-FILLER-WS            PIC X(146) VALUE SPACES.
       01  RF-EXCEPTION-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
           "PARTS NOT TYING TO THE MASTER VALUE".
           05  FILLER                  PIC X(109) VALUE SPACES.
       01  RF-EXCEPTION-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-EXC-PART-OUT         PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RF-EXC-SUPPLIER-OUT     PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "CALCULATED ".
           05  RF-EXC-CLOSING-OUT      PIC ----,---,--9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "MASTER ".
           05  RF-EXC-MASTER-OUT       PIC ----,---,--9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "DIFFERENCE ".
           05  RF-EXC-DIFFERENCE-OUT   PIC ----,---,--9.99.
           05  FILLER                  PIC X(53) VALUE SPACES.
       01  RF-GL-TOTAL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "GL DEBITS ".
           05  RF-GL-DEBITS-OUT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "GL CREDITS ".
           05  RF-GL-CREDITS-OUT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RF-GL-STATUS-OUT        PIC X(11).
           05  FILLER                  PIC X(67) VALUE SPACES.
       01  RF-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-COUNT-OUT            PIC ZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-COUNT-LABEL-OUT      PIC X(46).
           05  FILLER                  PIC X(91) VALUE SPACES.
       01  RF-NOTE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  RF-NOTE-OUT             PIC X(50).
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-MONTH-END-GL.

           PERFORM 200-INITIATE-MONTH-END-JOB.

           PERFORM 200-PROCESS-LEDGER-RECORD
               UNTIL LEDGER-EOF-FLAG = "YES".

           PERFORM 200-TERM-MONTH-END-JOB.
           STOP RUN.

      *SET THE PERIOD, LOAD THE ACCOUNTS, THE MASTER, THE OPENING
      *VALUES AND THE PRICE CHANGES, AND OPEN THE LEDGER
       200-INITIATE-MONTH-END-JOB.
           PERFORM 700-GET-RUN-PARAMETERS.
           PERFORM 700-LOAD-ACCOUNT-MAP.
           PERFORM 700-LOAD-PART-TABLE.
           PERFORM 700-FIND-OPENING-SNAPSHOT.
           PERFORM 700-LOAD-OPENING-VALUES.
           PERFORM 700-LOAD-REVALUATIONS.
           OPEN INPUT STOCK-LEDGER-IN.
           OPEN OUTPUT GL-EXTRACT-OUT.
           OPEN OUTPUT ROLL-FORWARD-OUT.
           PERFORM 700-READ-LEDGER-RECORD.

      *PICK UP THE PERIOD AND MASTER FILE NAME FROM THE RUN
      *ENVIRONMENT; A MISSING OR UNPARSABLE PERIOD MEANS THIS MONTH
       700-GET-RUN-PARAMETERS.
           ACCEPT INVENT-FILE-NAME-WS FROM ENVIRONMENT
               "INVENT_FILE_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT GL-PERIOD-PARM-WS FROM ENVIRONMENT
               "GL_PERIOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           COMPUTE GL-PERIOD-WS = RUN-DATE-WS / 100.
           IF FUNCTION TEST-NUMVAL(GL-PERIOD-PARM-WS) = 0
               COMPUTE GL-PARM-PERIOD-WS =
                   FUNCTION NUMVAL(GL-PERIOD-PARM-WS)
               IF GL-PARM-MONTH-WS >= 1
                   AND GL-PARM-MONTH-WS <= 12
                   AND GL-PARM-YEAR-WS > 0
                   MOVE GL-PARM-PERIOD-WS TO GL-PERIOD-WS
               END-IF
           END-IF.
           COMPUTE PERIOD-START-DATE-WS = GL-PERIOD-WS * 100 + 1.
           COMPUTE PERIOD-END-DATE-WS = GL-PERIOD-WS * 100 + 31.

      *LOAD THE MOVEMENT TYPE TO ACCOUNT MAP; AN UNKNOWN COLUMN CODE
      *IS TREATED AS AN ADJUSTMENT
       700-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-IN.
           PERFORM UNTIL ACCOUNT-MAP-EOF-FLAG = "YES"
               READ ACCOUNT-MAP-IN
                   AT END MOVE "YES" TO ACCOUNT-MAP-EOF-FLAG
                   NOT AT END
                       IF GLMAP-MOVE-TYPE-IN NOT = SPACES
                           AND ACCT-TBL-COUNT-WS < ACCT-TBL-MAX-WS
                           PERFORM 900-LOAD-ACCOUNT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MAP-IN.

      *CARRY ONE ACCOUNT MAP RECORD INTO THE TABLE
       900-LOAD-ACCOUNT-ENTRY.
           ADD 1 TO ACCT-TBL-COUNT-WS.
           SET ACCT-TBL-IDX TO ACCT-TBL-COUNT-WS.
           INITIALIZE ACCT-TBL-ENTRY (ACCT-TBL-IDX).
           MOVE GLMAP-MOVE-TYPE-IN TO ACCT-MOVE-TYPE-TBL (ACCT-TBL-IDX).
           MOVE GLMAP-DEBIT-ACCOUNT-IN TO ACCT-DEBIT-TBL (ACCT-TBL-IDX).
           MOVE GLMAP-CREDIT-ACCOUNT-IN TO
               ACCT-CREDIT-TBL (ACCT-TBL-IDX).
           MOVE "Y" TO ACCT-MAPPED-TBL (ACCT-TBL-IDX).
           EVALUATE GLMAP-CATEGORY-IN
               WHEN "R"
               WHEN "I"
               WHEN "A"
               WHEN "V"
                   MOVE GLMAP-CATEGORY-IN TO
                       ACCT-CATEGORY-TBL (ACCT-TBL-IDX)
               WHEN OTHER
                   MOVE "A" TO ACCT-CATEGORY-TBL (ACCT-TBL-IDX)
           END-EVALUATE.

      *LOAD EVERY PART ON THE MASTER WITH ITS SUPPLIER, CURRENT
      *PRICE AND CURRENT VALUE; RETIRED PARTS CARRY NO VALUE, AS ON
      *THE VALUATION REPORT
       700-LOAD-PART-TABLE.
           OPEN INPUT INVENT-FILE-IN.
           PERFORM UNTIL INVENT-EOF-FLAG = "YES"
               READ INVENT-FILE-IN
                   AT END MOVE "YES" TO INVENT-EOF-FLAG
                   NOT AT END
                       IF PART-TBL-COUNT-WS < PART-TBL-MAX-WS
                           PERFORM 900-LOAD-PART-ENTRY
                       ELSE
                           ADD 1 TO PART-OVERFLOW-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENT-FILE-IN.

      *CARRY ONE MASTER RECORD INTO THE PART TABLE
       900-LOAD-PART-ENTRY.
           ADD 1 TO PART-TBL-COUNT-WS.
           SET PART-TBL-IDX TO PART-TBL-COUNT-WS.
           INITIALIZE PART-TBL-ENTRY (PART-TBL-IDX).
           MOVE PART-NUMBER-IN TO PART-NUMBER-TBL (PART-TBL-IDX).
           MOVE PART-SUPPLIER-CODE-IN TO
               PART-SUPPLIER-TBL (PART-TBL-IDX).
           MOVE PART-UNIT-PRICE-IN TO PART-PRICE-TBL (PART-TBL-IDX).
           IF PART-STATUS-IN NOT = "I"
               COMPUTE PART-MASTER-TBL (PART-TBL-IDX) =
                   PART-QUANTITY-IN-HAND-IN * PART-UNIT-PRICE-IN
           END-IF.

      *THE OPENING VALUES ARE THE LAST VALUE SNAPSHOT TAKEN BEFORE
      *THE PERIOD STARTS, I.E. THE PRIOR MONTH-END RUN
       700-FIND-OPENING-SNAPSHOT.
           OPEN INPUT VALUE-HISTORY-IN.
           PERFORM UNTIL HISTORY-EOF-FLAG = "YES"
               READ VALUE-HISTORY-IN
                   AT END MOVE "YES" TO HISTORY-EOF-FLAG
                   NOT AT END
                       IF HIST-RUN-DATE-IN < PERIOD-START-DATE-WS
                           AND HIST-RUN-DATE-IN >
                               OPENING-SNAPSHOT-DATE-WS
                           MOVE HIST-RUN-DATE-IN TO
                               OPENING-SNAPSHOT-DATE-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALUE-HISTORY-IN.

      *TAKE EACH PART'S OPENING VALUE FROM THAT SNAPSHOT; A RESTARTED
      *RUN CAN WRITE A PART TWICE IN ONE SNAPSHOT, SO THE VALUE IS
      *MOVED RATHER THAN ADDED
       700-LOAD-OPENING-VALUES.
           MOVE SPACES TO HISTORY-EOF-FLAG.
           IF OPENING-SNAPSHOT-DATE-WS > 0
               OPEN INPUT VALUE-HISTORY-IN
               PERFORM UNTIL HISTORY-EOF-FLAG = "YES"
                   READ VALUE-HISTORY-IN
                       AT END MOVE "YES" TO HISTORY-EOF-FLAG
                       NOT AT END
                           IF HIST-RUN-DATE-IN =
                                   OPENING-SNAPSHOT-DATE-WS
                               PERFORM 900-POST-OPENING-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALUE-HISTORY-IN
           END-IF.

      *SET ONE PART'S OPENING VALUE
       900-POST-OPENING-VALUE.
           MOVE HIST-PART-NUMBER-IN TO SEARCH-PART-WS.
           PERFORM 900-FIND-PART-ENTRY.
           IF PART-FOUND-FLAG-WS = "Y"
               MOVE HIST-PART-VALUE-IN TO
                   PART-OPENING-TBL (PART-TBL-IDX)
           END-IF.

      *LOAD THE PRICE CHANGES APPLIED SINCE THE PERIOD STARTED FOR
      *MOVEMENT PRICING, AND BOOK THOSE APPLIED WITHIN THE PERIOD AS
      *THE PERIOD'S REVALUATION
       700-LOAD-REVALUATIONS.
           OPEN INPUT REVAL-HISTORY-IN.
           PERFORM UNTIL REVAL-EOF-FLAG = "YES"
               READ REVAL-HISTORY-IN
                   AT END MOVE "YES" TO REVAL-EOF-FLAG
                   NOT AT END
                       IF RVHST-RUN-DATE-IN >= PERIOD-START-DATE-WS
                           PERFORM 900-LOAD-REVAL-ENTRY
                       END-IF
                       IF RVHST-RUN-DATE-IN >= PERIOD-START-DATE-WS
                           AND RVHST-RUN-DATE-IN <=
                               PERIOD-END-DATE-WS
                           PERFORM 900-POST-REVALUATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REVAL-HISTORY-IN.

      *CARRY ONE PRICE CHANGE INTO THE PRICING TABLE
       900-LOAD-REVAL-ENTRY.
           IF REVAL-TBL-COUNT-WS < REVAL-TBL-MAX-WS
               ADD 1 TO REVAL-TBL-COUNT-WS
               SET REVAL-TBL-IDX TO REVAL-TBL-COUNT-WS
               MOVE RVHST-RUN-DATE-IN TO
                   REVAL-RUN-DATE-TBL (REVAL-TBL-IDX)
               MOVE RVHST-PART-NUMBER-IN TO
                   REVAL-PART-TBL (REVAL-TBL-IDX)
               MOVE RVHST-OLD-PRICE-IN TO
                   REVAL-OLD-PRICE-TBL (REVAL-TBL-IDX)
           ELSE
               MOVE "Y" TO REVAL-OVERFLOW-FLAG-WS
           END-IF.

      *BOOK ONE PERIOD PRICE CHANGE TO THE PART AND THE LEDGER
       900-POST-REVALUATION.
           MOVE RVHST-PART-NUMBER-IN TO SEARCH-PART-WS.
           MOVE REVAL-MOVE-TYPE-WS TO SEARCH-MOVE-TYPE-WS.
           MOVE RVHST-VALUE-DELTA-IN TO MOVE-VALUE-WS.
           PERFORM 900-FIND-PART-ENTRY.
           PERFORM 900-POST-MOVEMENT-VALUE.

      *READ ONE STOCK MOVEMENT LEDGER RECORD
       700-READ-LEDGER-RECORD.
           READ STOCK-LEDGER-IN
               AT END MOVE "YES" TO LEDGER-EOF-FLAG
               NOT AT END
                   ADD 1 TO LEDGER-IN-CTR
           END-READ.

      *PRICE AND POST ONE MOVEMENT DATED IN THE PERIOD THEN READ THE
      *NEXT ONE
       200-PROCESS-LEDGER-RECORD.
           IF SLGR-MOVE-DATE-IN >= PERIOD-START-DATE-WS
               AND SLGR-MOVE-DATE-IN <= PERIOD-END-DATE-WS
               AND SLGR-QUANTITY-IN NUMERIC
               PERFORM 700-POST-ONE-MOVEMENT
           END-IF.
           PERFORM 700-READ-LEDGER-RECORD.

      *VALUE THE MOVEMENT AT THE PRICE IN FORCE ON ITS DATE AND POST
      *IT UNDER ITS MOVEMENT TYPE
       700-POST-ONE-MOVEMENT.
           ADD 1 TO LEDGER-POSTED-CTR.
           MOVE SLGR-PART-NUMBER-IN TO SEARCH-PART-WS.
           MOVE SLGR-MOVE-TYPE-IN TO SEARCH-MOVE-TYPE-WS.
           PERFORM 900-FIND-PART-ENTRY.
           PERFORM 900-FIND-MOVE-PRICE.
           COMPUTE MOVE-VALUE-WS = SLGR-QUANTITY-IN * MOVE-PRICE-WS.
           PERFORM 900-POST-MOVEMENT-VALUE.

      *THE PRICE IN FORCE ON THE MOVEMENT DATE IS THE OLD PRICE OF
      *THE FIRST CHANGE APPLIED ON OR AFTER THAT DATE, OR THE CURRENT
      *MASTER PRICE WHEN NONE HAS BEEN APPLIED SINCE
       900-FIND-MOVE-PRICE.
           MOVE 0 TO MOVE-PRICE-WS.
           IF PART-FOUND-FLAG-WS = "Y"
               MOVE PART-PRICE-TBL (PART-TBL-IDX) TO MOVE-PRICE-WS
           END-IF.
           MOVE "N" TO REVAL-FOUND-FLAG-WS.
           PERFORM VARYING REVAL-TBL-IDX FROM 1 BY 1
                   UNTIL REVAL-TBL-IDX > REVAL-TBL-COUNT-WS
                       OR REVAL-FOUND-FLAG-WS = "Y"
               IF REVAL-PART-TBL (REVAL-TBL-IDX) = SLGR-PART-NUMBER-IN
                   AND REVAL-RUN-DATE-TBL (REVAL-TBL-IDX) >=
                       SLGR-MOVE-DATE-IN
                   MOVE REVAL-OLD-PRICE-TBL (REVAL-TBL-IDX) TO
                       MOVE-PRICE-WS
                   MOVE "Y" TO REVAL-FOUND-FLAG-WS
               END-IF
           END-PERFORM.

      *POST A VALUE TO THE GENERAL LEDGER UNDER ITS MOVEMENT TYPE AND
      *TO THE PART'S ROLL-FORWARD COLUMN FOR THAT TYPE
       900-POST-MOVEMENT-VALUE.
           PERFORM 900-FIND-ACCOUNT-ENTRY.
           IF ACCT-FOUND-FLAG-WS = "Y"
               PERFORM 900-POST-GL-VALUE
               IF PART-FOUND-FLAG-WS = "Y"
                   PERFORM 900-POST-PART-VALUE
               END-IF
           ELSE
               ADD 1 TO UNPOSTED-MOVE-CTR
           END-IF.

      *ADD THE VALUE TO THE TYPE'S INWARD OR OUTWARD TOTAL
       900-POST-GL-VALUE.
           IF ACCT-MAPPED-TBL (ACCT-TBL-IDX) NOT = "Y"
               ADD 1 TO UNMAPPED-MOVE-CTR
           END-IF.
           IF MOVE-VALUE-WS >= 0
               ADD MOVE-VALUE-WS TO
                   ACCT-INWARD-VALUE-TBL (ACCT-TBL-IDX)
               ADD 1 TO ACCT-INWARD-CTR-TBL (ACCT-TBL-IDX)
           ELSE
               SUBTRACT MOVE-VALUE-WS FROM
                   ACCT-OUTWARD-VALUE-TBL (ACCT-TBL-IDX)
               ADD 1 TO ACCT-OUTWARD-CTR-TBL (ACCT-TBL-IDX)
           END-IF.

      *ADD THE VALUE TO THE PART'S RECEIPTS, ISSUES, ADJUSTMENTS OR
      *REVALUATION COLUMN; AN ISSUE TAKES STOCK OUT, SO A NEGATIVE
      *VALUE RAISES THE ISSUES COLUMN
       900-POST-PART-VALUE.
           EVALUATE ACCT-CATEGORY-TBL (ACCT-TBL-IDX)
               WHEN "R"
                   ADD MOVE-VALUE-WS TO
                       PART-RECEIPTS-TBL (PART-TBL-IDX)
               WHEN "I"
                   SUBTRACT MOVE-VALUE-WS FROM
                       PART-ISSUES-TBL (PART-TBL-IDX)
               WHEN "V"
                   ADD MOVE-VALUE-WS TO PART-REVAL-TBL (PART-TBL-IDX)
               WHEN OTHER
                   ADD MOVE-VALUE-WS TO PART-ADJUST-TBL (PART-TBL-IDX)
           END-EVALUATE.

      *FIND THE PART IN THE TABLE, ADDING A PART THE MASTER NO LONGER
      *HOLDS SO ITS MOVEMENTS STILL ROLL FORWARD
       900-FIND-PART-ENTRY.
           MOVE "N" TO PART-FOUND-FLAG-WS.
           SET PART-TBL-IDX TO 1.
           SEARCH PART-TBL-ENTRY
               VARYING PART-TBL-IDX
               AT END
                   PERFORM 900-ADD-PART-ENTRY
               WHEN PART-TBL-IDX > PART-TBL-COUNT-WS
                   PERFORM 900-ADD-PART-ENTRY
               WHEN PART-NUMBER-TBL (PART-TBL-IDX) = SEARCH-PART-WS
                   MOVE "Y" TO PART-FOUND-FLAG-WS
           END-SEARCH.

      *OPEN A TABLE ENTRY FOR A PART NOT ON THE MASTER
       900-ADD-PART-ENTRY.
           IF PART-TBL-COUNT-WS < PART-TBL-MAX-WS
               ADD 1 TO PART-TBL-COUNT-WS
               SET PART-TBL-IDX TO PART-TBL-COUNT-WS
               INITIALIZE PART-TBL-ENTRY (PART-TBL-IDX)
               MOVE SEARCH-PART-WS TO PART-NUMBER-TBL (PART-TBL-IDX)
               MOVE UNKNOWN-SUPPLIER-WS TO
                   PART-SUPPLIER-TBL (PART-TBL-IDX)
               MOVE "Y" TO PART-FOUND-FLAG-WS
           ELSE
               ADD 1 TO PART-OVERFLOW-CTR
           END-IF.

      *FIND THE MOVEMENT TYPE ON THE ACCOUNT MAP, ADDING AN UNMAPPED
      *TYPE AGAINST THE SUSPENSE ACCOUNT
       900-FIND-ACCOUNT-ENTRY.
           MOVE "N" TO ACCT-FOUND-FLAG-WS.
           SET ACCT-TBL-IDX TO 1.
           SEARCH ACCT-TBL-ENTRY
               VARYING ACCT-TBL-IDX
               AT END
                   PERFORM 900-ADD-UNMAPPED-ACCOUNT
               WHEN ACCT-TBL-IDX > ACCT-TBL-COUNT-WS
                   PERFORM 900-ADD-UNMAPPED-ACCOUNT
               WHEN ACCT-MOVE-TYPE-TBL (ACCT-TBL-IDX) =
                       SEARCH-MOVE-TYPE-WS
                   MOVE "Y" TO ACCT-FOUND-FLAG-WS
           END-SEARCH.

      *START AN ACCOUNT ENTRY FOR A MOVEMENT TYPE NOT ON THE MAP; IT
      *POSTS TO SUSPENSE ON BOTH SIDES AND ROLLS FORWARD AS AN
      *ADJUSTMENT
       900-ADD-UNMAPPED-ACCOUNT.
           IF ACCT-TBL-COUNT-WS < ACCT-TBL-MAX-WS
               ADD 1 TO ACCT-TBL-COUNT-WS
               SET ACCT-TBL-IDX TO ACCT-TBL-COUNT-WS
               INITIALIZE ACCT-TBL-ENTRY (ACCT-TBL-IDX)
               MOVE SEARCH-MOVE-TYPE-WS TO
                   ACCT-MOVE-TYPE-TBL (ACCT-TBL-IDX)
               MOVE SUSPENSE-ACCOUNT-WS TO ACCT-DEBIT-TBL (ACCT-TBL-IDX)
               MOVE SUSPENSE-ACCOUNT-WS TO
                   ACCT-CREDIT-TBL (ACCT-TBL-IDX)
               MOVE "A" TO ACCT-CATEGORY-TBL (ACCT-TBL-IDX)
               MOVE "N" TO ACCT-MAPPED-TBL (ACCT-TBL-IDX)
               MOVE "Y" TO ACCT-FOUND-FLAG-WS
           END-IF.

      *WRITE THE GENERAL LEDGER EXTRACT AND THE ROLL-FORWARD REPORT
      *AND CLOSE THE FILES
       200-TERM-MONTH-END-JOB.
           PERFORM 700-WRITE-GL-EXTRACT.
           PERFORM 700-ROLL-FORWARD-PARTS.
           PERFORM 700-WRITE-ROLL-FORWARD.
           PERFORM 700-WRITE-EXCEPTIONS.
           PERFORM 700-WRITE-CONTROL-TOTALS.
           CLOSE STOCK-LEDGER-IN.
           CLOSE GL-EXTRACT-OUT.
           CLOSE ROLL-FORWARD-OUT.

      *ONE DEBIT AND ONE CREDIT LINE PER MOVEMENT TYPE FOR EACH
      *DIRECTION STOCK MOVED IN THE PERIOD; A DECREASE REVERSES THE
      *ACCOUNTS POSTED FOR AN INCREASE
       700-WRITE-GL-EXTRACT.
           PERFORM VARYING ACCT-TBL-IDX FROM 1 BY 1
                   UNTIL ACCT-TBL-IDX > ACCT-TBL-COUNT-WS
               IF ACCT-INWARD-VALUE-TBL (ACCT-TBL-IDX) > 0
                   MOVE ACCT-INWARD-VALUE-TBL (ACCT-TBL-IDX) TO
                       GL-AMOUNT-WS
                   MOVE ACCT-INWARD-CTR-TBL (ACCT-TBL-IDX) TO
                       GL-MOVE-COUNT-WS
                   MOVE ACCT-DEBIT-TBL (ACCT-TBL-IDX) TO GL-ACCOUNT-WS
                   MOVE "D" TO GL-DEBIT-CREDIT-WS
                   PERFORM 900-WRITE-GL-EXTRACT-OUT
                   MOVE ACCT-CREDIT-TBL (ACCT-TBL-IDX) TO
                       GL-ACCOUNT-WS
                   MOVE "C" TO GL-DEBIT-CREDIT-WS
                   PERFORM 900-WRITE-GL-EXTRACT-OUT
               END-IF
               IF ACCT-OUTWARD-VALUE-TBL (ACCT-TBL-IDX) > 0
                   MOVE ACCT-OUTWARD-VALUE-TBL (ACCT-TBL-IDX) TO
                       GL-AMOUNT-WS
                   MOVE ACCT-OUTWARD-CTR-TBL (ACCT-TBL-IDX) TO
                       GL-MOVE-COUNT-WS
                   MOVE ACCT-CREDIT-TBL (ACCT-TBL-IDX) TO
                       GL-ACCOUNT-WS
                   MOVE "D" TO GL-DEBIT-CREDIT-WS
                   PERFORM 900-WRITE-GL-EXTRACT-OUT
                   MOVE ACCT-DEBIT-TBL (ACCT-TBL-IDX) TO GL-ACCOUNT-WS
                   MOVE "C" TO GL-DEBIT-CREDIT-WS
                   PERFORM 900-WRITE-GL-EXTRACT-OUT
               END-IF
           END-PERFORM.

      *WRITE ONE GENERAL LEDGER EXTRACT LINE AND ADD IT TO THE
      *DEBIT OR CREDIT CONTROL TOTAL
       900-WRITE-GL-EXTRACT-OUT.
           MOVE GL-PERIOD-WS TO GLX-PERIOD-OUT.
           MOVE GL-ACCOUNT-WS TO GLX-ACCOUNT-OUT.
           MOVE GL-DEBIT-CREDIT-WS TO GLX-DEBIT-CREDIT-OUT.
           MOVE GL-AMOUNT-WS TO GLX-AMOUNT-OUT.
           MOVE ACCT-MOVE-TYPE-TBL (ACCT-TBL-IDX) TO GLX-MOVE-TYPE-OUT.
           MOVE GL-MOVE-COUNT-WS TO GLX-MOVE-COUNT-OUT.
           WRITE GL-EXTRACT-RECORD-OUT.
           ADD 1 TO GL-LINE-CTR.
           IF GL-DEBIT-CREDIT-WS = "D"
               ADD GL-AMOUNT-WS TO GL-DEBIT-TOTAL-WS
           ELSE
               ADD GL-AMOUNT-WS TO GL-CREDIT-TOTAL-WS
           END-IF.

      *CLOSE OFF EACH PART: OPENING PLUS RECEIPTS LESS ISSUES PLUS
      *ADJUSTMENTS AND REVALUATION MUST EQUAL ITS MASTER VALUE; ROLL
      *THE PART INTO ITS SUPPLIER AND THE GRAND TOTAL
       700-ROLL-FORWARD-PARTS.
           PERFORM VARYING PART-TBL-IDX FROM 1 BY 1
                   UNTIL PART-TBL-IDX > PART-TBL-COUNT-WS
               COMPUTE PART-CLOSING-TBL (PART-TBL-IDX) =
                   PART-OPENING-TBL (PART-TBL-IDX)
                   + PART-RECEIPTS-TBL (PART-TBL-IDX)
                   - PART-ISSUES-TBL (PART-TBL-IDX)
                   + PART-ADJUST-TBL (PART-TBL-IDX)
                   + PART-REVAL-TBL (PART-TBL-IDX)
               IF PART-CLOSING-TBL (PART-TBL-IDX) =
                       PART-MASTER-TBL (PART-TBL-IDX)
                   MOVE "Y" TO PART-TIES-TBL (PART-TBL-IDX)
               ELSE
                   MOVE "N" TO PART-TIES-TBL (PART-TBL-IDX)
                   ADD 1 TO EXCEPTION-CTR
               END-IF
               PERFORM 900-ADD-PART-TO-SUPPLIER
               PERFORM 900-ADD-PART-TO-GRAND-TOTAL
           END-PERFORM.

      *ADD ONE PART'S COLUMNS TO ITS SUPPLIER'S SUBTOTAL
       900-ADD-PART-TO-SUPPLIER.
           SET SUPP-TBL-IDX TO 1.
           SEARCH SUPP-TBL-ENTRY
               VARYING SUPP-TBL-IDX
               AT END
                   PERFORM 900-ADD-SUPPLIER-ENTRY
               WHEN SUPP-TBL-IDX > SUPP-TBL-COUNT-WS
                   PERFORM 900-ADD-SUPPLIER-ENTRY
               WHEN SUPP-CODE-TBL (SUPP-TBL-IDX) =
                       PART-SUPPLIER-TBL (PART-TBL-IDX)
                   PERFORM 900-ACCUMULATE-SUPPLIER
           END-SEARCH.

      *START A SUBTOTAL FOR A SUPPLIER NOT YET SEEN; PARTS PAST THE
      *TABLE CAPACITY ARE COUNTED AND LEFT IN THE GRAND TOTAL ONLY
       900-ADD-SUPPLIER-ENTRY.
           IF SUPP-TBL-COUNT-WS < SUPP-TBL-MAX-WS
               ADD 1 TO SUPP-TBL-COUNT-WS
               SET SUPP-TBL-IDX TO SUPP-TBL-COUNT-WS
               INITIALIZE SUPP-TBL-ENTRY (SUPP-TBL-IDX)
               MOVE PART-SUPPLIER-TBL (PART-TBL-IDX) TO
                   SUPP-CODE-TBL (SUPP-TBL-IDX)
               MOVE "Y" TO SUPP-TIES-TBL (SUPP-TBL-IDX)
               PERFORM 900-ACCUMULATE-SUPPLIER
           ELSE
               ADD 1 TO SUPP-OVERFLOW-CTR
           END-IF.

      *ADD THE PART'S COLUMNS INTO THE SUPPLIER ENTRY; ONE PART THAT
      *DOES NOT TIE MARKS THE WHOLE SUPPLIER
       900-ACCUMULATE-SUPPLIER.
           ADD PART-OPENING-TBL (PART-TBL-IDX) TO
               SUPP-OPENING-TBL (SUPP-TBL-IDX).
           ADD PART-RECEIPTS-TBL (PART-TBL-IDX) TO
               SUPP-RECEIPTS-TBL (SUPP-TBL-IDX).
           ADD PART-ISSUES-TBL (PART-TBL-IDX) TO
               SUPP-ISSUES-TBL (SUPP-TBL-IDX).
           ADD PART-ADJUST-TBL (PART-TBL-IDX) TO
               SUPP-ADJUST-TBL (SUPP-TBL-IDX).
           ADD PART-REVAL-TBL (PART-TBL-IDX) TO
               SUPP-REVAL-TBL (SUPP-TBL-IDX).
           ADD PART-CLOSING-TBL (PART-TBL-IDX) TO
               SUPP-CLOSING-TBL (SUPP-TBL-IDX).
           ADD PART-MASTER-TBL (PART-TBL-IDX) TO
               SUPP-MASTER-TBL (SUPP-TBL-IDX).
           IF PART-TIES-TBL (PART-TBL-IDX) = "N"
               MOVE "N" TO SUPP-TIES-TBL (SUPP-TBL-IDX)
           END-IF.

      *ADD ONE PART'S COLUMNS TO THE GRAND TOTAL
       900-ADD-PART-TO-GRAND-TOTAL.
           ADD PART-OPENING-TBL (PART-TBL-IDX) TO GRAND-OPENING-WS.
           ADD PART-RECEIPTS-TBL (PART-TBL-IDX) TO GRAND-RECEIPTS-WS.
           ADD PART-ISSUES-TBL (PART-TBL-IDX) TO GRAND-ISSUES-WS.
           ADD PART-ADJUST-TBL (PART-TBL-IDX) TO GRAND-ADJUST-WS.
           ADD PART-REVAL-TBL (PART-TBL-IDX) TO GRAND-REVAL-WS.
           ADD PART-CLOSING-TBL (PART-TBL-IDX) TO GRAND-CLOSING-WS.
           ADD PART-MASTER-TBL (PART-TBL-IDX) TO GRAND-MASTER-WS.

      *PRINT THE TITLE, ONE LINE PER SUPPLIER AND THE GRAND TOTAL
       700-WRITE-ROLL-FORWARD.
           MOVE GL-PERIOD-WS TO RF-PERIOD-OUT.
           MOVE OPENING-SNAPSHOT-DATE-WS TO RF-SNAPSHOT-DATE-OUT.
           WRITE ROLL-FORWARD-LINE-OUT FROM RF-TITLE-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE ROLL-FORWARD-LINE-OUT FROM RF-ROW-FILLER-WS.
           WRITE ROLL-FORWARD-LINE-OUT FROM RF-HDR-LINE-WS.
           WRITE ROLL-FORWARD-LINE-OUT FROM RF-ROW-FILLER-WS.
           PERFORM VARYING SUPP-TBL-IDX FROM 1 BY 1
                   UNTIL SUPP-TBL-IDX > SUPP-TBL-COUNT-WS
               MOVE SUPP-CODE-TBL (SUPP-TBL-IDX) TO RF-SUPPLIER-OUT
               MOVE SUPP-OPENING-TBL (SUPP-TBL-IDX) TO RF-OPENING-OUT
               MOVE SUPP-RECEIPTS-TBL (SUPP-TBL-IDX) TO
                   RF-RECEIPTS-OUT
               MOVE SUPP-ISSUES-TBL (SUPP-TBL-IDX) TO RF-ISSUES-OUT
               MOVE SUPP-ADJUST-TBL (SUPP-TBL-IDX) TO RF-ADJUST-OUT
               MOVE SUPP-REVAL-TBL (SUPP-TBL-IDX) TO RF-REVAL-OUT
               MOVE SUPP-CLOSING-TBL (SUPP-TBL-IDX) TO RF-CLOSING-OUT
               MOVE SUPP-MASTER-TBL (SUPP-TBL-IDX) TO RF-MASTER-OUT
               IF SUPP-TIES-TBL (SUPP-TBL-IDX) = "Y"
                   AND SUPP-CLOSING-TBL (SUPP-TBL-IDX) =
                       SUPP-MASTER-TBL (SUPP-TBL-IDX)
                   MOVE "YES" TO RF-TIES-OUT
               ELSE
                   MOVE "*NO*" TO RF-TIES-OUT
               END-IF
               WRITE ROLL-FORWARD-LINE-OUT FROM RF-DETAIL-LINE-WS
           END-PERFORM.
           MOVE "TOTAL" TO RF-SUPPLIER-OUT.
           MOVE GRAND-OPENING-WS TO RF-OPENING-OUT.
           MOVE GRAND-RECEIPTS-WS TO RF-RECEIPTS-OUT.
           MOVE GRAND-ISSUES-WS TO RF-ISSUES-OUT.
           MOVE GRAND-ADJUST-WS TO RF-ADJUST-OUT.
           MOVE GRAND-REVAL-WS TO RF-REVAL-OUT.
           MOVE GRAND-CLOSING-WS TO RF-CLOSING-OUT.
           MOVE GRAND-MASTER-WS TO RF-MASTER-OUT.
           IF EXCEPTION-CTR = 0
               AND GRAND-CLOSING-WS = GRAND-MASTER-WS
               MOVE "YES" TO RF-TIES-OUT
           ELSE
               MOVE "*NO*" TO RF-TIES-OUT
           END-IF.
           WRITE ROLL-FORWARD-LINE-OUT FROM RF-DETAIL-LINE-WS
           AFTER ADVANCING 2 LINE.

      *LIST EVERY PART WHOSE ROLLED-FORWARD VALUE DOES NOT TIE TO
      *THE MASTER, WITH THE DIFFERENCE TO BE CHASED
       700-WRITE-EXCEPTIONS.
           IF EXCEPTION-CTR > 0
               WRITE ROLL-FORWARD-LINE-OUT FROM RF-EXCEPTION-HDR-LINE-WS
               AFTER ADVANCING 2 LINE
               PERFORM VARYING PART-TBL-IDX FROM 1 BY 1
                       UNTIL PART-TBL-IDX > PART-TBL-COUNT-WS
                   IF PART-TIES-TBL (PART-TBL-IDX) = "N"
                       PERFORM 900-WRITE-EXCEPTION-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *WRITE ONE PART EXCEPTION LINE
       900-WRITE-EXCEPTION-LINE.
           COMPUTE PART-DIFFERENCE-WS =
               PART-CLOSING-TBL (PART-TBL-IDX) -
               PART-MASTER-TBL (PART-TBL-IDX).
           MOVE PART-NUMBER-TBL (PART-TBL-IDX) TO RF-EXC-PART-OUT.
           MOVE PART-SUPPLIER-TBL (PART-TBL-IDX) TO
               RF-EXC-SUPPLIER-OUT.
           MOVE PART-CLOSING-TBL (PART-TBL-IDX) TO RF-EXC-CLOSING-OUT.
           MOVE PART-MASTER-TBL (PART-TBL-IDX) TO RF-EXC-MASTER-OUT.
           MOVE PART-DIFFERENCE-WS TO RF-EXC-DIFFERENCE-OUT.
           WRITE ROLL-FORWARD-LINE-OUT FROM RF-EXCEPTION-LINE-WS.

      *PRINT THE LEDGER CONTROL TOTALS AND ANY CONDITION THAT LEAVES
      *THE ROLL-FORWARD INCOMPLETE
       700-WRITE-CONTROL-TOTALS.
           MOVE GL-DEBIT-TOTAL-WS TO RF-GL-DEBITS-OUT.
           MOVE GL-CREDIT-TOTAL-WS TO RF-GL-CREDITS-OUT.
           IF GL-DEBIT-TOTAL-WS = GL-CREDIT-TOTAL-WS
               MOVE "IN BALANCE" TO RF-GL-STATUS-OUT
           ELSE
               MOVE "OUT OF BAL" TO RF-GL-STATUS-OUT
           END-IF.
           WRITE ROLL-FORWARD-LINE-OUT FROM RF-GL-TOTAL-LINE-WS
           AFTER ADVANCING 2 LINE.
           MOVE LEDGER-POSTED-CTR TO RF-COUNT-OUT.
           MOVE "MOVEMENTS POSTED FOR THE PERIOD" TO RF-COUNT-LABEL-OUT.
           WRITE ROLL-FORWARD-LINE-OUT FROM RF-COUNT-LINE-WS.
           MOVE GL-LINE-CTR TO RF-COUNT-OUT.
           MOVE "GENERAL LEDGER EXTRACT LINES" TO RF-COUNT-LABEL-OUT.
           WRITE ROLL-FORWARD-LINE-OUT FROM RF-COUNT-LINE-WS.
           MOVE EXCEPTION-CTR TO RF-COUNT-OUT.
           MOVE "PARTS NOT TYING TO THE MASTER" TO RF-COUNT-LABEL-OUT.
           WRITE ROLL-FORWARD-LINE-OUT FROM RF-COUNT-LINE-WS.
           IF UNMAPPED-MOVE-CTR > 0
               MOVE UNMAPPED-MOVE-CTR TO RF-COUNT-OUT
               MOVE "MOVEMENTS ON UNMAPPED TYPES POSTED TO SUSPENSE"
                   TO RF-COUNT-LABEL-OUT
               WRITE ROLL-FORWARD-LINE-OUT FROM RF-COUNT-LINE-WS
           END-IF.
           IF UNPOSTED-MOVE-CTR > 0
               MOVE UNPOSTED-MOVE-CTR TO RF-COUNT-OUT
               MOVE "MOVEMENTS NOT POSTED - ACCOUNT TABLE FULL" TO
                   RF-COUNT-LABEL-OUT
               WRITE ROLL-FORWARD-LINE-OUT FROM RF-COUNT-LINE-WS
           END-IF.
           IF PART-OVERFLOW-CTR > 0
               MOVE PART-OVERFLOW-CTR TO RF-COUNT-OUT
               MOVE "ITEMS NOT ROLLED FORWARD - PART TABLE FULL" TO
                   RF-COUNT-LABEL-OUT
               WRITE ROLL-FORWARD-LINE-OUT FROM RF-COUNT-LINE-WS
           END-IF.
           IF SUPP-OVERFLOW-CTR > 0
               MOVE SUPP-OVERFLOW-CTR TO RF-COUNT-OUT
               MOVE "PARTS NOT SUBTOTALED - SUPPLIER TABLE FULL" TO
                   RF-COUNT-LABEL-OUT
               WRITE ROLL-FORWARD-LINE-OUT FROM RF-COUNT-LINE-WS
           END-IF.
           IF OPENING-SNAPSHOT-DATE-WS = 0
               MOVE "NO PRIOR MONTH-END VALUE SNAPSHOT - OPENING ZERO"
                   TO RF-NOTE-OUT
               WRITE ROLL-FORWARD-LINE-OUT FROM RF-NOTE-LINE-WS
           END-IF.
           IF REVAL-OVERFLOW-FLAG-WS = "Y"
               MOVE "PRICE CHANGE TABLE FULL - LATER PRICES ASSUMED"
                   TO RF-NOTE-OUT
               WRITE ROLL-FORWARD-LINE-OUT FROM RF-NOTE-LINE-WS
           END-IF.
