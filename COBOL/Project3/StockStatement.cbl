       DATA DIVISION.
       FILE SECTION.
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

       FD  STOCK-STMT-OUT
           RECORD CONTAINS 66 CHARACTERS.
       01  STOCK-STMT-LINE-OUT             PIC X(66).

       WORKING-STORAGE SECTION.
       01  LEDGER-EOF-FLAG             PIC A(3) VALUE SPACES.
           05  CHAIN-TBL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CHAIN-TBL-IDX.
               10  CHAIN-PART-TBL      PIC 9(5).
               10  CHAIN-AFTER-TBL     PIC 9(5).
      *PARTS PAST THE CHAIN TABLE CAPACITY STILL PRINT BUT CANNOT BE
      *GAP-CHECKED; THEY ARE COUNTED SO THE AUDITOR KNOWS
       01  CHAIN-OVERFLOW-CTR          PIC 9(5) VALUE 0.
       01  FIRST-MOVE-FLAG-WS          PIC X VALUE "Y".
       01  OPENING-QTY-WS              PIC 9(5) VALUE 0.
       01  CLOSING-QTY-WS              PIC 9(5) VALUE 0.
       01  GAP-FLAG-WS                 PIC X VALUE SPACES.

       01  STMT-DETAIL-LINE-WS.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-QUANTITY-OUT       PIC +(5)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-BEFORE-OUT         PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-AFTER-OUT          PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-SOURCE-OUT         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "   QTY".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "  BEF".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "  AFT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "SOURCE".
           05  FILLER                  PIC X(6) VALUE SPACES.
       01  STMT-ROW-FILLER-WS          PIC X(66).
       01  STMT-BALANCE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  STMT-BALANCE-LABEL-WS   PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-BALANCE-QTY-OUT    PIC ZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  STMT-GAP-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
           "BALANCE GAPS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STMT-GAP-COUNT-OUT      PIC ZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  STMT-OVERFLOW-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  STMT-OVFL-COUNT-OUT     PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(33) VALUE
           "MOVEMENTS NOT CHAINED - TBL FULL".
           05  FILLER                  PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-STOCK-STATEMENT.
