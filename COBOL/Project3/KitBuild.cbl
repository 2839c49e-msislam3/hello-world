       IDENTIFICATION DIVISION.
       PROGRAM-ID. KitBuild.
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

           SELECT KIT-TRAN-FILE-IN
               ASSIGN TO
               "KITTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BILL-OF-MATERIAL-IN
               ASSIGN TO
               "BOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KIT-REJECT-OUT
               ASSIGN TO
               "KIT-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL KIT-REGISTER-OUT
               ASSIGN TO
               "KITREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCK-LEDGER-OUT
               ASSIGN TO
               "STOCKLEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVENT-JOURNAL-OUT
               ASSIGN TO
               "INVJOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REVAL-HISTORY-OUT
               ASSIGN TO
               "REVALHIST.TXT"
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

      *B BUILDS KITS FROM THEIR COMPONENTS; U TAKES BUILT KITS APART
      *AND PUTS THE COMPONENTS BACK INTO STOCK
       FD  KIT-TRAN-FILE-IN
           RECORD CONTAINS 19 CHARACTERS.
       01  KIT-TRAN-RECORD-IN.
           05  KTRN-ACTION-IN             PIC X.
           05  KTRN-KIT-PART-IN           PIC X(5).
           05  KTRN-QUANTITY-IN           PIC X(5).
           05  KTRN-BUILD-DATE-IN         PIC X(8).

      *SAME LAYOUT BOM MAINTENANCE KEEPS: KIT, COMPONENT AND THE
      *QUANTITY OF THE COMPONENT THAT GOES INTO ONE KIT
       FD  BILL-OF-MATERIAL-IN
           RECORD CONTAINS 13 CHARACTERS.
       01  BILL-OF-MATERIAL-RECORD.
           05  BOM-KIT-PART-NUMBER        PIC 9(5).
           05  BOM-COMP-PART-NUMBER       PIC 9(5).
           05  BOM-QTY-PER-KIT            PIC 9(3).

       FD  KIT-REJECT-OUT
           RECORD CONTAINS 44 CHARACTERS.
       01  KIT-REJECT-RECORD-OUT.
           05  KIT-REJECT-DATA-OUT        PIC X(19).
           05  FILLER                     PIC X VALUE SPACES.
           05  KIT-REJECT-REASON-OUT      PIC X(24).

      *ONE LINE PER POSTED BUILD OR UNBUILD WITH THE KIT COST ROLLED
      *UP FROM THE COMPONENT PRICES AND THE KIT PRICE BEFORE AND
      *AFTER THE POSTING
       FD  KIT-REGISTER-OUT
           RECORD CONTAINS 40 CHARACTERS.
       01  KIT-REGISTER-RECORD-OUT.
           05  KREG-BUILD-DATE-OUT        PIC 9(8).
           05  KREG-ACTION-OUT            PIC X.
           05  KREG-KIT-PART-OUT          PIC 9(5).
           05  KREG-QUANTITY-OUT          PIC 9(5).
           05  KREG-BUILT-COST-OUT        PIC 9(7)V99.
           05  KREG-OLD-PRICE-OUT         PIC 9(4)V99.
           05  KREG-NEW-PRICE-OUT         PIC 9(4)V99.

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

      *SAME LAYOUT THE PRICE CHANGE RUN APPENDS, SO THE MONTH-END
      *ROLL-FORWARD BOOKS A KIT COST CHANGE AS A REVALUATION
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
           05  RUNLOG-PROGRAM-ID-OUT       PIC X(8).
           05  RUNLOG-INPUT-FILE-OUT       PIC X(40).
           05  RUNLOG-START-STAMP-OUT      PIC 9(14).
           05  RUNLOG-END-STAMP-OUT        PIC 9(14).
           05  RUNLOG-READ-CTR-OUT         PIC 9(7).
           05  RUNLOG-WRITTEN-CTR-OUT      PIC 9(7).
           05  RUNLOG-REJECT-CTR-OUT       PIC 9(7).
           05  RUNLOG-CONTROL-STATUS-OUT   PIC X(11).

       WORKING-STORAGE SECTION.
       01  KIT-TRAN-EOF-FLAG           PIC A(3) VALUE SPACES.
       01  BOM-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  INVENT-FILE-NAME-WS         PIC X(40) VALUE "INVENT.TXT".
       01  COST-METHOD-WS              PIC X(8) VALUE "STANDARD".
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  KIT-REJECT-REASON-WS        PIC X(24) VALUE SPACES.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  KIT-TRAN-IN-CTR             PIC 9(7) VALUE 0.
       01  KIT-POSTED-CTR              PIC 9(7) VALUE 0.
       01  KIT-REJECT-CTR              PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.

      *THE KIT IN HAND AS FOUND ON THE MASTER, AND ITS COST ROLLED UP
      *FROM ONE OF EACH COMPONENT AT THE COMPONENT'S CURRENT PRICE
       01  KIT-QUANTITY-WS             PIC 9(5) VALUE 0.
       01  KIT-ON-HAND-WS              PIC 9(5) VALUE 0.
       01  KIT-OLD-PRICE-WS            PIC 9(4)V99 VALUE 0.
       01  BUILT-UNIT-COST-WS          PIC 9(7)V99 VALUE 0.
       01  NEW-UNIT-COST-WS            PIC 9(7)V99 VALUE 0.
       01  BUILD-DATE-WS               PIC 9(8) VALUE 0.

      *ONE MOVEMENT BEING POSTED TO ONE MASTER RECORD
       01  MOVE-TYPE-WS                PIC X(10) VALUE SPACES.
       01  MOVE-QTY-WS                 PIC S9(5) VALUE 0.
       01  NEW-QUANTITY-WS             PIC S9(7) VALUE 0.

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

      *THE WHOLE BILL OF MATERIALS; ON OVERFLOW NO KIT IS POSTED
      *THIS RUN, SINCE A KIT COULD BE MISSING SOME OF ITS COMPONENTS
       01  BOM-TABLE-WS.
           05  BOM-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  BOM-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  BOM-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BOM-TBL-IDX.
               10  BOM-KIT-PART-TBL    PIC 9(5).
               10  BOM-COMP-PART-TBL   PIC 9(5).
               10  BOM-QTY-PER-TBL     PIC 9(3).
       01  BOM-OVERFLOW-FLAG-WS        PIC X VALUE "N".

      *THE COMPONENTS OF THE KIT IN HAND AND THE QUANTITY OF EACH
      *THE TRANSACTION MOVES
       01  COMP-TABLE-WS.
           05  COMP-TBL-COUNT-WS       PIC 9(4) VALUE 0.
           05  COMP-TBL-MAX-WS         PIC 9(4) VALUE 50.
           05  COMP-TBL-ENTRY OCCURS 50 TIMES
                   INDEXED BY COMP-TBL-IDX.
               10  COMP-PART-TBL       PIC 9(5).
               10  COMP-QTY-PER-TBL    PIC 9(3).
               10  COMP-NEEDED-TBL     PIC 9(8).
       01  COMP-OVERFLOW-FLAG-WS       PIC X VALUE "N".

       PROCEDURE DIVISION.
       100-POST-KIT-BUILDS.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-KIT-JOB.

           PERFORM 200-PROCESS-KIT-TRAN
               UNTIL KIT-TRAN-EOF-FLAG = "YES".

           PERFORM 200-TERM-KIT-JOB.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.
           MOVE STAMP-DATE-WS TO RUN-DATE-WS.

      *RECONCILE TRANSACTIONS READ AGAINST POSTED PLUS REJECTED
       700-RECONCILE-RECORD-COUNTS.
           COMPUTE RECORD-COUNT-CHECK-WS =
               KIT-POSTED-CTR + KIT-REJECT-CTR.
           IF KIT-TRAN-IN-CTR = RECORD-COUNT-CHECK-WS
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
           MOVE "KITBUILD" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "KITTRAN.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE KIT-TRAN-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE KIT-POSTED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE KIT-REJECT-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *INITIATES KIT BUILD POSTING JOB
       200-INITIATE-KIT-JOB.
           PERFORM 700-GET-SITE-FILE-NAMES.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-BOM-TABLE.
           PERFORM 700-READ-KIT-TRAN-RECORD.

      *CHECK EVERYTHING A BUILD OR UNBUILD TOUCHES BEFORE ANY OF IT
      *IS POSTED, SO A TRANSACTION GOES ON IN FULL OR NOT AT ALL,
      *THEN READ THE NEXT ONE
       200-PROCESS-KIT-TRAN.
           ADD 1 TO KIT-TRAN-IN-CTR.
           PERFORM 700-EDIT-KIT-TRAN-RECORD.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-CHECK-KIT-ON-MASTER
           END-IF.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-GATHER-KIT-COMPONENTS
           END-IF.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-CHECK-COMPONENT-STOCK
           END-IF.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-CHECK-KIT-RESULT
           END-IF.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-POST-KIT-TRAN
           ELSE
               PERFORM 900-WRITE-KIT-REJECT-OUT
           END-IF.
           PERFORM 700-READ-KIT-TRAN-RECORD.

      *CLOSE KIT BUILD FILES
       200-TERM-KIT-JOB.
           CLOSE INVENT-FILE-IO.
           CLOSE KIT-TRAN-FILE-IN.
           CLOSE KIT-REJECT-OUT.
           CLOSE KIT-REGISTER-OUT.
           CLOSE STOCK-LEDGER-OUT.
           CLOSE INVENT-JOURNAL-OUT.
           CLOSE REVAL-HISTORY-OUT.

      *OVERRIDE DEFAULT FILE NAMES AND THE COSTING METHOD FROM RUN
      *PARAMETERS FOR MULTI-SITE BATCH RUNS
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

      *OPEN INPUT AND OUTPUT FILES
       700-OPEN-FILES.
           OPEN I-O INVENT-FILE-IO.
           OPEN INPUT KIT-TRAN-FILE-IN.
           OPEN OUTPUT KIT-REJECT-OUT.
           OPEN EXTEND KIT-REGISTER-OUT.
           OPEN EXTEND STOCK-LEDGER-OUT.
           OPEN EXTEND INVENT-JOURNAL-OUT.
           OPEN EXTEND REVAL-HISTORY-OUT.

      *LOAD EVERY BILL OF MATERIALS LINE
       700-LOAD-BOM-TABLE.
           OPEN INPUT BILL-OF-MATERIAL-IN.
           PERFORM UNTIL BOM-EOF-FLAG = "YES"
               READ BILL-OF-MATERIAL-IN
                   AT END MOVE "YES" TO BOM-EOF-FLAG
                   NOT AT END
                       IF BOM-TBL-COUNT-WS < BOM-TBL-MAX-WS
                           ADD 1 TO BOM-TBL-COUNT-WS
                           SET BOM-TBL-IDX TO BOM-TBL-COUNT-WS
                           MOVE BOM-KIT-PART-NUMBER TO
                               BOM-KIT-PART-TBL (BOM-TBL-IDX)
                           MOVE BOM-COMP-PART-NUMBER TO
                               BOM-COMP-PART-TBL (BOM-TBL-IDX)
                           MOVE BOM-QTY-PER-KIT TO
                               BOM-QTY-PER-TBL (BOM-TBL-IDX)
                       ELSE
                           MOVE "Y" TO BOM-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILL-OF-MATERIAL-IN.

      *READ ONE KIT BUILD TRANSACTION RECORD
       700-READ-KIT-TRAN-RECORD.
           READ KIT-TRAN-FILE-IN
               AT END MOVE "YES" TO KIT-TRAN-EOF-FLAG
           END-READ.

      *EDIT THE ACTION, KIT, QUANTITY AND DATE OF A TRANSACTION
       700-EDIT-KIT-TRAN-RECORD.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO KIT-REJECT-REASON-WS.
           IF BOM-OVERFLOW-FLAG-WS = "Y"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BOM TABLE FULL" TO KIT-REJECT-REASON-WS
           ELSE
               IF KTRN-ACTION-IN NOT = "B" AND KTRN-ACTION-IN NOT = "U"
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD ACTION CODE" TO KIT-REJECT-REASON-WS
               ELSE
                   IF KTRN-KIT-PART-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD KIT PART NUMBER" TO
                           KIT-REJECT-REASON-WS
                   ELSE
                       IF KTRN-QUANTITY-IN NOT NUMERIC
                               OR KTRN-QUANTITY-IN = "00000"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BAD KIT QUANTITY" TO
                               KIT-REJECT-REASON-WS
                       ELSE
                           IF KTRN-BUILD-DATE-IN NOT NUMERIC
                               MOVE "N" TO EDIT-VALID-FLAG-WS
                               MOVE "BAD BUILD DATE" TO
                                   KIT-REJECT-REASON-WS
                           ELSE
                               MOVE KTRN-QUANTITY-IN TO
                                   KIT-QUANTITY-WS
                               MOVE KTRN-BUILD-DATE-IN TO
                                   BUILD-DATE-WS.

      *THE KIT MUST BE ON THE MASTER; A RETIRED KIT MAY STILL BE
      *TAKEN APART BUT NOT BUILT
       700-CHECK-KIT-ON-MASTER.
           MOVE KTRN-KIT-PART-IN TO PART-NUMBER-MS.
           READ INVENT-FILE-IO
               INVALID KEY
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "KIT PART NOT FOUND" TO KIT-REJECT-REASON-WS
               NOT INVALID KEY
                   MOVE PART-QUANTITY-IN-HAND-MS TO KIT-ON-HAND-WS
                   MOVE PART-UNIT-PRICE-MS TO KIT-OLD-PRICE-WS
                   IF PART-STATUS-MS = "I" AND KTRN-ACTION-IN = "B"
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "KIT PART RETIRED" TO KIT-REJECT-REASON-WS
                   END-IF
           END-READ.

      *COLLECT THE KIT'S COMPONENTS AND THE QUANTITY OF EACH THE
      *TRANSACTION MOVES
       700-GATHER-KIT-COMPONENTS.
           MOVE 0 TO COMP-TBL-COUNT-WS.
           MOVE "N" TO COMP-OVERFLOW-FLAG-WS.
           PERFORM VARYING BOM-TBL-IDX FROM 1 BY 1
                   UNTIL BOM-TBL-IDX > BOM-TBL-COUNT-WS
               IF BOM-KIT-PART-TBL (BOM-TBL-IDX) = KTRN-KIT-PART-IN
                   IF COMP-TBL-COUNT-WS < COMP-TBL-MAX-WS
                       ADD 1 TO COMP-TBL-COUNT-WS
                       SET COMP-TBL-IDX TO COMP-TBL-COUNT-WS
                       MOVE BOM-COMP-PART-TBL (BOM-TBL-IDX) TO
                           COMP-PART-TBL (COMP-TBL-IDX)
                       MOVE BOM-QTY-PER-TBL (BOM-TBL-IDX) TO
                           COMP-QTY-PER-TBL (COMP-TBL-IDX)
                       COMPUTE COMP-NEEDED-TBL (COMP-TBL-IDX) =
                           BOM-QTY-PER-TBL (BOM-TBL-IDX)
                           * KIT-QUANTITY-WS
                   ELSE
                       MOVE "Y" TO COMP-OVERFLOW-FLAG-WS
                   END-IF
               END-IF
           END-PERFORM.
           IF COMP-TBL-COUNT-WS = 0
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "NO BILL OF MATERIALS" TO KIT-REJECT-REASON-WS
           ELSE
               IF COMP-OVERFLOW-FLAG-WS = "Y"
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "TOO MANY COMPONENTS" TO KIT-REJECT-REASON-WS
               END-IF
           END-IF.

      *EVERY COMPONENT MUST BE ON THE MASTER. A BUILD NEEDS EACH ONE
      *ACTIVE AND ON HAND IN FULL; AN UNBUILD NEEDS ROOM FOR THE
      *RETURNED STOCK. THE KIT COST IS ROLLED UP ON THE WAY THROUGH
       700-CHECK-COMPONENT-STOCK.
           MOVE 0 TO BUILT-UNIT-COST-WS.
           PERFORM VARYING COMP-TBL-IDX FROM 1 BY 1
                   UNTIL COMP-TBL-IDX > COMP-TBL-COUNT-WS
                   OR EDIT-VALID-FLAG-WS NOT = "Y"
               MOVE COMP-PART-TBL (COMP-TBL-IDX) TO PART-NUMBER-MS
               READ INVENT-FILE-IO
                   INVALID KEY
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "COMPONENT NOT FOUND" TO
                           KIT-REJECT-REASON-WS
                   NOT INVALID KEY
                       PERFORM 900-CHECK-ONE-COMPONENT
               END-READ
           END-PERFORM.

      *CHECK ONE COMPONENT JUST READ AND ADD ITS SHARE OF THE KIT COST
       900-CHECK-ONE-COMPONENT.
           IF KTRN-ACTION-IN = "B"
               IF PART-STATUS-MS = "I"
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "COMPONENT RETIRED" TO KIT-REJECT-REASON-WS
               ELSE
                   IF PART-QUANTITY-IN-HAND-MS <
                           COMP-NEEDED-TBL (COMP-TBL-IDX)
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "COMPONENT SHORT" TO KIT-REJECT-REASON-WS
                   END-IF
               END-IF
           ELSE
               IF PART-QUANTITY-IN-HAND-MS +
                       COMP-NEEDED-TBL (COMP-TBL-IDX) > 99999
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "COMPONENT OVER MAXIMUM" TO
                       KIT-REJECT-REASON-WS
               END-IF
           END-IF.
           COMPUTE BUILT-UNIT-COST-WS = BUILT-UNIT-COST-WS
               + PART-UNIT-PRICE-MS * COMP-QTY-PER-TBL (COMP-TBL-IDX).

      *A BUILD MUST LEAVE THE KIT QUANTITY AND ITS NEW COST WITHIN
      *THEIR FIELDS; AN UNBUILD NEEDS THE BUILT KITS ON HAND
       700-CHECK-KIT-RESULT.
           IF KTRN-ACTION-IN = "B"
               IF KIT-ON-HAND-WS + KIT-QUANTITY-WS > 99999
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "RESULT EXCEEDS MAXIMUM" TO KIT-REJECT-REASON-WS
               ELSE
                   PERFORM 900-COMPUTE-KIT-COST
                   IF NEW-UNIT-COST-WS > 9999.99
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "KIT COST EXCEEDS MAXIMUM" TO
                           KIT-REJECT-REASON-WS
                   END-IF
               END-IF
           ELSE
               MOVE KIT-OLD-PRICE-WS TO NEW-UNIT-COST-WS
               IF KIT-ON-HAND-WS < KIT-QUANTITY-WS
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "INSUFFICIENT KIT STOCK" TO KIT-REJECT-REASON-WS
               END-IF
           END-IF.

      *UNDER STANDARD COSTING THE KIT PRICE BECOMES THE COST ROLLED UP
      *FROM ITS COMPONENTS; UNDER AVERAGE COSTING THE NEW KITS ARE
      *AVERAGED IN WITH THE KITS ALREADY ON HAND AT THE OLD COST
       900-COMPUTE-KIT-COST.
           IF COST-METHOD-WS = "AVERAGE"
               COMPUTE NEW-UNIT-COST-WS ROUNDED =
                   (KIT-ON-HAND-WS * KIT-OLD-PRICE-WS
                   + KIT-QUANTITY-WS * BUILT-UNIT-COST-WS)
                   / (KIT-ON-HAND-WS + KIT-QUANTITY-WS)
           ELSE
               MOVE BUILT-UNIT-COST-WS TO NEW-UNIT-COST-WS
           END-IF.

      *POST THE CHECKED TRANSACTION: EVERY COMPONENT, THEN THE KIT
       700-POST-KIT-TRAN.
           IF KTRN-ACTION-IN = "B"
               MOVE "BUILD" TO MOVE-TYPE-WS
           ELSE
               MOVE "UNBUILD" TO MOVE-TYPE-WS
           END-IF.
           PERFORM VARYING COMP-TBL-IDX FROM 1 BY 1
                   UNTIL COMP-TBL-IDX > COMP-TBL-COUNT-WS
               PERFORM 700-POST-COMPONENT-MOVE
           END-PERFORM.
           PERFORM 700-POST-KIT-MOVE.
           PERFORM 900-WRITE-KIT-REGISTER-OUT.
           ADD 1 TO KIT-POSTED-CTR.

      *TAKE A COMPONENT OUT OF STOCK FOR A BUILD, OR PUT IT BACK FOR
      *AN UNBUILD
       700-POST-COMPONENT-MOVE.
           MOVE COMP-PART-TBL (COMP-TBL-IDX) TO PART-NUMBER-MS.
           READ INVENT-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF KTRN-ACTION-IN = "B"
                       COMPUTE MOVE-QTY-WS =
                           0 - COMP-NEEDED-TBL (COMP-TBL-IDX)
                   ELSE
                       MOVE COMP-NEEDED-TBL (COMP-TBL-IDX) TO
                           MOVE-QTY-WS
                   END-IF
                   PERFORM 900-UPDATE-MASTER-QUANTITY
           END-READ.

      *ADD BUILT KITS TO STOCK AND MOVE THE KIT TO ITS NEW COST, OR
      *TAKE APART KITS OUT OF STOCK AT THE COST THEY STAND AT
       700-POST-KIT-MOVE.
           MOVE KTRN-KIT-PART-IN TO PART-NUMBER-MS.
           READ INVENT-FILE-IO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF KTRN-ACTION-IN = "B"
                       MOVE KIT-QUANTITY-WS TO MOVE-QTY-WS
                   ELSE
                       COMPUTE MOVE-QTY-WS = 0 - KIT-QUANTITY-WS
                   END-IF
                   IF NEW-UNIT-COST-WS NOT = PART-UNIT-PRICE-MS
                       PERFORM 900-WRITE-REVAL-HISTORY-OUT
                   END-IF
                   PERFORM 900-UPDATE-MASTER-QUANTITY
           END-READ.

      *APPLY ONE MOVEMENT TO THE RECORD JUST READ: LEDGER LINE FIRST,
      *THEN THE JOURNAL AHEAD OF THE REWRITE. THE KIT'S NEW COST GOES
      *ON WITH ITS QUANTITY
       900-UPDATE-MASTER-QUANTITY.
           COMPUTE NEW-QUANTITY-WS =
               PART-QUANTITY-IN-HAND-MS + MOVE-QTY-WS.
           PERFORM 900-WRITE-KIT-LEDGER-OUT.
           MOVE INVENT-RECORD-MS TO JRNL-BEFORE-IMAGE-WS.
           MOVE NEW-QUANTITY-WS TO PART-QUANTITY-IN-HAND-MS.
           IF PART-NUMBER-MS = KTRN-KIT-PART-IN
               MOVE NEW-UNIT-COST-WS TO PART-UNIT-PRICE-MS
           END-IF.
           PERFORM 900-WRITE-INVENT-JOURNAL.
           REWRITE INVENT-RECORD-MS.

      *APPEND ONE BUILD OR UNBUILD MOVEMENT TO THE SHARED STOCK
      *MOVEMENT LEDGER
       900-WRITE-KIT-LEDGER-OUT.
           MOVE PART-NUMBER-MS TO SLGR-PART-NUMBER-OUT.
           MOVE BUILD-DATE-WS TO SLGR-MOVE-DATE-OUT.
           MOVE MOVE-TYPE-WS TO SLGR-MOVE-TYPE-OUT.
           MOVE MOVE-QTY-WS TO SLGR-QUANTITY-OUT.
           MOVE PART-QUANTITY-IN-HAND-MS TO SLGR-BEFORE-QTY-OUT.
           MOVE NEW-QUANTITY-WS TO SLGR-AFTER-QTY-OUT.
           MOVE "KITBUILD" TO SLGR-SOURCE-PROGRAM-OUT.
           WRITE STOCK-LEDGER-RECORD-OUT.

      *JOURNAL THE PRIOR RECORD IMAGE AND THE IMAGE ABOUT TO GO ON
      *FILE, AHEAD OF THE REWRITE IT BELONGS TO
       900-WRITE-INVENT-JOURNAL.
           ACCEPT JRNL-STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRNL-STAMP-TIME-WS FROM TIME.
           MOVE "R" TO JRNL-ACTION-OUT.
           MOVE JRNL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE-OUT.
           MOVE INVENT-RECORD-MS TO JRNL-AFTER-IMAGE-OUT.
           MOVE "KITBUILD" TO JRNL-PROGRAM-OUT.
           COMPUTE JRNL-STAMP-OUT =
               JRNL-STAMP-DATE-WS * 1000000 + JRNL-STAMP-HHMMSS-WS.
           WRITE INVENT-JOURNAL-RECORD-OUT.

      *RECORD THE KIT COST CHANGE ON THE KITS ON HAND ONCE THE
      *MOVEMENT IS POSTED. THE LEDGER CARRIES THE NEWLY BUILT KITS
      *IN AT THE OLD COST, SO THE REVALUATION COVERS THEM AS WELL AS
      *THE KITS ALREADY ON HAND AND BRINGS ALL OF THEM TO THE NEW COST
       900-WRITE-REVAL-HISTORY-OUT.
           COMPUTE NEW-QUANTITY-WS =
               PART-QUANTITY-IN-HAND-MS + MOVE-QTY-WS.
           MOVE RUN-DATE-WS TO RVHST-RUN-DATE-OUT.
           MOVE PART-NUMBER-MS TO RVHST-PART-NUMBER-OUT.
           MOVE PART-UNIT-PRICE-MS TO RVHST-OLD-PRICE-OUT.
           MOVE NEW-UNIT-COST-WS TO RVHST-NEW-PRICE-OUT.
           MOVE NEW-QUANTITY-WS TO RVHST-QUANTITY-OUT.
           COMPUTE RVHST-VALUE-DELTA-OUT =
               NEW-QUANTITY-WS
               * (NEW-UNIT-COST-WS - PART-UNIT-PRICE-MS).
           MOVE BUILD-DATE-WS TO RVHST-EFFECTIVE-DATE-OUT.
           WRITE REVAL-HISTORY-RECORD-OUT.

      *WRITE ONE REGISTER LINE FOR THE POSTED TRANSACTION
       900-WRITE-KIT-REGISTER-OUT.
           MOVE BUILD-DATE-WS TO KREG-BUILD-DATE-OUT.
           MOVE KTRN-ACTION-IN TO KREG-ACTION-OUT.
           MOVE KTRN-KIT-PART-IN TO KREG-KIT-PART-OUT.
           MOVE KIT-QUANTITY-WS TO KREG-QUANTITY-OUT.
           MOVE BUILT-UNIT-COST-WS TO KREG-BUILT-COST-OUT.
           MOVE KIT-OLD-PRICE-WS TO KREG-OLD-PRICE-OUT.
           MOVE NEW-UNIT-COST-WS TO KREG-NEW-PRICE-OUT.
           WRITE KIT-REGISTER-RECORD-OUT.

      *WRITE A REJECTED KIT TRANSACTION WITH ITS REASON CODE
       900-WRITE-KIT-REJECT-OUT.
           MOVE KIT-TRAN-RECORD-IN TO KIT-REJECT-DATA-OUT.
           MOVE KIT-REJECT-REASON-WS TO KIT-REJECT-REASON-OUT.
           WRITE KIT-REJECT-RECORD-OUT.
           ADD 1 TO KIT-REJECT-CTR.
