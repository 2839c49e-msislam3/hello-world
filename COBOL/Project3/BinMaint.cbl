       IDENTIFICATION DIVISION.
       PROGRAM-ID. BinMaint.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE-IN
               ASSIGN TO DYNAMIC INVENT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER-IN
               FILE STATUS IS INVENT-FILE-STATUS-WS.

           SELECT OPTIONAL BIN-LOCATION-IO
               ASSIGN TO
               "BINLOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BIN-TRAN-FILE-IN
               ASSIGN TO
               "BINTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BIN-REJECT-OUT
               ASSIGN TO
               "BIN-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BIN-AUDIT-OUT
               ASSIGN TO
               "BINAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO
               "RUNLOG.TXT"
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

      *ONE RECORD PER BIN A PART IS KEPT IN: ONE PRIMARY BIN (TYPE P)
      *AND ANY NUMBER OF OVERFLOW BINS (TYPE O). ONLY AN OVERFLOW BIN
      *CARRIES A QUANTITY; THE PRIMARY BIN HOLDS WHATEVER OF THE
      *MASTER QUANTITY ON HAND IS NOT IN OVERFLOW, SO RECEIPTS, ISSUES
      *AND ADJUSTMENTS NEED NOT KNOW ABOUT BINS AT ALL
       FD  BIN-LOCATION-IO
           RECORD CONTAINS 32 CHARACTERS.
       01  BIN-LOCATION-RECORD.
           05  BINL-PART-NUMBER           PIC 9(5).
           05  BINL-LOCATION.
               10  BINL-SITE              PIC X(5).
               10  BINL-AISLE             PIC X(3).
               10  BINL-BAY               PIC X(3).
               10  BINL-LEVEL             PIC X(2).
           05  BINL-TYPE                  PIC X.
           05  BINL-QUANTITY              PIC 9(5).
           05  BINL-ASSIGNED-DATE         PIC 9(8).

      *A ASSIGNS A BIN TO A PART, M MOVES STOCK FROM ONE OF THE
      *PART'S BINS TO ANOTHER, P MAKES AN ASSIGNED BIN THE PRIMARY,
      *AND D DROPS AN EMPTY BIN
       FD  BIN-TRAN-FILE-IN
           RECORD CONTAINS 38 CHARACTERS.
       01  BIN-TRAN-RECORD-IN.
           05  BTRN-ACTION-IN             PIC X.
           05  BTRN-PART-NUMBER-IN        PIC X(5).
           05  BTRN-LOCATION-IN.
               10  BTRN-SITE-IN           PIC X(5).
               10  BTRN-AISLE-IN          PIC X(3).
               10  BTRN-BAY-IN            PIC X(3).
               10  BTRN-LEVEL-IN          PIC X(2).
           05  BTRN-BIN-TYPE-IN           PIC X.
           05  BTRN-TO-LOCATION-IN.
               10  BTRN-TO-SITE-IN        PIC X(5).
               10  BTRN-TO-AISLE-IN       PIC X(3).
               10  BTRN-TO-BAY-IN         PIC X(3).
               10  BTRN-TO-LEVEL-IN       PIC X(2).
           05  BTRN-QUANTITY-IN           PIC X(5).

       FD  BIN-REJECT-OUT
           RECORD CONTAINS 63 CHARACTERS.
       01  BIN-REJECT-RECORD-OUT.
           05  BIN-REJECT-DATA-OUT        PIC X(38).
           05  FILLER                     PIC X VALUE SPACES.
           05  BIN-REJECT-REASON-OUT      PIC X(24).

       FD  BIN-AUDIT-OUT
           RECORD CONTAINS 43 CHARACTERS.
       01  BIN-AUDIT-RECORD-OUT.
           05  BIN-AUDIT-DATE-OUT         PIC 9(8).
           05  FILLER                     PIC X VALUE SPACES.
           05  BIN-AUDIT-ACTION-OUT       PIC X.
           05  FILLER                     PIC X VALUE SPACES.
           05  BIN-AUDIT-IMAGE-OUT        PIC X(32).

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
       01  BIN-TRAN-EOF-FLAG           PIC A(3) VALUE SPACES.
       01  BIN-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  INVENT-FILE-NAME-WS         PIC X(40) VALUE "INVENT.TXT".
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  BIN-REJECT-REASON-WS        PIC X(24) VALUE SPACES.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  BIN-TRAN-IN-CTR             PIC 9(7) VALUE 0.
       01  BIN-APPLIED-CTR             PIC 9(7) VALUE 0.
       01  BIN-REJECT-CTR              PIC 9(7) VALUE 0.
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

      *THE BIN FILE, LOADED AT JOB START AND WRITTEN BACK AT END OF
      *JOB; A DROPPED BIN IS MARKED TYPE X AND LEFT OFF THE REWRITE.
      *ON OVERFLOW EVERY TRANSACTION IS REFUSED AND THE FILE LEFT
      *UNTOUCHED SO A REWRITE FROM A PARTIAL TABLE CANNOT LOSE BINS
       01  BIN-TABLE-WS.
           05  BIN-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  BIN-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  BIN-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BIN-TBL-IDX.
               10  BIN-PART-TBL        PIC 9(5).
               10  BIN-LOCATION-TBL    PIC X(13).
               10  BIN-TYPE-TBL        PIC X.
               10  BIN-QTY-TBL         PIC 9(5).
               10  BIN-DATE-TBL        PIC 9(8).
       01  BIN-OVERFLOW-FLAG-WS        PIC X VALUE "N".
       01  BIN-UPDATED-FLAG-WS         PIC X VALUE "N".

      *ONE BIN FILE RECORD BUILT FROM A TABLE ENTRY, FOR THE REWRITE
      *AND FOR THE AUDIT IMAGE; THE FILE'S OWN RECORD AREA IS NOT
      *USED WHILE THE FILE IS CLOSED
       01  BIN-IMAGE-WS.
           05  BIN-PART-WS             PIC 9(5).
           05  BIN-LOCATION-WS         PIC X(13).
           05  BIN-TYPE-WS             PIC X.
           05  BIN-QUANTITY-WS         PIC 9(5).
           05  BIN-ASSIGNED-DATE-WS    PIC 9(8).

      *BIN LOOKUP RESULTS FOR THE TRANSACTION IN HAND
       01  SEARCH-LOCATION-WS          PIC X(13) VALUE SPACES.
       01  FOUND-BIN-IDX-WS            PIC 9(4) VALUE 0.
       01  FROM-BIN-IDX-WS             PIC 9(4) VALUE 0.
       01  TO-BIN-IDX-WS               PIC 9(4) VALUE 0.
       01  PRIMARY-BIN-IDX-WS          PIC 9(4) VALUE 0.
       01  OVERFLOW-QTY-SUM-WS         PIC 9(7) VALUE 0.
       01  PRIMARY-QTY-WS              PIC S9(7) VALUE 0.
       01  FROM-BIN-QTY-WS             PIC S9(7) VALUE 0.
       01  MOVE-QTY-WS                 PIC 9(5) VALUE 0.
       01  NEW-BIN-QTY-WS              PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       100-MAINT-BIN-LOCATIONS.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-BIN-MAINT.

           PERFORM 200-PROCESS-BIN-TRAN
               UNTIL BIN-TRAN-EOF-FLAG = "YES".

           PERFORM 200-TERM-BIN-MAINT.
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
               BIN-APPLIED-CTR + BIN-REJECT-CTR.
           IF BIN-TRAN-IN-CTR = RECORD-COUNT-CHECK-WS
               MOVE "IN BALANCE" TO CONTROL-TOTAL-STATUS-WS
           ELSE
               MOVE "OUT OF BAL" TO CONTROL-TOTAL-STATUS-WS.

      *APPEND ONE RECORD TO THE SHARED BATCH RUN LOG SO THE SHIFT
      *OPERATOR AND THE RUN CONTROLLER CAN SEE EVERY JOB, ITS COUNTS
      *AND ITS BALANCE STATUS IN ONE PLACE
       700-WRITE-RUN-LOG.
           PERFORM 700-RECONCILE-RECORD-COUNTS.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-END-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.
           OPEN EXTEND RUN-LOG-OUT.
           MOVE "BINMAINT" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "BINTRAN.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE BIN-TRAN-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE BIN-APPLIED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE BIN-REJECT-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *INITIATES BIN LOCATION MAINTENANCE JOB
       200-INITIATE-BIN-MAINT.
           PERFORM 700-GET-SITE-FILE-NAMES.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-BIN-TABLE.
           PERFORM 700-READ-BIN-TRAN-RECORD.

      *APPLY ONE BIN TRANSACTION THEN READ THE NEXT ONE
       200-PROCESS-BIN-TRAN.
           ADD 1 TO BIN-TRAN-IN-CTR.
           PERFORM 700-EDIT-BIN-TRAN-RECORD.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-CHECK-PART-ON-MASTER
           END-IF.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-APPLY-BIN-TRAN
           ELSE
               PERFORM 900-WRITE-BIN-REJECT-OUT
           END-IF.
           PERFORM 700-READ-BIN-TRAN-RECORD.

      *WRITE THE BIN FILE BACK AND CLOSE THE FILES
       200-TERM-BIN-MAINT.
           PERFORM 700-REWRITE-BIN-FILE.
           CLOSE INVENT-FILE-IN.
           CLOSE BIN-TRAN-FILE-IN.
           CLOSE BIN-REJECT-OUT.
           CLOSE BIN-AUDIT-OUT.

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
           OPEN INPUT INVENT-FILE-IN.
           OPEN INPUT BIN-TRAN-FILE-IN.
           OPEN OUTPUT BIN-REJECT-OUT.
           OPEN EXTEND BIN-AUDIT-OUT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

      *LOAD EVERY BIN ASSIGNMENT
       700-LOAD-BIN-TABLE.
           OPEN INPUT BIN-LOCATION-IO.
           PERFORM UNTIL BIN-EOF-FLAG = "YES"
               READ BIN-LOCATION-IO
                   AT END MOVE "YES" TO BIN-EOF-FLAG
                   NOT AT END
                       IF BIN-TBL-COUNT-WS < BIN-TBL-MAX-WS
                           ADD 1 TO BIN-TBL-COUNT-WS
                           SET BIN-TBL-IDX TO BIN-TBL-COUNT-WS
                           MOVE BINL-PART-NUMBER TO
                               BIN-PART-TBL (BIN-TBL-IDX)
                           MOVE BINL-LOCATION TO
                               BIN-LOCATION-TBL (BIN-TBL-IDX)
                           MOVE BINL-TYPE TO BIN-TYPE-TBL (BIN-TBL-IDX)
                           MOVE BINL-QUANTITY TO
                               BIN-QTY-TBL (BIN-TBL-IDX)
                           MOVE BINL-ASSIGNED-DATE TO
                               BIN-DATE-TBL (BIN-TBL-IDX)
                       ELSE
                           MOVE "Y" TO BIN-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BIN-LOCATION-IO.

      *WRITE THE BIN FILE BACK WITHOUT THE DROPPED BINS; IF THE LOAD
      *OVERFLOWED NOTHING WAS APPLIED AND THE FILE IS LEFT AS IT IS
       700-REWRITE-BIN-FILE.
           IF BIN-UPDATED-FLAG-WS = "Y"
               AND BIN-OVERFLOW-FLAG-WS NOT = "Y"
               OPEN OUTPUT BIN-LOCATION-IO
               PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                       UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
                   IF BIN-TYPE-TBL (BIN-TBL-IDX) NOT = "X"
                       PERFORM 900-BUILD-BIN-RECORD
                       WRITE BIN-LOCATION-RECORD FROM BIN-IMAGE-WS
                   END-IF
               END-PERFORM
               CLOSE BIN-LOCATION-IO
           END-IF.

      *READ ONE BIN MAINTENANCE TRANSACTION RECORD
       700-READ-BIN-TRAN-RECORD.
           READ BIN-TRAN-FILE-IN
               AT END MOVE "YES" TO BIN-TRAN-EOF-FLAG
           END-READ.

      *EDIT THE ACTION, PART AND BIN FIELDS OF A TRANSACTION
       700-EDIT-BIN-TRAN-RECORD.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO BIN-REJECT-REASON-WS.
           IF BIN-OVERFLOW-FLAG-WS = "Y"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BIN TABLE FULL" TO BIN-REJECT-REASON-WS
           ELSE
               IF BTRN-ACTION-IN NOT = "A" AND BTRN-ACTION-IN NOT = "M"
                       AND BTRN-ACTION-IN NOT = "P"
                       AND BTRN-ACTION-IN NOT = "D"
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD ACTION CODE" TO BIN-REJECT-REASON-WS
               ELSE
                   IF BTRN-PART-NUMBER-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD PART NUMBER" TO BIN-REJECT-REASON-WS
                   ELSE
                       PERFORM 700-EDIT-BIN-LOCATION-FIELDS.

      *EVERY PART OF A BIN LOCATION MUST BE KEYED; AN ASSIGNMENT
      *NEEDS A BIN TYPE AND A MOVE NEEDS A TARGET BIN AND QUANTITY
       700-EDIT-BIN-LOCATION-FIELDS.
           IF BTRN-SITE-IN = SPACES OR BTRN-AISLE-IN = SPACES
                   OR BTRN-BAY-IN = SPACES OR BTRN-LEVEL-IN = SPACES
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "INCOMPLETE BIN LOCATION" TO BIN-REJECT-REASON-WS
           ELSE
               EVALUATE BTRN-ACTION-IN
                   WHEN "A"
                       IF BTRN-BIN-TYPE-IN NOT = "P"
                               AND BTRN-BIN-TYPE-IN NOT = "O"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BAD BIN TYPE" TO BIN-REJECT-REASON-WS
                       END-IF
                   WHEN "M"
                       PERFORM 700-EDIT-BIN-MOVE-FIELDS
               END-EVALUATE
           END-IF.

      *EDIT THE TARGET BIN AND QUANTITY OF A STOCK MOVE
       700-EDIT-BIN-MOVE-FIELDS.
           IF BTRN-TO-SITE-IN = SPACES OR BTRN-TO-AISLE-IN = SPACES
                   OR BTRN-TO-BAY-IN = SPACES
                   OR BTRN-TO-LEVEL-IN = SPACES
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "INCOMPLETE TARGET BIN" TO BIN-REJECT-REASON-WS
           ELSE
               IF BTRN-TO-LOCATION-IN = BTRN-LOCATION-IN
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "SAME FROM AND TO BIN" TO BIN-REJECT-REASON-WS
               ELSE
                   IF BTRN-QUANTITY-IN NOT NUMERIC
                           OR BTRN-QUANTITY-IN = "00000"
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD MOVE QUANTITY" TO
                           BIN-REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

      *THE PART MUST BE ON THE MASTER, AND A NEW BIN CANNOT BE GIVEN
      *TO A RETIRED PART
       700-CHECK-PART-ON-MASTER.
           MOVE BTRN-PART-NUMBER-IN TO PART-NUMBER-IN.
           READ INVENT-FILE-IN
               INVALID KEY
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "PART NOT FOUND" TO BIN-REJECT-REASON-WS
               NOT INVALID KEY
                   IF PART-STATUS-IN = "I" AND BTRN-ACTION-IN = "A"
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "PART RETIRED" TO BIN-REJECT-REASON-WS
                   END-IF
           END-READ.

      *ROUTE AN EDITED TRANSACTION TO ITS ASSIGN/MOVE/PRIMARY/DROP
      *LOGIC, AFTER WORKING OUT WHAT THE PART'S PRIMARY BIN HOLDS
       700-APPLY-BIN-TRAN.
           PERFORM 900-FIND-PART-PRIMARY-QTY.
           MOVE BTRN-LOCATION-IN TO SEARCH-LOCATION-WS.
           PERFORM 900-FIND-PART-BIN.
           EVALUATE BTRN-ACTION-IN
               WHEN "A"
                   PERFORM 700-ASSIGN-BIN
               WHEN "M"
                   PERFORM 700-MOVE-BIN-STOCK
               WHEN "P"
                   PERFORM 700-SET-PRIMARY-BIN
               WHEN OTHER
                   PERFORM 700-DROP-BIN
           END-EVALUATE.

      *ASSIGN A NEW EMPTY BIN; A PART HAS AT MOST ONE PRIMARY BIN
       700-ASSIGN-BIN.
           IF FOUND-BIN-IDX-WS > 0
               MOVE "BIN ALREADY ASSIGNED" TO BIN-REJECT-REASON-WS
               PERFORM 900-WRITE-BIN-REJECT-OUT
           ELSE
               IF BTRN-BIN-TYPE-IN = "P" AND PRIMARY-BIN-IDX-WS > 0
                   MOVE "PRIMARY BIN ALREADY SET" TO
                       BIN-REJECT-REASON-WS
                   PERFORM 900-WRITE-BIN-REJECT-OUT
               ELSE
                   IF BIN-TBL-COUNT-WS NOT < BIN-TBL-MAX-WS
                       MOVE "BIN TABLE FULL" TO BIN-REJECT-REASON-WS
                       PERFORM 900-WRITE-BIN-REJECT-OUT
                   ELSE
                       ADD 1 TO BIN-TBL-COUNT-WS
                       SET BIN-TBL-IDX TO BIN-TBL-COUNT-WS
                       MOVE PART-NUMBER-IN TO
                           BIN-PART-TBL (BIN-TBL-IDX)
                       MOVE BTRN-LOCATION-IN TO
                           BIN-LOCATION-TBL (BIN-TBL-IDX)
                       MOVE BTRN-BIN-TYPE-IN TO
                           BIN-TYPE-TBL (BIN-TBL-IDX)
                       MOVE 0 TO BIN-QTY-TBL (BIN-TBL-IDX)
                       MOVE RUN-DATE-WS TO BIN-DATE-TBL (BIN-TBL-IDX)
                       PERFORM 900-NOTE-BIN-APPLIED
                   END-IF
               END-IF
           END-IF.

      *MOVE STOCK BETWEEN TWO OF THE PART'S BINS. THE PRIMARY BIN'S
      *CONTENT IS WHAT IS LEFT OVER, SO ONLY OVERFLOW QUANTITIES ARE
      *ACTUALLY CHANGED
       700-MOVE-BIN-STOCK.
           MOVE FOUND-BIN-IDX-WS TO FROM-BIN-IDX-WS.
           MOVE BTRN-TO-LOCATION-IN TO SEARCH-LOCATION-WS.
           PERFORM 900-FIND-PART-BIN.
           MOVE FOUND-BIN-IDX-WS TO TO-BIN-IDX-WS.
           MOVE BTRN-QUANTITY-IN TO MOVE-QTY-WS.
           IF FROM-BIN-IDX-WS = 0
               MOVE "FROM BIN NOT ASSIGNED" TO BIN-REJECT-REASON-WS
               PERFORM 900-WRITE-BIN-REJECT-OUT
           ELSE
               IF TO-BIN-IDX-WS = 0
                   MOVE "TO BIN NOT ASSIGNED" TO BIN-REJECT-REASON-WS
                   PERFORM 900-WRITE-BIN-REJECT-OUT
               ELSE
                   PERFORM 700-CHECK-AND-MOVE-QTY
               END-IF
           END-IF.

      *THE FROM BIN MUST HOLD THE QUANTITY AND THE TO BIN MUST HAVE
      *ROOM IN ITS QUANTITY FIELD
       700-CHECK-AND-MOVE-QTY.
           IF BIN-TYPE-TBL (FROM-BIN-IDX-WS) = "P"
               MOVE PRIMARY-QTY-WS TO FROM-BIN-QTY-WS
           ELSE
               MOVE BIN-QTY-TBL (FROM-BIN-IDX-WS) TO FROM-BIN-QTY-WS
           END-IF.
           COMPUTE NEW-BIN-QTY-WS =
               BIN-QTY-TBL (TO-BIN-IDX-WS) + MOVE-QTY-WS.
           IF FROM-BIN-QTY-WS < MOVE-QTY-WS
               MOVE "NOT ENOUGH STOCK IN BIN" TO BIN-REJECT-REASON-WS
               PERFORM 900-WRITE-BIN-REJECT-OUT
           ELSE
               IF BIN-TYPE-TBL (TO-BIN-IDX-WS) = "O"
                       AND NEW-BIN-QTY-WS > 99999
                   MOVE "RESULT EXCEEDS MAXIMUM" TO
                       BIN-REJECT-REASON-WS
                   PERFORM 900-WRITE-BIN-REJECT-OUT
               ELSE
                   IF BIN-TYPE-TBL (FROM-BIN-IDX-WS) = "O"
                       SUBTRACT MOVE-QTY-WS FROM
                           BIN-QTY-TBL (FROM-BIN-IDX-WS)
                   END-IF
                   IF BIN-TYPE-TBL (TO-BIN-IDX-WS) = "O"
                       ADD MOVE-QTY-WS TO BIN-QTY-TBL (TO-BIN-IDX-WS)
                   END-IF
                   SET BIN-TBL-IDX TO FROM-BIN-IDX-WS
                   PERFORM 900-NOTE-BIN-APPLIED
                   SET BIN-TBL-IDX TO TO-BIN-IDX-WS
                   PERFORM 900-WRITE-BIN-AUDIT-OUT
               END-IF
           END-IF.

      *MAKE AN ASSIGNED OVERFLOW BIN THE PRIMARY. THE OLD PRIMARY
      *BECOMES AN OVERFLOW BIN HOLDING WHAT IT HELD, AND THE NEW
      *PRIMARY'S QUANTITY FOLDS INTO THE LEFT-OVER BALANCE
       700-SET-PRIMARY-BIN.
           IF FOUND-BIN-IDX-WS = 0
               MOVE "BIN NOT ASSIGNED" TO BIN-REJECT-REASON-WS
               PERFORM 900-WRITE-BIN-REJECT-OUT
           ELSE
               IF BIN-TYPE-TBL (FOUND-BIN-IDX-WS) = "P"
                   MOVE "BIN ALREADY PRIMARY" TO BIN-REJECT-REASON-WS
                   PERFORM 900-WRITE-BIN-REJECT-OUT
               ELSE
                   IF PRIMARY-BIN-IDX-WS > 0
                       MOVE "O" TO BIN-TYPE-TBL (PRIMARY-BIN-IDX-WS)
                       IF PRIMARY-QTY-WS > 0
                           MOVE PRIMARY-QTY-WS TO
                               BIN-QTY-TBL (PRIMARY-BIN-IDX-WS)
                       ELSE
                           MOVE 0 TO BIN-QTY-TBL (PRIMARY-BIN-IDX-WS)
                       END-IF
                       SET BIN-TBL-IDX TO PRIMARY-BIN-IDX-WS
                       PERFORM 900-WRITE-BIN-AUDIT-OUT
                   END-IF
                   MOVE "P" TO BIN-TYPE-TBL (FOUND-BIN-IDX-WS)
                   MOVE 0 TO BIN-QTY-TBL (FOUND-BIN-IDX-WS)
                   SET BIN-TBL-IDX TO FOUND-BIN-IDX-WS
                   PERFORM 900-NOTE-BIN-APPLIED
               END-IF
           END-IF.

      *DROP A BIN ASSIGNMENT; ONLY AN EMPTY BIN CAN BE DROPPED
       700-DROP-BIN.
           IF FOUND-BIN-IDX-WS = 0
               MOVE "BIN NOT ASSIGNED" TO BIN-REJECT-REASON-WS
               PERFORM 900-WRITE-BIN-REJECT-OUT
           ELSE
               IF (BIN-TYPE-TBL (FOUND-BIN-IDX-WS) = "O"
                       AND BIN-QTY-TBL (FOUND-BIN-IDX-WS) > 0)
                   OR (BIN-TYPE-TBL (FOUND-BIN-IDX-WS) = "P"
                       AND PRIMARY-QTY-WS > 0)
                   MOVE "BIN NOT EMPTY" TO BIN-REJECT-REASON-WS
                   PERFORM 900-WRITE-BIN-REJECT-OUT
               ELSE
                   SET BIN-TBL-IDX TO FOUND-BIN-IDX-WS
                   PERFORM 900-NOTE-BIN-APPLIED
                   MOVE "X" TO BIN-TYPE-TBL (FOUND-BIN-IDX-WS)
               END-IF
           END-IF.

      *FIND THE PART'S PRIMARY BIN AND WHAT IT HOLDS: THE MASTER
      *QUANTITY ON HAND LESS EVERYTHING IN THE PART'S OVERFLOW BINS
       900-FIND-PART-PRIMARY-QTY.
           MOVE 0 TO PRIMARY-BIN-IDX-WS.
           MOVE 0 TO OVERFLOW-QTY-SUM-WS.
           PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                   UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
               IF BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-IN
                   EVALUATE BIN-TYPE-TBL (BIN-TBL-IDX)
                       WHEN "P"
                           SET PRIMARY-BIN-IDX-WS TO BIN-TBL-IDX
                       WHEN "O"
                           ADD BIN-QTY-TBL (BIN-TBL-IDX) TO
                               OVERFLOW-QTY-SUM-WS
                   END-EVALUATE
               END-IF
           END-PERFORM.
           COMPUTE PRIMARY-QTY-WS =
               PART-QUANTITY-IN-HAND-IN - OVERFLOW-QTY-SUM-WS.

      *FIND THE PART'S BIN AT THE SEARCH LOCATION, IF ASSIGNED
       900-FIND-PART-BIN.
           MOVE 0 TO FOUND-BIN-IDX-WS.
           SET BIN-TBL-IDX TO 1.
           SEARCH BIN-TBL-ENTRY
               VARYING BIN-TBL-IDX
               AT END
                   CONTINUE
               WHEN BIN-TBL-IDX > BIN-TBL-COUNT-WS
                   CONTINUE
               WHEN BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-IN
                   AND BIN-LOCATION-TBL (BIN-TBL-IDX) =
                       SEARCH-LOCATION-WS
                   AND BIN-TYPE-TBL (BIN-TBL-IDX) NOT = "X"
                   SET FOUND-BIN-IDX-WS TO BIN-TBL-IDX
           END-SEARCH.

      *COUNT AN APPLIED TRANSACTION AND AUDIT THE BIN IT CHANGED
       900-NOTE-BIN-APPLIED.
           MOVE "Y" TO BIN-UPDATED-FLAG-WS.
           ADD 1 TO BIN-APPLIED-CTR.
           PERFORM 900-WRITE-BIN-AUDIT-OUT.

      *BUILD A BIN FILE RECORD FROM THE CURRENT TABLE ENTRY
       900-BUILD-BIN-RECORD.
           MOVE BIN-PART-TBL (BIN-TBL-IDX) TO BIN-PART-WS.
           MOVE BIN-LOCATION-TBL (BIN-TBL-IDX) TO BIN-LOCATION-WS.
           MOVE BIN-TYPE-TBL (BIN-TBL-IDX) TO BIN-TYPE-WS.
           MOVE BIN-QTY-TBL (BIN-TBL-IDX) TO BIN-QUANTITY-WS.
           MOVE BIN-DATE-TBL (BIN-TBL-IDX) TO BIN-ASSIGNED-DATE-WS.

      *WRITE A REJECTED BIN TRANSACTION WITH ITS REASON CODE
       900-WRITE-BIN-REJECT-OUT.
           MOVE BIN-TRAN-RECORD-IN TO BIN-REJECT-DATA-OUT.
           MOVE BIN-REJECT-REASON-WS TO BIN-REJECT-REASON-OUT.
           WRITE BIN-REJECT-RECORD-OUT.
           ADD 1 TO BIN-REJECT-CTR.

      *WRITE ONE AUDIT LINE WITH THE BIN AS IT NOW STANDS
       900-WRITE-BIN-AUDIT-OUT.
           PERFORM 900-BUILD-BIN-RECORD.
           MOVE RUN-DATE-WS TO BIN-AUDIT-DATE-OUT.
           MOVE BTRN-ACTION-IN TO BIN-AUDIT-ACTION-OUT.
           MOVE BIN-IMAGE-WS TO BIN-AUDIT-IMAGE-OUT.
           WRITE BIN-AUDIT-RECORD-OUT.
