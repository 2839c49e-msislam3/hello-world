       IDENTIFICATION DIVISION.
       PROGRAM-ID. BomMaint.
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

           SELECT OPTIONAL BILL-OF-MATERIAL-IO
               ASSIGN TO
               "BOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOM-TRAN-FILE-IN
               ASSIGN TO
               "BOMTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOM-REJECT-OUT
               ASSIGN TO
               "BOM-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BOM-AUDIT-OUT
               ASSIGN TO
               "BOMAUDIT.TXT"
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

      *ONE RECORD PER COMPONENT OF A KIT THAT IS BUILT IN-HOUSE: THE
      *KIT PART NUMBER, THE COMPONENT PART NUMBER AND HOW MANY OF THE
      *COMPONENT GO INTO ONE KIT. A COMPONENT MAY ITSELF BE A KIT
       FD  BILL-OF-MATERIAL-IO
           RECORD CONTAINS 13 CHARACTERS.
       01  BILL-OF-MATERIAL-RECORD.
           05  BOM-KIT-PART-NUMBER        PIC 9(5).
           05  BOM-COMP-PART-NUMBER       PIC 9(5).
           05  BOM-QTY-PER-KIT            PIC 9(3).

      *A ADDS A COMPONENT LINE TO A KIT, C CHANGES THE QUANTITY PER
      *KIT ON AN EXISTING LINE AND D DELETES A LINE
       FD  BOM-TRAN-FILE-IN
           RECORD CONTAINS 14 CHARACTERS.
       01  BOM-TRAN-RECORD-IN.
           05  BMTR-ACTION-IN             PIC X.
           05  BMTR-KIT-PART-IN           PIC X(5).
           05  BMTR-COMP-PART-IN          PIC X(5).
           05  BMTR-QTY-PER-KIT-IN        PIC X(3).

       FD  BOM-REJECT-OUT
           RECORD CONTAINS 39 CHARACTERS.
       01  BOM-REJECT-RECORD-OUT.
           05  BOM-REJECT-DATA-OUT        PIC X(14).
           05  FILLER                     PIC X VALUE SPACES.
           05  BOM-REJECT-REASON-OUT      PIC X(24).

       FD  BOM-AUDIT-OUT
           RECORD CONTAINS 24 CHARACTERS.
       01  BOM-AUDIT-RECORD-OUT.
           05  BOM-AUDIT-DATE-OUT         PIC 9(8).
           05  FILLER                     PIC X VALUE SPACES.
           05  BOM-AUDIT-ACTION-OUT       PIC X.
           05  FILLER                     PIC X VALUE SPACES.
           05  BOM-AUDIT-IMAGE-OUT        PIC X(13).

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
       01  BOM-TRAN-EOF-FLAG           PIC A(3) VALUE SPACES.
       01  BOM-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  INVENT-FILE-NAME-WS         PIC X(40) VALUE "INVENT.TXT".
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  BOM-REJECT-REASON-WS        PIC X(24) VALUE SPACES.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  BOM-TRAN-IN-CTR             PIC 9(7) VALUE 0.
       01  BOM-APPLIED-CTR             PIC 9(7) VALUE 0.
       01  BOM-REJECT-CTR              PIC 9(7) VALUE 0.
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

      *THE BILL OF MATERIALS, LOADED AT JOB START AND WRITTEN BACK AT
      *END OF JOB; A DELETED LINE IS MARKED AND LEFT OFF THE REWRITE.
      *ON OVERFLOW EVERY TRANSACTION IS REFUSED AND THE FILE LEFT
      *UNTOUCHED SO A REWRITE FROM A PARTIAL TABLE CANNOT LOSE LINES
       01  BOM-TABLE-WS.
           05  BOM-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  BOM-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  BOM-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BOM-TBL-IDX.
               10  BOM-KIT-PART-TBL    PIC 9(5).
               10  BOM-COMP-PART-TBL   PIC 9(5).
               10  BOM-QTY-PER-TBL     PIC 9(3).
               10  BOM-DELETED-TBL     PIC X.
       01  BOM-OVERFLOW-FLAG-WS        PIC X VALUE "N".
       01  BOM-UPDATED-FLAG-WS         PIC X VALUE "N".
       01  FOUND-BOM-IDX-WS            PIC 9(4) VALUE 0.

      *ONE BILL OF MATERIALS LINE BUILT FROM A TABLE ENTRY, FOR THE
      *REWRITE AND FOR THE AUDIT IMAGE; THE FILE'S OWN RECORD AREA IS
      *NOT USED WHILE THE FILE IS CLOSED
       01  BOM-IMAGE-WS.
           05  BOM-KIT-PART-WS         PIC 9(5).
           05  BOM-COMP-PART-WS        PIC 9(5).
           05  BOM-QTY-PER-WS          PIC 9(3).

      *PARTS STILL TO BE EXPANDED WHILE WALKING DOWN FROM A NEW
      *COMPONENT LOOKING FOR THE KIT IT IS BEING ADDED TO; REACHING
      *THE KIT MEANS THE NEW LINE WOULD MAKE THE KIT CONTAIN ITSELF
       01  WALK-STACK-WS.
           05  WALK-STACK-COUNT-WS     PIC 9(4) VALUE 0.
           05  WALK-STACK-MAX-WS       PIC 9(4) VALUE 500.
           05  WALK-STACK-ENTRY OCCURS 500 TIMES
                   INDEXED BY WALK-STACK-IDX.
               10  WALK-PART-TBL       PIC 9(5).
       01  WALK-PART-WS                PIC 9(5) VALUE 0.
       01  WALK-STEP-CTR               PIC 9(5) VALUE 0.
       01  WALK-STEP-MAX-WS            PIC 9(5) VALUE 20000.
       01  WALK-RESULT-FLAG-WS         PIC X VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINT-BILL-OF-MATERIALS.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-BOM-MAINT.

           PERFORM 200-PROCESS-BOM-TRAN
               UNTIL BOM-TRAN-EOF-FLAG = "YES".

           PERFORM 200-TERM-BOM-MAINT.
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
               BOM-APPLIED-CTR + BOM-REJECT-CTR.
           IF BOM-TRAN-IN-CTR = RECORD-COUNT-CHECK-WS
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
           MOVE "BOMMAINT" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "BOMTRAN.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE BOM-TRAN-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE BOM-APPLIED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE BOM-REJECT-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *INITIATES BILL OF MATERIALS MAINTENANCE JOB
       200-INITIATE-BOM-MAINT.
           PERFORM 700-GET-SITE-FILE-NAMES.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-BOM-TABLE.
           PERFORM 700-READ-BOM-TRAN-RECORD.

      *APPLY ONE BILL OF MATERIALS TRANSACTION THEN READ THE NEXT ONE
       200-PROCESS-BOM-TRAN.
           ADD 1 TO BOM-TRAN-IN-CTR.
           PERFORM 700-EDIT-BOM-TRAN-RECORD.
           IF EDIT-VALID-FLAG-WS = "Y"
               AND BMTR-ACTION-IN NOT = "D"
               PERFORM 700-CHECK-PARTS-ON-MASTER
           END-IF.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-APPLY-BOM-TRAN
           ELSE
               PERFORM 900-WRITE-BOM-REJECT-OUT
           END-IF.
           PERFORM 700-READ-BOM-TRAN-RECORD.

      *WRITE THE BILL OF MATERIALS BACK AND CLOSE THE FILES
       200-TERM-BOM-MAINT.
           PERFORM 700-REWRITE-BOM-FILE.
           CLOSE INVENT-FILE-IN.
           CLOSE BOM-TRAN-FILE-IN.
           CLOSE BOM-REJECT-OUT.
           CLOSE BOM-AUDIT-OUT.

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
           OPEN INPUT BOM-TRAN-FILE-IN.
           OPEN OUTPUT BOM-REJECT-OUT.
           OPEN EXTEND BOM-AUDIT-OUT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

      *LOAD EVERY BILL OF MATERIALS LINE
       700-LOAD-BOM-TABLE.
           OPEN INPUT BILL-OF-MATERIAL-IO.
           PERFORM UNTIL BOM-EOF-FLAG = "YES"
               READ BILL-OF-MATERIAL-IO
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
                           MOVE "N" TO BOM-DELETED-TBL (BOM-TBL-IDX)
                       ELSE
                           MOVE "Y" TO BOM-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILL-OF-MATERIAL-IO.

      *WRITE THE BILL OF MATERIALS BACK WITHOUT THE DELETED LINES; IF
      *THE LOAD OVERFLOWED NOTHING WAS APPLIED AND THE FILE IS LEFT
       700-REWRITE-BOM-FILE.
           IF BOM-UPDATED-FLAG-WS = "Y"
               AND BOM-OVERFLOW-FLAG-WS NOT = "Y"
               OPEN OUTPUT BILL-OF-MATERIAL-IO
               PERFORM VARYING BOM-TBL-IDX FROM 1 BY 1
                       UNTIL BOM-TBL-IDX > BOM-TBL-COUNT-WS
                   IF BOM-DELETED-TBL (BOM-TBL-IDX) NOT = "Y"
                       PERFORM 900-BUILD-BOM-RECORD
                       WRITE BILL-OF-MATERIAL-RECORD FROM BOM-IMAGE-WS
                   END-IF
               END-PERFORM
               CLOSE BILL-OF-MATERIAL-IO
           END-IF.

      *READ ONE BILL OF MATERIALS TRANSACTION RECORD
       700-READ-BOM-TRAN-RECORD.
           READ BOM-TRAN-FILE-IN
               AT END MOVE "YES" TO BOM-TRAN-EOF-FLAG
           END-READ.

      *EDIT THE ACTION, PART NUMBERS AND QUANTITY OF A TRANSACTION
       700-EDIT-BOM-TRAN-RECORD.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO BOM-REJECT-REASON-WS.
           IF BOM-OVERFLOW-FLAG-WS = "Y"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BOM TABLE FULL" TO BOM-REJECT-REASON-WS
           ELSE
               IF BMTR-ACTION-IN NOT = "A" AND BMTR-ACTION-IN NOT = "C"
                       AND BMTR-ACTION-IN NOT = "D"
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD ACTION CODE" TO BOM-REJECT-REASON-WS
               ELSE
                   IF BMTR-KIT-PART-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD KIT PART NUMBER" TO
                           BOM-REJECT-REASON-WS
                   ELSE
                       IF BMTR-COMP-PART-IN NOT NUMERIC
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BAD COMPONENT NUMBER" TO
                               BOM-REJECT-REASON-WS
                       ELSE
                           PERFORM 700-EDIT-BOM-LINE-FIELDS.

      *A KIT CANNOT LIST ITSELF, AND AN ADD OR CHANGE NEEDS A
      *QUANTITY PER KIT OF AT LEAST ONE
       700-EDIT-BOM-LINE-FIELDS.
           IF BMTR-KIT-PART-IN = BMTR-COMP-PART-IN
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "KIT CONTAINS ITSELF" TO BOM-REJECT-REASON-WS
           ELSE
               IF BMTR-ACTION-IN NOT = "D"
                   IF BMTR-QTY-PER-KIT-IN NOT NUMERIC
                           OR BMTR-QTY-PER-KIT-IN = "000"
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD QUANTITY PER KIT" TO
                           BOM-REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

      *BOTH THE KIT AND THE COMPONENT MUST BE ON THE MASTER AND NOT
      *RETIRED BEFORE A LINE IS ADDED OR CHANGED. A LINE CAN ALWAYS
      *BE DELETED, SO RETIRED PARTS CAN BE CLEARED OUT OF A KIT
       700-CHECK-PARTS-ON-MASTER.
           MOVE BMTR-KIT-PART-IN TO PART-NUMBER-IN.
           READ INVENT-FILE-IN
               INVALID KEY
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "KIT PART NOT FOUND" TO BOM-REJECT-REASON-WS
               NOT INVALID KEY
                   IF PART-STATUS-IN = "I"
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "KIT PART RETIRED" TO BOM-REJECT-REASON-WS
                   END-IF
           END-READ.
           IF EDIT-VALID-FLAG-WS = "Y"
               MOVE BMTR-COMP-PART-IN TO PART-NUMBER-IN
               READ INVENT-FILE-IN
                   INVALID KEY
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "COMPONENT NOT FOUND" TO
                           BOM-REJECT-REASON-WS
                   NOT INVALID KEY
                       IF PART-STATUS-IN = "I"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "COMPONENT RETIRED" TO
                               BOM-REJECT-REASON-WS
                       END-IF
               END-READ
           END-IF.

      *ROUTE AN EDITED TRANSACTION TO ITS ADD/CHANGE/DELETE LOGIC
       700-APPLY-BOM-TRAN.
           PERFORM 900-FIND-BOM-LINE.
           EVALUATE BMTR-ACTION-IN
               WHEN "A"
                   PERFORM 700-ADD-BOM-LINE
               WHEN "C"
                   PERFORM 700-CHANGE-BOM-LINE
               WHEN OTHER
                   PERFORM 700-DELETE-BOM-LINE
           END-EVALUATE.

      *ADD A NEW COMPONENT LINE, PROVIDED THE COMPONENT DOES NOT
      *ALREADY CONTAIN THE KIT SOMEWHERE BELOW IT
       700-ADD-BOM-LINE.
           IF FOUND-BOM-IDX-WS > 0
               MOVE "BOM LINE ALREADY EXISTS" TO BOM-REJECT-REASON-WS
               PERFORM 900-WRITE-BOM-REJECT-OUT
           ELSE
               PERFORM 700-CHECK-CIRCULAR-REFERENCE
               IF WALK-RESULT-FLAG-WS = "C"
                   MOVE "CIRCULAR REFERENCE" TO BOM-REJECT-REASON-WS
                   PERFORM 900-WRITE-BOM-REJECT-OUT
               ELSE
                   IF WALK-RESULT-FLAG-WS = "L"
                       MOVE "BOM TOO DEEP TO CHECK" TO
                           BOM-REJECT-REASON-WS
                       PERFORM 900-WRITE-BOM-REJECT-OUT
                   ELSE
                       IF BOM-TBL-COUNT-WS NOT < BOM-TBL-MAX-WS
                           MOVE "BOM TABLE FULL" TO
                               BOM-REJECT-REASON-WS
                           PERFORM 900-WRITE-BOM-REJECT-OUT
                       ELSE
                           ADD 1 TO BOM-TBL-COUNT-WS
                           SET BOM-TBL-IDX TO BOM-TBL-COUNT-WS
                           MOVE BMTR-KIT-PART-IN TO
                               BOM-KIT-PART-TBL (BOM-TBL-IDX)
                           MOVE BMTR-COMP-PART-IN TO
                               BOM-COMP-PART-TBL (BOM-TBL-IDX)
                           MOVE BMTR-QTY-PER-KIT-IN TO
                               BOM-QTY-PER-TBL (BOM-TBL-IDX)
                           MOVE "N" TO BOM-DELETED-TBL (BOM-TBL-IDX)
                           PERFORM 900-NOTE-BOM-APPLIED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *CHANGE THE QUANTITY PER KIT ON AN EXISTING LINE
       700-CHANGE-BOM-LINE.
           IF FOUND-BOM-IDX-WS = 0
               MOVE "BOM LINE NOT FOUND" TO BOM-REJECT-REASON-WS
               PERFORM 900-WRITE-BOM-REJECT-OUT
           ELSE
               SET BOM-TBL-IDX TO FOUND-BOM-IDX-WS
               MOVE BMTR-QTY-PER-KIT-IN TO
                   BOM-QTY-PER-TBL (BOM-TBL-IDX)
               PERFORM 900-NOTE-BOM-APPLIED
           END-IF.

      *DELETE A LINE; IT IS AUDITED AS IT STOOD BEFORE THE DELETE
       700-DELETE-BOM-LINE.
           IF FOUND-BOM-IDX-WS = 0
               MOVE "BOM LINE NOT FOUND" TO BOM-REJECT-REASON-WS
               PERFORM 900-WRITE-BOM-REJECT-OUT
           ELSE
               SET BOM-TBL-IDX TO FOUND-BOM-IDX-WS
               PERFORM 900-NOTE-BOM-APPLIED
               MOVE "Y" TO BOM-DELETED-TBL (BOM-TBL-IDX)
           END-IF.

      *WALK DOWN THE BILL OF MATERIALS FROM THE NEW COMPONENT. EACH
      *PART TAKEN OFF THE STACK HAS ITS OWN COMPONENTS PUSHED IN TURN;
      *FINDING THE KIT SETS C. A STACK OR STEP LIMIT SETS L SO A BAD
      *FILE CANNOT LOOP THE JOB; OTHERWISE THE RESULT IS LEFT BLANK
       700-CHECK-CIRCULAR-REFERENCE.
           MOVE SPACES TO WALK-RESULT-FLAG-WS.
           MOVE 0 TO WALK-STEP-CTR.
           MOVE 1 TO WALK-STACK-COUNT-WS.
           MOVE BMTR-COMP-PART-IN TO WALK-PART-TBL (1).
           PERFORM UNTIL WALK-STACK-COUNT-WS = 0
                   OR WALK-RESULT-FLAG-WS NOT = SPACES
               SET WALK-STACK-IDX TO WALK-STACK-COUNT-WS
               MOVE WALK-PART-TBL (WALK-STACK-IDX) TO WALK-PART-WS
               SUBTRACT 1 FROM WALK-STACK-COUNT-WS
               ADD 1 TO WALK-STEP-CTR
               IF WALK-PART-WS = BMTR-KIT-PART-IN
                   MOVE "C" TO WALK-RESULT-FLAG-WS
               ELSE
                   IF WALK-STEP-CTR > WALK-STEP-MAX-WS
                       MOVE "L" TO WALK-RESULT-FLAG-WS
                   ELSE
                       PERFORM 900-PUSH-WALK-COMPONENTS
                   END-IF
               END-IF
           END-PERFORM.

      *PUSH EVERY LIVE COMPONENT OF THE PART JUST TAKEN OFF THE STACK
       900-PUSH-WALK-COMPONENTS.
           PERFORM VARYING BOM-TBL-IDX FROM 1 BY 1
                   UNTIL BOM-TBL-IDX > BOM-TBL-COUNT-WS
                   OR WALK-RESULT-FLAG-WS NOT = SPACES
               IF BOM-KIT-PART-TBL (BOM-TBL-IDX) = WALK-PART-WS
                   AND BOM-DELETED-TBL (BOM-TBL-IDX) NOT = "Y"
                   IF WALK-STACK-COUNT-WS < WALK-STACK-MAX-WS
                       ADD 1 TO WALK-STACK-COUNT-WS
                       SET WALK-STACK-IDX TO WALK-STACK-COUNT-WS
                       MOVE BOM-COMP-PART-TBL (BOM-TBL-IDX) TO
                           WALK-PART-TBL (WALK-STACK-IDX)
                   ELSE
                       MOVE "L" TO WALK-RESULT-FLAG-WS
                   END-IF
               END-IF
           END-PERFORM.

      *FIND THE LIVE LINE FOR THE TRANSACTION'S KIT AND COMPONENT
       900-FIND-BOM-LINE.
           MOVE 0 TO FOUND-BOM-IDX-WS.
           SET BOM-TBL-IDX TO 1.
           SEARCH BOM-TBL-ENTRY
               VARYING BOM-TBL-IDX
               AT END
                   CONTINUE
               WHEN BOM-TBL-IDX > BOM-TBL-COUNT-WS
                   CONTINUE
               WHEN BOM-KIT-PART-TBL (BOM-TBL-IDX) = BMTR-KIT-PART-IN
                   AND BOM-COMP-PART-TBL (BOM-TBL-IDX) =
                       BMTR-COMP-PART-IN
                   AND BOM-DELETED-TBL (BOM-TBL-IDX) NOT = "Y"
                   SET FOUND-BOM-IDX-WS TO BOM-TBL-IDX
           END-SEARCH.

      *COUNT AN APPLIED TRANSACTION AND AUDIT THE LINE IT CHANGED
       900-NOTE-BOM-APPLIED.
           MOVE "Y" TO BOM-UPDATED-FLAG-WS.
           ADD 1 TO BOM-APPLIED-CTR.
           PERFORM 900-WRITE-BOM-AUDIT-OUT.

      *BUILD A BILL OF MATERIALS LINE FROM THE CURRENT TABLE ENTRY
       900-BUILD-BOM-RECORD.
           MOVE BOM-KIT-PART-TBL (BOM-TBL-IDX) TO BOM-KIT-PART-WS.
           MOVE BOM-COMP-PART-TBL (BOM-TBL-IDX) TO BOM-COMP-PART-WS.
           MOVE BOM-QTY-PER-TBL (BOM-TBL-IDX) TO BOM-QTY-PER-WS.

      *WRITE A REJECTED BOM TRANSACTION WITH ITS REASON CODE
       900-WRITE-BOM-REJECT-OUT.
           MOVE BOM-TRAN-RECORD-IN TO BOM-REJECT-DATA-OUT.
           MOVE BOM-REJECT-REASON-WS TO BOM-REJECT-REASON-OUT.
           WRITE BOM-REJECT-RECORD-OUT.
           ADD 1 TO BOM-REJECT-CTR.

      *WRITE ONE AUDIT LINE WITH THE BOM LINE AS IT NOW STANDS
       900-WRITE-BOM-AUDIT-OUT.
           PERFORM 900-BUILD-BOM-RECORD.
           MOVE RUN-DATE-WS TO BOM-AUDIT-DATE-OUT.
           MOVE BMTR-ACTION-IN TO BOM-AUDIT-ACTION-OUT.
           MOVE BOM-IMAGE-WS TO BOM-AUDIT-IMAGE-OUT.
           WRITE BOM-AUDIT-RECORD-OUT.
