       IDENTIFICATION DIVISION.
       PROGRAM-ID. PickList.
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

           SELECT OPTIONAL BIN-LOCATION-IN
               ASSIGN TO
               "BINLOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ADJUST-FILE-IN
               ASSIGN TO
               "INVENTADJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RTV-FILE-IN
               ASSIGN TO
               "RTVTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PICK-LIST-OUT
               ASSIGN TO
               "PICKLIST.TXT"
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

       FD  BIN-LOCATION-IN
           RECORD CONTAINS 32 CHARACTERS.
       01  BIN-LOCATION-RECORD-IN.
           05  BINL-PART-NUMBER-IN        PIC 9(5).
           05  BINL-LOCATION-IN           PIC X(13).
           05  BINL-TYPE-IN               PIC X.
           05  BINL-QUANTITY-IN           PIC 9(5).
           05  BINL-ASSIGNED-DATE-IN      PIC 9(8).

       FD  ADJUST-FILE-IN
           RECORD CONTAINS 37 CHARACTERS.
       01  ADJUST-RECORD-IN.
           05  ADJUST-PART-NUMBER-IN       PIC 9(5).
           05  ADJUST-QUANTITY-DELTA-IN    PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  ADJUST-REASON-CODE-IN       PIC X(10).
           05  ADJUST-DATE-IN              PIC 9(8).
           05  ADJUST-OPERATOR-ID-IN       PIC X(8).

       FD  RTV-FILE-IN
           RECORD CONTAINS 33 CHARACTERS.
       01  RTV-RECORD-IN.
           05  RTV-PART-NUMBER-IN         PIC 9(5).
           05  RTV-SUPPLIER-CODE-IN       PIC X(5).
           05  RTV-QUANTITY-IN            PIC 9(5).
           05  RTV-REASON-CODE-IN         PIC X(10).
           05  RTV-RECEIPT-DATE-IN        PIC 9(8).

       FD  PICK-LIST-OUT
           RECORD CONTAINS 74 CHARACTERS.
       01  PICK-LIST-LINE-OUT              PIC X(74).

       WORKING-STORAGE SECTION.
       01  ADJUST-EOF-FLAG             PIC A(3) VALUE SPACES.
       01  RTV-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  BIN-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  INVENT-FILE-NAME-WS         PIC X(40) VALUE "INVENT.TXT".
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  DEMAND-IN-CTR               PIC 9(5) VALUE 0.
       01  SHORT-LINE-CTR              PIC 9(5) VALUE 0.

      *EVERY BIN EACH PART IS KEPT IN, WITH WHAT IS STILL THERE TO
      *PICK AS THIS RUN'S DEMAND IS ALLOCATED. A PRIMARY BIN HOLDS
      *THE MASTER QUANTITY LESS THE PART'S OVERFLOW BINS, WORKED OUT
      *THE FIRST TIME THE PART IS PICKED
       01  BIN-TABLE-WS.
           05  BIN-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  BIN-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  BIN-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BIN-TBL-IDX.
               10  BIN-PART-TBL        PIC 9(5).
               10  BIN-LOCATION-TBL    PIC X(13).
               10  BIN-TYPE-TBL        PIC X.
               10  BIN-AVAIL-TBL       PIC S9(7).
               10  BIN-PRIMED-TBL      PIC X.
       01  BIN-OVERFLOW-CTR            PIC 9(5) VALUE 0.
       01  OVERFLOW-QTY-SUM-WS         PIC 9(7) VALUE 0.

      *PICK LINES, ONE PER BIN A DEMAND IS TAKEN FROM, SORTED INTO
      *WALK-PATH ORDER; QUANTITY NO BIN CAN COVER SORTS LAST AS SHORT
       01  PICK-TABLE-WS.
           05  PICK-TBL-COUNT-WS       PIC 9(4) VALUE 0.
           05  PICK-TBL-MAX-WS         PIC 9(4) VALUE 2000.
           05  PICK-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PICK-TBL-IDX.
               10  PICK-KEY-TBL.
                   15  PICK-NO-BIN-TBL PIC X.
                   15  PICK-LOCATION-TBL PIC X(13).
                   15  PICK-PART-TBL   PIC 9(5).
               10  PICK-NAME-TBL       PIC X(20).
               10  PICK-QTY-TBL        PIC 9(5).
               10  PICK-REASON-TBL     PIC X(10).
               10  PICK-SUPP-TBL       PIC X(5).
       01  PICK-OVERFLOW-CTR           PIC 9(5) VALUE 0.

       01  SORT-SWAP-FLAG-WS           PIC X VALUE "N".
       01  SORT-ENTRY-WORK-WS          PIC X(59).
       01  SORT-IDX-WS                 PIC 9(4) VALUE 0.
       01  SORT-NEXT-IDX-WS            PIC 9(4) VALUE 0.

      *THE DEMAND IN HAND AND WHAT IS LEFT OF IT TO ALLOCATE
       01  DEMAND-PART-WS              PIC 9(5) VALUE 0.
       01  DEMAND-QTY-WS               PIC 9(5) VALUE 0.
       01  DEMAND-REASON-WS            PIC X(10) VALUE SPACES.
       01  DEMAND-SUPP-WS              PIC X(5) VALUE SPACES.
       01  DEMAND-NAME-WS              PIC X(20) VALUE SPACES.
       01  DEMAND-OPEN-QTY-WS          PIC 9(5) VALUE 0.
       01  PICK-NEW-QTY-WS             PIC 9(5) VALUE 0.
       01  PICK-NEW-NO-BIN-WS          PIC X VALUE SPACES.
       01  PICK-NEW-LOCATION-WS        PIC X(13) VALUE SPACES.

      *A BIN LOCATION SPLIT INTO SITE, AISLE, BAY AND LEVEL, AND THE
      *SAME LOCATION AS PRINTED
       01  BIN-LOCATION-WS.
           05  BINW-SITE-WS            PIC X(5).
           05  BINW-AISLE-WS           PIC X(3).
           05  BINW-BAY-WS             PIC X(3).
           05  BINW-LEVEL-WS           PIC X(2).
       01  BIN-LOCATION-PRINT-WS.
           05  BINP-SITE-WS            PIC X(5).
           05  FILLER                  PIC X VALUE "-".
           05  BINP-AISLE-WS           PIC X(3).
           05  FILLER                  PIC X VALUE "-".
           05  BINP-BAY-WS             PIC X(3).
           05  FILLER                  PIC X VALUE "-".
           05  BINP-LEVEL-WS           PIC X(2).

       01  PICK-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
           "PICK LIST - WALK PATH ORDER".
           05  PICK-TITLE-DATE-OUT     PIC 9(8).
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  PICK-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "BIN".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PART".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "PART NAME".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "  QTY".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REASON".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SUPP".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PICKED".
       01  PICK-ROW-FILLER-WS          PIC X(74) VALUE SPACES.
       01  PICK-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PICK-BIN-OUT            PIC X(16).
           05  FILLER                  PIC X VALUE SPACES.
           05  PICK-PART-OUT           PIC 9(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  PICK-NAME-OUT           PIC X(20).
           05  FILLER                  PIC X VALUE SPACES.
           05  PICK-QTY-OUT            PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
           05  PICK-REASON-OUT         PIC X(10).
           05  FILLER                  PIC X VALUE SPACES.
           05  PICK-SUPP-OUT           PIC X(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  PICK-CHECK-OUT          PIC X(6).
       01  PICK-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PICK-COUNT-LABEL-OUT    PIC X(24).
           05  PICK-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                  PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-PICK-LIST.

           PERFORM 200-INITIATE-PICK-LIST-JOB.

           PERFORM 200-PROCESS-ADJUST-RECORD
               UNTIL ADJUST-EOF-FLAG = "YES".
           PERFORM 200-PROCESS-RTV-RECORD
               UNTIL RTV-EOF-FLAG = "YES".

           PERFORM 200-TERM-PICK-LIST-JOB.
           STOP RUN.

      *OPEN THE FILES, LOAD THE BINS AND READ THE FIRST DEMAND OF
      *EACH KIND
       200-INITIATE-PICK-LIST-JOB.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT INVENT-FILE-NAME-WS FROM ENVIRONMENT
               "INVENT_FILE_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           OPEN INPUT INVENT-FILE-IN.
           OPEN INPUT ADJUST-FILE-IN.
           OPEN INPUT RTV-FILE-IN.
           OPEN OUTPUT PICK-LIST-OUT.
           PERFORM 700-LOAD-BIN-TABLE.
           PERFORM 700-READ-ADJUST-RECORD.
           PERFORM 700-READ-RTV-RECORD.

      *AN ADJUSTMENT THAT TAKES STOCK OUT, SUCH AS A TRANSFER OUT OR
      *A WRITE-OFF, HAS TO BE PICKED; A COUNT CORRECTION DOES NOT,
      *SINCE THE STOCK WAS NEVER THERE
       200-PROCESS-ADJUST-RECORD.
           IF ADJUST-QUANTITY-DELTA-IN < 0
                   AND ADJUST-REASON-CODE-IN NOT = "CYCLECOUNT"
               MOVE ADJUST-PART-NUMBER-IN TO DEMAND-PART-WS
               COMPUTE DEMAND-QTY-WS = 0 - ADJUST-QUANTITY-DELTA-IN
               MOVE ADJUST-REASON-CODE-IN TO DEMAND-REASON-WS
               MOVE SPACES TO DEMAND-SUPP-WS
               PERFORM 700-ALLOCATE-DEMAND
           END-IF.
           PERFORM 700-READ-ADJUST-RECORD.

      *EVERY RETURN TO VENDOR HAS TO BE PICKED FOR SHIPMENT
       200-PROCESS-RTV-RECORD.
           MOVE RTV-PART-NUMBER-IN TO DEMAND-PART-WS.
           MOVE RTV-QUANTITY-IN TO DEMAND-QTY-WS.
           MOVE "RTV" TO DEMAND-REASON-WS.
           MOVE RTV-SUPPLIER-CODE-IN TO DEMAND-SUPP-WS.
           PERFORM 700-ALLOCATE-DEMAND.
           PERFORM 700-READ-RTV-RECORD.

      *PRINT THE PICK LIST IN WALK-PATH ORDER AND CLOSE THE FILES
       200-TERM-PICK-LIST-JOB.
           PERFORM 700-SORT-PICK-TABLE.
           PERFORM 700-WRITE-PICK-LIST.
           CLOSE INVENT-FILE-IN.
           CLOSE ADJUST-FILE-IN.
           CLOSE RTV-FILE-IN.
           CLOSE PICK-LIST-OUT.

      *LOAD EVERY BIN ASSIGNMENT; OVERFLOW BINS START WITH THEIR
      *RECORDED QUANTITY AND PRIMARY BINS ARE WORKED OUT WHEN NEEDED
       700-LOAD-BIN-TABLE.
           OPEN INPUT BIN-LOCATION-IN.
           PERFORM UNTIL BIN-EOF-FLAG = "YES"
               READ BIN-LOCATION-IN
                   AT END MOVE "YES" TO BIN-EOF-FLAG
                   NOT AT END
                       IF BIN-TBL-COUNT-WS < BIN-TBL-MAX-WS
                           ADD 1 TO BIN-TBL-COUNT-WS
                           SET BIN-TBL-IDX TO BIN-TBL-COUNT-WS
                           MOVE BINL-PART-NUMBER-IN TO
                               BIN-PART-TBL (BIN-TBL-IDX)
                           MOVE BINL-LOCATION-IN TO
                               BIN-LOCATION-TBL (BIN-TBL-IDX)
                           MOVE BINL-TYPE-IN TO
                               BIN-TYPE-TBL (BIN-TBL-IDX)
                           MOVE BINL-QUANTITY-IN TO
                               BIN-AVAIL-TBL (BIN-TBL-IDX)
                           MOVE "N" TO BIN-PRIMED-TBL (BIN-TBL-IDX)
                       ELSE
                           ADD 1 TO BIN-OVERFLOW-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BIN-LOCATION-IN.

      *READ ONE STOCK ADJUSTMENT RECORD
       700-READ-ADJUST-RECORD.
           READ ADJUST-FILE-IN
               AT END MOVE "YES" TO ADJUST-EOF-FLAG
           END-READ.

      *READ ONE RETURN-TO-VENDOR TRANSACTION
       700-READ-RTV-RECORD.
           READ RTV-FILE-IN
               AT END MOVE "YES" TO RTV-EOF-FLAG
           END-READ.

      *TAKE THE DEMAND FROM THE PART'S PRIMARY BIN FIRST, THEN FROM
      *ITS OVERFLOW BINS, AND LIST WHATEVER IS LEFT AS SHORT
       700-ALLOCATE-DEMAND.
           ADD 1 TO DEMAND-IN-CTR.
           MOVE DEMAND-QTY-WS TO DEMAND-OPEN-QTY-WS.
           MOVE DEMAND-PART-WS TO PART-NUMBER-IN.
           READ INVENT-FILE-IN
               INVALID KEY
                   MOVE "** PART NOT FOUND **" TO DEMAND-NAME-WS
               NOT INVALID KEY
                   MOVE PART-NAME-IN TO DEMAND-NAME-WS
                   PERFORM 900-PRIME-PRIMARY-BIN
                   PERFORM 900-PICK-FROM-BINS
           END-READ.
           IF DEMAND-OPEN-QTY-WS > 0
               MOVE "1" TO PICK-NEW-NO-BIN-WS
               MOVE SPACES TO PICK-NEW-LOCATION-WS
               MOVE DEMAND-OPEN-QTY-WS TO PICK-NEW-QTY-WS
               PERFORM 900-ADD-PICK-ENTRY
               ADD 1 TO SHORT-LINE-CTR
           END-IF.

      *SORT THE PICK LINES INTO WALK-PATH ORDER: SITE, AISLE, BAY
      *AND LEVEL, WITH THE SHORT LINES LAST
       700-SORT-PICK-TABLE.
           MOVE "Y" TO SORT-SWAP-FLAG-WS.
           PERFORM UNTIL SORT-SWAP-FLAG-WS = "N"
               MOVE "N" TO SORT-SWAP-FLAG-WS
               PERFORM VARYING SORT-IDX-WS FROM 1 BY 1
                       UNTIL SORT-IDX-WS >= PICK-TBL-COUNT-WS
                   COMPUTE SORT-NEXT-IDX-WS = SORT-IDX-WS + 1
                   IF PICK-KEY-TBL (SORT-NEXT-IDX-WS) <
                           PICK-KEY-TBL (SORT-IDX-WS)
                       MOVE PICK-TBL-ENTRY (SORT-IDX-WS) TO
                           SORT-ENTRY-WORK-WS
                       MOVE PICK-TBL-ENTRY (SORT-NEXT-IDX-WS) TO
                           PICK-TBL-ENTRY (SORT-IDX-WS)
                       MOVE SORT-ENTRY-WORK-WS TO
                           PICK-TBL-ENTRY (SORT-NEXT-IDX-WS)
                       MOVE "Y" TO SORT-SWAP-FLAG-WS
                   END-IF
               END-PERFORM
           END-PERFORM.

      *PRINT THE PICK LIST WITH A PICKED COLUMN FOR THE PICKER TO
      *TICK, THEN THE LINE COUNTS
       700-WRITE-PICK-LIST.
           MOVE RUN-DATE-WS TO PICK-TITLE-DATE-OUT.
           WRITE PICK-LIST-LINE-OUT FROM PICK-TITLE-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE PICK-LIST-LINE-OUT FROM PICK-HDR-LINE-WS
           AFTER ADVANCING 2 LINE.
           WRITE PICK-LIST-LINE-OUT FROM PICK-ROW-FILLER-WS.
           PERFORM 900-WRITE-PICK-DETAIL
               VARYING PICK-TBL-IDX FROM 1 BY 1
               UNTIL PICK-TBL-IDX > PICK-TBL-COUNT-WS.
           MOVE "DEMAND LINES READ:" TO PICK-COUNT-LABEL-OUT.
           MOVE DEMAND-IN-CTR TO PICK-COUNT-OUT.
           WRITE PICK-LIST-LINE-OUT FROM PICK-COUNT-LINE-WS
           AFTER ADVANCING 2 LINE.
           MOVE "PICK LINES:" TO PICK-COUNT-LABEL-OUT.
           MOVE PICK-TBL-COUNT-WS TO PICK-COUNT-OUT.
           WRITE PICK-LIST-LINE-OUT FROM PICK-COUNT-LINE-WS.
           MOVE "SHORT LINES:" TO PICK-COUNT-LABEL-OUT.
           MOVE SHORT-LINE-CTR TO PICK-COUNT-OUT.
           WRITE PICK-LIST-LINE-OUT FROM PICK-COUNT-LINE-WS.
           IF PICK-OVERFLOW-CTR > 0
               MOVE "PICK LIST - TBL FULL" TO PICK-COUNT-LABEL-OUT
               MOVE PICK-OVERFLOW-CTR TO PICK-COUNT-OUT
               WRITE PICK-LIST-LINE-OUT FROM PICK-COUNT-LINE-WS
           END-IF.
           IF BIN-OVERFLOW-CTR > 0
               MOVE "BIN LOCATIONS - TBL FULL" TO PICK-COUNT-LABEL-OUT
               MOVE BIN-OVERFLOW-CTR TO PICK-COUNT-OUT
               WRITE PICK-LIST-LINE-OUT FROM PICK-COUNT-LINE-WS
           END-IF.

      *THE FIRST TIME A PART IS PICKED, SET ITS PRIMARY BIN TO THE
      *MASTER QUANTITY LESS WHAT ITS OVERFLOW BINS HOLD
       900-PRIME-PRIMARY-BIN.
           MOVE 0 TO OVERFLOW-QTY-SUM-WS.
           PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                   UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
               IF BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-IN
                       AND BIN-TYPE-TBL (BIN-TBL-IDX) = "O"
                   ADD BIN-AVAIL-TBL (BIN-TBL-IDX) TO
                       OVERFLOW-QTY-SUM-WS
               END-IF
           END-PERFORM.
           PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                   UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
               IF BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-IN
                       AND BIN-TYPE-TBL (BIN-TBL-IDX) = "P"
                       AND BIN-PRIMED-TBL (BIN-TBL-IDX) = "N"
                   COMPUTE BIN-AVAIL-TBL (BIN-TBL-IDX) =
                       PART-QUANTITY-IN-HAND-IN - OVERFLOW-QTY-SUM-WS
                   IF BIN-AVAIL-TBL (BIN-TBL-IDX) < 0
                       MOVE 0 TO BIN-AVAIL-TBL (BIN-TBL-IDX)
                   END-IF
                   MOVE "Y" TO BIN-PRIMED-TBL (BIN-TBL-IDX)
               END-IF
           END-PERFORM.

      *PICK FROM THE PRIMARY BIN, THEN FROM EACH OVERFLOW BIN, UNTIL
      *THE DEMAND IS COVERED OR THE PART'S BINS ARE EMPTY
       900-PICK-FROM-BINS.
           PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                   UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
                       OR DEMAND-OPEN-QTY-WS = 0
               IF BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-IN
                       AND BIN-TYPE-TBL (BIN-TBL-IDX) = "P"
                   PERFORM 900-PICK-FROM-ONE-BIN
               END-IF
           END-PERFORM.
           PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                   UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
                       OR DEMAND-OPEN-QTY-WS = 0
               IF BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-IN
                       AND BIN-TYPE-TBL (BIN-TBL-IDX) = "O"
                   PERFORM 900-PICK-FROM-ONE-BIN
               END-IF
           END-PERFORM.

      *TAKE AS MUCH OF THE OPEN DEMAND AS THE BIN STILL HOLDS
       900-PICK-FROM-ONE-BIN.
           IF BIN-AVAIL-TBL (BIN-TBL-IDX) > 0
               IF BIN-AVAIL-TBL (BIN-TBL-IDX) < DEMAND-OPEN-QTY-WS
                   MOVE BIN-AVAIL-TBL (BIN-TBL-IDX) TO PICK-NEW-QTY-WS
               ELSE
                   MOVE DEMAND-OPEN-QTY-WS TO PICK-NEW-QTY-WS
               END-IF
               SUBTRACT PICK-NEW-QTY-WS FROM BIN-AVAIL-TBL (BIN-TBL-IDX)
               SUBTRACT PICK-NEW-QTY-WS FROM DEMAND-OPEN-QTY-WS
               MOVE "0" TO PICK-NEW-NO-BIN-WS
               MOVE BIN-LOCATION-TBL (BIN-TBL-IDX) TO
                   PICK-NEW-LOCATION-WS
               PERFORM 900-ADD-PICK-ENTRY
           END-IF.

      *ADD ONE PICK LINE FOR THE DEMAND IN HAND
       900-ADD-PICK-ENTRY.
           IF PICK-TBL-COUNT-WS < PICK-TBL-MAX-WS
               ADD 1 TO PICK-TBL-COUNT-WS
               SET PICK-TBL-IDX TO PICK-TBL-COUNT-WS
               MOVE PICK-NEW-NO-BIN-WS TO PICK-NO-BIN-TBL (PICK-TBL-IDX)
               MOVE PICK-NEW-LOCATION-WS TO
                   PICK-LOCATION-TBL (PICK-TBL-IDX)
               MOVE DEMAND-PART-WS TO PICK-PART-TBL (PICK-TBL-IDX)
               MOVE DEMAND-NAME-WS TO PICK-NAME-TBL (PICK-TBL-IDX)
               MOVE PICK-NEW-QTY-WS TO PICK-QTY-TBL (PICK-TBL-IDX)
               MOVE DEMAND-REASON-WS TO PICK-REASON-TBL (PICK-TBL-IDX)
               MOVE DEMAND-SUPP-WS TO PICK-SUPP-TBL (PICK-TBL-IDX)
           ELSE
               ADD 1 TO PICK-OVERFLOW-CTR
           END-IF.

      *PRINT ONE PICK LINE; A SHORT LINE HAS NO BIN TO PICK FROM
       900-WRITE-PICK-DETAIL.
           IF PICK-NO-BIN-TBL (PICK-TBL-IDX) = "1"
               MOVE "SHORT - NO STOCK" TO PICK-BIN-OUT
               MOVE SPACES TO PICK-CHECK-OUT
           ELSE
               MOVE PICK-LOCATION-TBL (PICK-TBL-IDX) TO BIN-LOCATION-WS
               PERFORM 900-FORMAT-BIN-LOCATION
               MOVE BIN-LOCATION-PRINT-WS TO PICK-BIN-OUT
               MOVE "______" TO PICK-CHECK-OUT
           END-IF.
           MOVE PICK-PART-TBL (PICK-TBL-IDX) TO PICK-PART-OUT.
           MOVE PICK-NAME-TBL (PICK-TBL-IDX) TO PICK-NAME-OUT.
           MOVE PICK-QTY-TBL (PICK-TBL-IDX) TO PICK-QTY-OUT.
           MOVE PICK-REASON-TBL (PICK-TBL-IDX) TO PICK-REASON-OUT.
           MOVE PICK-SUPP-TBL (PICK-TBL-IDX) TO PICK-SUPP-OUT.
           WRITE PICK-LIST-LINE-OUT FROM PICK-DETAIL-LINE-WS.

      *SPELL OUT A BIN LOCATION AS SITE-AISLE-BAY-LEVEL
       900-FORMAT-BIN-LOCATION.
           MOVE BINW-SITE-WS TO BINP-SITE-WS.
           MOVE BINW-AISLE-WS TO BINP-AISLE-WS.
           MOVE BINW-BAY-WS TO BINP-BAY-WS.
           MOVE BINW-LEVEL-WS TO BINP-LEVEL-WS.
