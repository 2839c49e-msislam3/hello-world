               "COUNTSCHED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BIN-LOCATION-IO
               ASSIGN TO
               "BINLOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO
               "RUNLOG.TXT"
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

      *A COUNT TAKEN FROM A BIN WORKSHEET CARRIES THE BIN LOCATION;
      *A BLANK LOCATION IS A COUNT OF THE WHOLE PART
       FD  COUNT-FILE-IN
           RECORD CONTAINS 31 CHARACTERS.
       01  COUNT-RECORD-IN.
           05  COUNT-PART-NUMBER-IN       PIC X(5).
           05  COUNT-QUANTITY-IN          PIC X(5).
           05  COUNT-DATE-IN              PIC X(8).
           05  COUNT-LOCATION-IN          PIC X(13).

       FD  ADJUST-FILE-OUT
           RECORD CONTAINS 37 CHARACTERS.
       01  ADJUST-RECORD-OUT.
           05  ADJUST-PART-NUMBER-OUT     PIC 9(5).
           05  ADJUST-QUANTITY-DELTA-OUT  PIC S9(5)
                                              SIGN LEADING SEPARATE.
           05  ADJUST-REASON-CODE-OUT     PIC X(10).
           05  ADJUST-DATE-OUT            PIC 9(8).
           05  ADJUST-OPERATOR-ID-OUT     PIC X(8).

       FD  COUNT-REJECT-OUT
           RECORD CONTAINS 56 CHARACTERS.
       01  COUNT-REJECT-RECORD-OUT.
           05  COUNT-REJECT-DATA-OUT      PIC X(31).
           05  FILLER                     PIC X VALUE SPACES.
           05  COUNT-REJECT-REASON-OUT    PIC X(24).

           05  SCHED-CLASS             PIC X.
           05  SCHED-LAST-COUNTED      PIC 9(8).

      *BIN ASSIGNMENTS; A COUNTED OVERFLOW BIN TAKES ITS COUNTED
      *QUANTITY, WHILE THE PRIMARY BIN HOLDS THE REST OF THE PART
       FD  BIN-LOCATION-IO
           RECORD CONTAINS 32 CHARACTERS.
       01  BIN-LOCATION-RECORD.
           05  BINL-PART-NUMBER           PIC 9(5).
           05  BINL-LOCATION              PIC X(13).
           05  BINL-TYPE                  PIC X.
           05  BINL-QUANTITY              PIC 9(5).
           05  BINL-ASSIGNED-DATE         PIC 9(8).

       FD  RUN-LOG-OUT
           RECORD CONTAINS 108 CHARACTERS.
       01  RUN-LOG-RECORD-OUT.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).
       01  COUNT-QUANTITY-NUM-WS       PIC 9(5) VALUE 0.
       01  COUNT-DELTA-WS              PIC S9(5) VALUE 0.
       01  SCHED-EOF-FLAG              PIC A(3) VALUE SPACES.
       01  SCHED-UPDATED-FLAG-WS       PIC X VALUE "N".
       01  SCHED-OVERFLOW-FLAG-WS      PIC X VALUE "N".
               10  SCHED-CLASS-TBL     PIC X.
               10  SCHED-LAST-TBL      PIC 9(8).

      *THE BIN FILE, LOADED AT JOB START AND WRITTEN BACK WITH THE
      *COUNTED OVERFLOW QUANTITIES. EACH BIN ALSO KEEPS ITS QUANTITY
      *AS LOADED, SO A PRIMARY BIN COUNTED AFTER ITS OVERFLOW BINS IS
      *STILL MEASURED AGAINST THE MASTER AS IT STANDS THIS RUN
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
               10  BIN-START-QTY-TBL   PIC 9(5).
       01  BIN-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  BIN-UPDATED-FLAG-WS         PIC X VALUE "N".
       01  BIN-OVERFLOW-FLAG-WS        PIC X VALUE "N".
       01  FOUND-BIN-IDX-WS            PIC 9(4) VALUE 0.
       01  OVERFLOW-QTY-SUM-WS         PIC 9(7) VALUE 0.
       01  COUNT-BOOK-QTY-WS           PIC S9(7) VALUE 0.

       PROCEDURE DIVISION.
       100-PROCESS-CYCLE-COUNTS.

           OPEN EXTEND ADJUST-FILE-OUT.
           OPEN OUTPUT COUNT-REJECT-OUT.
           PERFORM 700-LOAD-SCHEDULE-TABLE.
           PERFORM 700-LOAD-BIN-TABLE.
           PERFORM 700-READ-COUNT-RECORD.

      *TURN ONE KEYED COUNT INTO AN ADJUSTMENT THEN READ THE NEXT
      *CLOSE COUNT ENTRY FILES
       200-TERM-COUNT-ENTRY-JOB.
           PERFORM 700-REWRITE-SCHEDULE-FILE.
           PERFORM 700-REWRITE-BIN-FILE.
           CLOSE INVENT-FILE-IN.
           CLOSE COUNT-FILE-IN.
           CLOSE ADJUST-FILE-OUT.
               CLOSE COUNT-SCHED-IO
           END-IF.

      *LOAD EVERY BIN ASSIGNMENT; ON OVERFLOW BIN COUNTS ARE REFUSED
      *AND THE FILE IS LEFT UNTOUCHED AT END OF JOB
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
                           MOVE BINL-QUANTITY TO
                               BIN-START-QTY-TBL (BIN-TBL-IDX)
                           MOVE BINL-ASSIGNED-DATE TO
                               BIN-DATE-TBL (BIN-TBL-IDX)
                       ELSE
                           MOVE "Y" TO BIN-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BIN-LOCATION-IO.

      *WRITE THE BIN FILE BACK WITH THE COUNTED OVERFLOW QUANTITIES
       700-REWRITE-BIN-FILE.
           IF BIN-UPDATED-FLAG-WS = "Y"
               AND BIN-OVERFLOW-FLAG-WS NOT = "Y"
               OPEN OUTPUT BIN-LOCATION-IO
               PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                       UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
                   MOVE BIN-PART-TBL (BIN-TBL-IDX) TO BINL-PART-NUMBER
                   MOVE BIN-LOCATION-TBL (BIN-TBL-IDX) TO BINL-LOCATION
                   MOVE BIN-TYPE-TBL (BIN-TBL-IDX) TO BINL-TYPE
                   MOVE BIN-QTY-TBL (BIN-TBL-IDX) TO BINL-QUANTITY
                   MOVE BIN-DATE-TBL (BIN-TBL-IDX) TO
                       BINL-ASSIGNED-DATE
                   WRITE BIN-LOCATION-RECORD
               END-PERFORM
               CLOSE BIN-LOCATION-IO
           END-IF.

      *OVERRIDE DEFAULT FILE NAMES FROM RUN PARAMETERS FOR MULTI-SITE
      *BATCH RUNS
       700-GET-SITE-FILE-NAMES.
                       MOVE "PART RETIRED" TO COUNT-REJECT-REASON-WS
                       PERFORM 900-WRITE-COUNT-REJECT-OUT
                   ELSE
                       IF COUNT-LOCATION-IN = SPACES
                           MOVE PART-QUANTITY-IN-HAND-IN TO
                               COUNT-BOOK-QTY-WS
                           PERFORM 700-EMIT-COUNT-ADJUSTMENT
                           PERFORM 900-NOTE-PART-COUNTED
                       ELSE
                           PERFORM 700-COMPARE-COUNT-TO-BIN
                       END-IF
                   END-IF
           END-READ.

      *A BIN COUNT IS MEASURED AGAINST WHAT THE BIN SHOULD HOLD: AN
      *OVERFLOW BIN ITS RECORDED QUANTITY, WHICH THE COUNT REPLACES,
      *AND THE PRIMARY BIN THE MASTER QUANTITY LESS THE OVERFLOW BINS
       700-COMPARE-COUNT-TO-BIN.
           MOVE 0 TO FOUND-BIN-IDX-WS.
           MOVE 0 TO OVERFLOW-QTY-SUM-WS.
           PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                   UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
               IF BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-IN
                   IF BIN-LOCATION-TBL (BIN-TBL-IDX) =
                           COUNT-LOCATION-IN
                       SET FOUND-BIN-IDX-WS TO BIN-TBL-IDX
                   END-IF
                   IF BIN-TYPE-TBL (BIN-TBL-IDX) = "O"
                       ADD BIN-START-QTY-TBL (BIN-TBL-IDX) TO
                           OVERFLOW-QTY-SUM-WS
                   END-IF
               END-IF
           END-PERFORM.
           IF BIN-OVERFLOW-FLAG-WS = "Y"
               MOVE "BIN TABLE FULL" TO COUNT-REJECT-REASON-WS
               PERFORM 900-WRITE-COUNT-REJECT-OUT
           ELSE
               IF FOUND-BIN-IDX-WS = 0
                   MOVE "BIN NOT ASSIGNED" TO COUNT-REJECT-REASON-WS
                   PERFORM 900-WRITE-COUNT-REJECT-OUT
               ELSE
                   IF BIN-TYPE-TBL (FOUND-BIN-IDX-WS) = "O"
                       MOVE BIN-QTY-TBL (FOUND-BIN-IDX-WS) TO
                           COUNT-BOOK-QTY-WS
                       MOVE COUNT-QUANTITY-IN TO
                           BIN-QTY-TBL (FOUND-BIN-IDX-WS)
                       MOVE "Y" TO BIN-UPDATED-FLAG-WS
                   ELSE
                       COMPUTE COUNT-BOOK-QTY-WS =
                           PART-QUANTITY-IN-HAND-IN
                           - OVERFLOW-QTY-SUM-WS
                       IF COUNT-BOOK-QTY-WS < 0
                           MOVE 0 TO COUNT-BOOK-QTY-WS
                       END-IF
                   END-IF
                   PERFORM 700-EMIT-COUNT-ADJUSTMENT
                   PERFORM 900-NOTE-PART-COUNTED
               END-IF
           END-IF.

      *WRITE THE SIGNED DIFFERENCE FROM THE BOOK QUANTITY AS A
      *STANDARD ADJUSTMENT RECORD; A COUNT THAT MATCHES PRODUCES NONE.
      *THE ADJUSTMENT IS KEYED UNDER THIS JOB'S OWN OPERATOR ID SO
      *ITS VALUE LIMIT CAN SEND A LARGE VARIANCE FOR APPROVAL
       700-EMIT-COUNT-ADJUSTMENT.
           MOVE COUNT-QUANTITY-IN TO COUNT-QUANTITY-NUM-WS.
           COMPUTE COUNT-DELTA-WS =
               COUNT-QUANTITY-NUM-WS - COUNT-BOOK-QTY-WS.
           IF COUNT-DELTA-WS NOT = 0
               MOVE COUNT-PART-NUMBER-IN TO ADJUST-PART-NUMBER-OUT
               MOVE COUNT-DELTA-WS TO ADJUST-QUANTITY-DELTA-OUT
               MOVE "CYCLECOUNT" TO ADJUST-REASON-CODE-OUT
               MOVE COUNT-DATE-IN TO ADJUST-DATE-OUT
               MOVE "CNTENTRY" TO ADJUST-OPERATOR-ID-OUT
               WRITE ADJUST-RECORD-OUT
               ADD 1 TO COUNT-ADJUST-CTR
           ELSE
