       IDENTIFICATION DIVISION.
       PROGRAM-ID. BinExcept.
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

           SELECT OPTIONAL BIN-LOCATION-IN
               ASSIGN TO
               "BINLOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BIN-EXCEPTION-OUT
               ASSIGN TO
               "BINEXCPT.TXT"
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

       FD  BIN-EXCEPTION-OUT
           RECORD CONTAINS 70 CHARACTERS.
       01  BIN-EXCEPTION-LINE-OUT          PIC X(70).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                    PIC A(3) VALUE SPACES.
       01  BIN-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  INVENT-FILE-NAME-WS         PIC X(40) VALUE "INVENT.TXT".
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  NO-BIN-CTR                  PIC 9(5) VALUE 0.
       01  NO-PRIMARY-CTR              PIC 9(5) VALUE 0.
       01  RETIRED-BIN-CTR             PIC 9(5) VALUE 0.
       01  ORPHAN-BIN-CTR              PIC 9(5) VALUE 0.

      *EVERY BIN ASSIGNMENT, FLAGGED AS ITS PART IS FOUND ON THE
      *MASTER SO THAT BINS FOR PARTS NO LONGER ON FILE ARE LEFT OVER
       01  BIN-TABLE-WS.
           05  BIN-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  BIN-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  BIN-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BIN-TBL-IDX.
               10  BIN-PART-TBL        PIC 9(5).
               10  BIN-LOCATION-TBL    PIC X(13).
               10  BIN-TYPE-TBL        PIC X.
               10  BIN-QTY-TBL         PIC 9(5).
               10  BIN-MATCHED-TBL     PIC X.
       01  BIN-OVERFLOW-CTR            PIC 9(5) VALUE 0.

      *THE CURRENT PART'S BINS
       01  PART-BIN-CTR                PIC 9(4) VALUE 0.
       01  PART-PRIMARY-FLAG-WS        PIC X VALUE "N".
       01  OVERFLOW-QTY-SUM-WS         PIC 9(7) VALUE 0.
       01  PRIMARY-QTY-WS              PIC S9(7) VALUE 0.

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

       01  BEXC-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
           "BIN LOCATION EXCEPTIONS".
           05  BEXC-TITLE-DATE-OUT     PIC 9(8).
           05  FILLER                  PIC X(31) VALUE SPACES.
       01  BEXC-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PART".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "PART NAME".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "BIN".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(3) VALUE "QTY".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE "EXCEPTION".
       01  BEXC-ROW-FILLER-WS          PIC X(70) VALUE SPACES.
       01  BEXC-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  BEXC-PART-OUT           PIC 9(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  BEXC-NAME-OUT           PIC X(20).
           05  FILLER                  PIC X VALUE SPACES.
           05  BEXC-BIN-OUT            PIC X(16).
           05  FILLER                  PIC X VALUE SPACES.
           05  BEXC-QTY-OUT            PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
           05  BEXC-REASON-OUT         PIC X(19).
       01  BEXC-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  BEXC-COUNT-LABEL-OUT    PIC X(24).
           05  BEXC-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-BIN-EXCEPTIONS.

           PERFORM 200-INITIATE-BIN-EXCEPT-JOB.

           PERFORM 200-PROCESS-INVENT-RECORD
               UNTIL EOF-FLAG = "YES".

           PERFORM 200-TERM-BIN-EXCEPT-JOB.
           STOP RUN.

      *OPEN THE FILES, LOAD THE BINS AND WRITE THE HEADINGS
       200-INITIATE-BIN-EXCEPT-JOB.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT INVENT-FILE-NAME-WS FROM ENVIRONMENT
               "INVENT_FILE_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           OPEN INPUT INVENT-FILE-IN.
           OPEN OUTPUT BIN-EXCEPTION-OUT.
           PERFORM 700-LOAD-BIN-TABLE.
           MOVE RUN-DATE-WS TO BEXC-TITLE-DATE-OUT.
           WRITE BIN-EXCEPTION-LINE-OUT FROM BEXC-TITLE-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE BIN-EXCEPTION-LINE-OUT FROM BEXC-HDR-LINE-WS
           AFTER ADVANCING 2 LINE.
           WRITE BIN-EXCEPTION-LINE-OUT FROM BEXC-ROW-FILLER-WS.
           PERFORM 700-READ-INVENT-RECORD.

      *AN ACTIVE PART SHOULD HAVE A PRIMARY BIN; A RETIRED PART
      *SHOULD HAVE NO BINS LEFT AT ALL
       200-PROCESS-INVENT-RECORD.
           PERFORM 700-SCAN-PART-BINS.
           IF PART-STATUS-IN = "I"
               IF PART-BIN-CTR > 0
                   PERFORM 700-REPORT-RETIRED-PART-BINS
               END-IF
           ELSE
               IF PART-BIN-CTR = 0
                   MOVE SPACES TO BEXC-BIN-OUT
                   MOVE PART-QUANTITY-IN-HAND-IN TO BEXC-QTY-OUT
                   MOVE "NO BIN ASSIGNED" TO BEXC-REASON-OUT
                   PERFORM 900-WRITE-PART-EXCEPTION
                   ADD 1 TO NO-BIN-CTR
               ELSE
                   IF PART-PRIMARY-FLAG-WS = "N"
                       MOVE SPACES TO BEXC-BIN-OUT
                       MOVE PART-QUANTITY-IN-HAND-IN TO BEXC-QTY-OUT
                       MOVE "NO PRIMARY BIN" TO BEXC-REASON-OUT
                       PERFORM 900-WRITE-PART-EXCEPTION
                       ADD 1 TO NO-PRIMARY-CTR
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-INVENT-RECORD.

      *LIST THE BINS OF PARTS NOT ON THE MASTER, THEN THE TOTALS
       200-TERM-BIN-EXCEPT-JOB.
           PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                   UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
               IF BIN-MATCHED-TBL (BIN-TBL-IDX) = "N"
                   PERFORM 900-WRITE-ORPHAN-BIN
               END-IF
           END-PERFORM.
           MOVE "ACTIVE PARTS NO BIN:" TO BEXC-COUNT-LABEL-OUT.
           MOVE NO-BIN-CTR TO BEXC-COUNT-OUT.
           WRITE BIN-EXCEPTION-LINE-OUT FROM BEXC-COUNT-LINE-WS
           AFTER ADVANCING 2 LINE.
           MOVE "ACTIVE PARTS NO PRIMARY:" TO BEXC-COUNT-LABEL-OUT.
           MOVE NO-PRIMARY-CTR TO BEXC-COUNT-OUT.
           WRITE BIN-EXCEPTION-LINE-OUT FROM BEXC-COUNT-LINE-WS.
           MOVE "BINS OF RETIRED PARTS:" TO BEXC-COUNT-LABEL-OUT.
           MOVE RETIRED-BIN-CTR TO BEXC-COUNT-OUT.
           WRITE BIN-EXCEPTION-LINE-OUT FROM BEXC-COUNT-LINE-WS.
           MOVE "BINS OF UNKNOWN PARTS:" TO BEXC-COUNT-LABEL-OUT.
           MOVE ORPHAN-BIN-CTR TO BEXC-COUNT-OUT.
           WRITE BIN-EXCEPTION-LINE-OUT FROM BEXC-COUNT-LINE-WS.
           IF BIN-OVERFLOW-CTR > 0
               MOVE "BIN LOCATIONS - TBL FULL" TO BEXC-COUNT-LABEL-OUT
               MOVE BIN-OVERFLOW-CTR TO BEXC-COUNT-OUT
               WRITE BIN-EXCEPTION-LINE-OUT FROM BEXC-COUNT-LINE-WS
           END-IF.
           CLOSE INVENT-FILE-IN.
           CLOSE BIN-EXCEPTION-OUT.

      *LOAD EVERY BIN ASSIGNMENT, NONE YET MATCHED TO THE MASTER
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
                               BIN-QTY-TBL (BIN-TBL-IDX)
                           MOVE "N" TO BIN-MATCHED-TBL (BIN-TBL-IDX)
                       ELSE
                           ADD 1 TO BIN-OVERFLOW-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BIN-LOCATION-IN.

      *READ THE NEXT INVENTORY MASTER RECORD
       700-READ-INVENT-RECORD.
           READ INVENT-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *COUNT THE PART'S BINS, NOTE WHETHER ONE IS PRIMARY, ADD UP
      *ITS OVERFLOW STOCK AND MARK THE BINS AS MATCHED
       700-SCAN-PART-BINS.
           MOVE 0 TO PART-BIN-CTR.
           MOVE "N" TO PART-PRIMARY-FLAG-WS.
           MOVE 0 TO OVERFLOW-QTY-SUM-WS.
           PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                   UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
               IF BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-IN
                   ADD 1 TO PART-BIN-CTR
                   MOVE "Y" TO BIN-MATCHED-TBL (BIN-TBL-IDX)
                   IF BIN-TYPE-TBL (BIN-TBL-IDX) = "P"
                       MOVE "Y" TO PART-PRIMARY-FLAG-WS
                   ELSE
                       ADD BIN-QTY-TBL (BIN-TBL-IDX) TO
                           OVERFLOW-QTY-SUM-WS
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE PRIMARY-QTY-WS =
               PART-QUANTITY-IN-HAND-IN - OVERFLOW-QTY-SUM-WS.
           IF PRIMARY-QTY-WS < 0
               MOVE 0 TO PRIMARY-QTY-WS
           END-IF.

      *LIST EACH BIN STILL HELD BY A RETIRED PART WITH WHAT IT HOLDS,
      *SO THE STOCK CAN BE CLEARED AND THE BIN RELEASED
       700-REPORT-RETIRED-PART-BINS.
           PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                   UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
               IF BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-IN
                   PERFORM 900-FORMAT-TABLE-BIN
                   IF BIN-TYPE-TBL (BIN-TBL-IDX) = "P"
                       MOVE PRIMARY-QTY-WS TO BEXC-QTY-OUT
                   ELSE
                       MOVE BIN-QTY-TBL (BIN-TBL-IDX) TO BEXC-QTY-OUT
                   END-IF
                   MOVE "RETIRED PART IN BIN" TO BEXC-REASON-OUT
                   PERFORM 900-WRITE-PART-EXCEPTION
                   ADD 1 TO RETIRED-BIN-CTR
               END-IF
           END-PERFORM.

      *WRITE ONE EXCEPTION LINE FOR THE CURRENT MASTER PART
       900-WRITE-PART-EXCEPTION.
           MOVE PART-NUMBER-IN TO BEXC-PART-OUT.
           MOVE PART-NAME-IN TO BEXC-NAME-OUT.
           WRITE BIN-EXCEPTION-LINE-OUT FROM BEXC-DETAIL-LINE-WS.

      *WRITE ONE EXCEPTION LINE FOR A BIN WHOSE PART IS NOT ON FILE
       900-WRITE-ORPHAN-BIN.
           MOVE BIN-PART-TBL (BIN-TBL-IDX) TO BEXC-PART-OUT.
           MOVE SPACES TO BEXC-NAME-OUT.
           PERFORM 900-FORMAT-TABLE-BIN.
           MOVE BIN-QTY-TBL (BIN-TBL-IDX) TO BEXC-QTY-OUT.
           MOVE "PART NOT ON MASTER" TO BEXC-REASON-OUT.
           WRITE BIN-EXCEPTION-LINE-OUT FROM BEXC-DETAIL-LINE-WS.
           ADD 1 TO ORPHAN-BIN-CTR.

      *SPELL OUT THE CURRENT TABLE BIN AS SITE-AISLE-BAY-LEVEL
       900-FORMAT-TABLE-BIN.
           MOVE BIN-LOCATION-TBL (BIN-TBL-IDX) TO BIN-LOCATION-WS.
           MOVE BINW-SITE-WS TO BINP-SITE-WS.
           MOVE BINW-AISLE-WS TO BINP-AISLE-WS.
           MOVE BINW-BAY-WS TO BINP-BAY-WS.
           MOVE BINW-LEVEL-WS TO BINP-LEVEL-WS.
           MOVE BIN-LOCATION-PRINT-WS TO BEXC-BIN-OUT.
