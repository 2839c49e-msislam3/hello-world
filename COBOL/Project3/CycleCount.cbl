               "COUNTSHEET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BIN-LOCATION-IN
               ASSIGN TO
               "BINLOC.TXT"
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

       FD  COUNT-SHEET-OUT
           RECORD CONTAINS 68 CHARACTERS.
       01  COUNT-SHEET-LINE-OUT            PIC X(68).

       FD  BIN-LOCATION-IN
           RECORD CONTAINS 32 CHARACTERS.
       01  BIN-LOCATION-RECORD-IN.
           05  BINL-PART-NUMBER-IN        PIC 9(5).
           05  BINL-LOCATION-IN           PIC X(13).
           05  BINL-TYPE-IN               PIC X.
           05  BINL-QUANTITY-IN           PIC 9(5).
           05  BINL-ASSIGNED-DATE-IN      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG                    PIC A(3) VALUE SPACES.
       01  SELECT-PART-FROM-WS         PIC 9(5) VALUE 0.
       01  SELECT-PART-TO-WS           PIC 9(5) VALUE 99999.

      *EVERY BIN EACH PART IS KEPT IN, PRIMARY AND OVERFLOW
       01  BIN-TABLE-WS.
           05  BIN-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  BIN-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  BIN-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BIN-TBL-IDX.
               10  BIN-PART-TBL        PIC 9(5).
               10  BIN-LOCATION-TBL    PIC X(13).
       01  BIN-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  BIN-OVERFLOW-CTR            PIC 9(5) VALUE 0.
       01  PART-BIN-FOUND-FLAG-WS      PIC X VALUE "N".

      *WORKSHEET LINES, ONE PER BIN OF EACH SELECTED PART, SORTED
      *INTO WALK-PATH ORDER SO THE COUNTER CAN WORK DOWN THE SHEET
      *AISLE BY AISLE; PARTS WITH NO BIN SORT LAST
       01  SHEET-TABLE-WS.
           05  SHEET-TBL-COUNT-WS      PIC 9(4) VALUE 0.
           05  SHEET-TBL-MAX-WS        PIC 9(4) VALUE 2000.
           05  SHEET-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY SHEET-TBL-IDX.
               10  SHEET-KEY-TBL.
                   15  SHEET-NO-BIN-TBL PIC X.
                   15  SHEET-LOCATION-TBL PIC X(13).
                   15  SHEET-PART-TBL  PIC 9(5).
               10  SHEET-NAME-TBL      PIC X(20).
               10  SHEET-SUPP-TBL      PIC X(5).
       01  SHEET-OVERFLOW-CTR          PIC 9(5) VALUE 0.
       01  SHEET-NEW-NO-BIN-WS         PIC X VALUE SPACES.
       01  SHEET-NEW-LOCATION-WS       PIC X(13) VALUE SPACES.

       01  SORT-SWAP-FLAG-WS           PIC X VALUE "N".
       01  SORT-ENTRY-WORK-WS          PIC X(44).
       01  SORT-IDX-WS                 PIC 9(4) VALUE 0.
       01  SORT-NEXT-IDX-WS            PIC 9(4) VALUE 0.

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

       01  COUNT-SHEET-DETAIL-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  SHEET-BIN-OUT           PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SHEET-PART-NUMBER-OUT   PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SHEET-PART-NAME-OUT     PIC X(20).
           05  FILLER                  PIC X(4) VALUE SPACES.
       01  COUNT-SHEET-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "BIN LOCATION".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "NUMBER".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PARTNAME".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "COUNTED".
           05  FILLER                  PIC X(5) VALUE SPACES.
       01  COUNT-SHEET-ROW-FILLER-WS   PIC X(68) VALUE SPACES.
       01  COUNT-SHEET-OVERFLOW-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  SHEET-OVFL-LABEL-OUT    PIC X(24).
           05  SHEET-OVFL-COUNT-OUT    PIC ZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-COUNT-SHEET.
           PERFORM 700-GET-RUN-PARAMETERS.
           OPEN INPUT INVENT-FILE-IN.
           OPEN OUTPUT COUNT-SHEET-OUT.
           PERFORM 700-LOAD-BIN-TABLE.
           PERFORM 700-WRITE-SHEET-HDR.
           PERFORM 700-READ-INVENT-RECORD.

      *LIST ONE WORKSHEET LINE PER BIN FOR EACH SELECTED PART
       200-PROCESS-INVENT-RECORD.
           IF PART-STATUS-IN NOT = "I"
               AND PART-NUMBER-IN >= SELECT-PART-FROM-WS
               AND PART-NUMBER-IN <= SELECT-PART-TO-WS
               IF SELECT-SUPPLIER-CODE-WS = SPACES
                   OR PART-SUPPLIER-CODE-IN = SELECT-SUPPLIER-CODE-WS
                   PERFORM 900-ADD-COUNT-SHEET-LINES
               END-IF
           END-IF.
           PERFORM 700-READ-INVENT-RECORD.

      *PRINT THE WORKSHEET IN WALK-PATH ORDER AND CLOSE THE FILES
       200-TERM-COUNT-SHEET-JOB.
           PERFORM 700-SORT-SHEET-TABLE.
           PERFORM 900-WRITE-COUNT-SHEET-LINE
               VARYING SHEET-TBL-IDX FROM 1 BY 1
               UNTIL SHEET-TBL-IDX > SHEET-TBL-COUNT-WS.
           IF SHEET-OVERFLOW-CTR > 0
               MOVE "WORKSHEET - TBL FULL" TO SHEET-OVFL-LABEL-OUT
               MOVE SHEET-OVERFLOW-CTR TO SHEET-OVFL-COUNT-OUT
               WRITE COUNT-SHEET-LINE-OUT FROM COUNT-SHEET-OVERFLOW-WS
           END-IF.
           IF BIN-OVERFLOW-CTR > 0
               MOVE "BIN LOCATIONS - TBL FULL" TO SHEET-OVFL-LABEL-OUT
               MOVE BIN-OVERFLOW-CTR TO SHEET-OVFL-COUNT-OUT
               WRITE COUNT-SHEET-LINE-OUT FROM COUNT-SHEET-OVERFLOW-WS
           END-IF.
           CLOSE INVENT-FILE-IN.
           CLOSE COUNT-SHEET-OUT.

               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *LOAD EVERY BIN ASSIGNMENT FROM THE BIN LOCATION FILE
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
                       ELSE
                           ADD 1 TO BIN-OVERFLOW-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BIN-LOCATION-IN.

      *SORT THE WORKSHEET LINES INTO WALK-PATH ORDER: SITE, AISLE,
      *BAY AND LEVEL, WITH PARTS THAT HAVE NO BIN LAST
       700-SORT-SHEET-TABLE.
           MOVE "Y" TO SORT-SWAP-FLAG-WS.
           PERFORM UNTIL SORT-SWAP-FLAG-WS = "N"
               MOVE "N" TO SORT-SWAP-FLAG-WS
               PERFORM VARYING SORT-IDX-WS FROM 1 BY 1
                       UNTIL SORT-IDX-WS >= SHEET-TBL-COUNT-WS
                   COMPUTE SORT-NEXT-IDX-WS = SORT-IDX-WS + 1
                   IF SHEET-KEY-TBL (SORT-NEXT-IDX-WS) <
                           SHEET-KEY-TBL (SORT-IDX-WS)
                       MOVE SHEET-TBL-ENTRY (SORT-IDX-WS) TO
                           SORT-ENTRY-WORK-WS
                       MOVE SHEET-TBL-ENTRY (SORT-NEXT-IDX-WS) TO
                           SHEET-TBL-ENTRY (SORT-IDX-WS)
                       MOVE SORT-ENTRY-WORK-WS TO
                           SHEET-TBL-ENTRY (SORT-NEXT-IDX-WS)
                       MOVE "Y" TO SORT-SWAP-FLAG-WS
                   END-IF
               END-PERFORM
           END-PERFORM.

      *ADD A WORKSHEET LINE FOR EACH BIN THE PART IS KEPT IN, OR ONE
      *NO-BIN LINE WHEN IT HAS NONE
       900-ADD-COUNT-SHEET-LINES.
           MOVE "N" TO PART-BIN-FOUND-FLAG-WS.
           PERFORM VARYING BIN-TBL-IDX FROM 1 BY 1
                   UNTIL BIN-TBL-IDX > BIN-TBL-COUNT-WS
               IF BIN-PART-TBL (BIN-TBL-IDX) = PART-NUMBER-IN
                   MOVE "Y" TO PART-BIN-FOUND-FLAG-WS
                   MOVE "0" TO SHEET-NEW-NO-BIN-WS
                   MOVE BIN-LOCATION-TBL (BIN-TBL-IDX) TO
                       SHEET-NEW-LOCATION-WS
                   PERFORM 900-ADD-SHEET-ENTRY
               END-IF
           END-PERFORM.
           IF PART-BIN-FOUND-FLAG-WS = "N"
               MOVE "1" TO SHEET-NEW-NO-BIN-WS
               MOVE SPACES TO SHEET-NEW-LOCATION-WS
               PERFORM 900-ADD-SHEET-ENTRY
           END-IF.

      *ADD ONE WORKSHEET ENTRY FOR THE PART AT THE NEW LINE'S BIN
       900-ADD-SHEET-ENTRY.
           IF SHEET-TBL-COUNT-WS < SHEET-TBL-MAX-WS
               ADD 1 TO SHEET-TBL-COUNT-WS
               SET SHEET-TBL-IDX TO SHEET-TBL-COUNT-WS
               MOVE SHEET-NEW-NO-BIN-WS TO
                   SHEET-NO-BIN-TBL (SHEET-TBL-IDX)
               MOVE SHEET-NEW-LOCATION-WS TO
                   SHEET-LOCATION-TBL (SHEET-TBL-IDX)
               MOVE PART-NUMBER-IN TO SHEET-PART-TBL (SHEET-TBL-IDX)
               MOVE PART-NAME-IN TO SHEET-NAME-TBL (SHEET-TBL-IDX)
               MOVE PART-SUPPLIER-CODE-IN TO
                   SHEET-SUPP-TBL (SHEET-TBL-IDX)
           ELSE
               ADD 1 TO SHEET-OVERFLOW-CTR
           END-IF.

      *WRITE ONE WORKSHEET LINE WITH A BLANK COUNT COLUMN FOR THE
      *COUNTER TO FILL IN ON THE FLOOR
       900-WRITE-COUNT-SHEET-LINE.
           IF SHEET-NO-BIN-TBL (SHEET-TBL-IDX) = "1"
               MOVE "NO BIN ASSIGNED" TO SHEET-BIN-OUT
           ELSE
               MOVE SHEET-LOCATION-TBL (SHEET-TBL-IDX) TO
                   BIN-LOCATION-WS
               PERFORM 900-FORMAT-BIN-LOCATION
               MOVE BIN-LOCATION-PRINT-WS TO SHEET-BIN-OUT
           END-IF.
           MOVE SHEET-PART-TBL (SHEET-TBL-IDX) TO SHEET-PART-NUMBER-OUT.
           MOVE SHEET-NAME-TBL (SHEET-TBL-IDX) TO SHEET-PART-NAME-OUT.
           MOVE SHEET-SUPP-TBL (SHEET-TBL-IDX) TO SHEET-SUPPLIER-OUT.
           MOVE "_________" TO SHEET-COUNT-BLANK-OUT.
           WRITE COUNT-SHEET-LINE-OUT FROM COUNT-SHEET-DETAIL-WS.
           ADD 1 TO SHEET-LINE-CTR.

      *SPELL OUT A BIN LOCATION AS SITE-AISLE-BAY-LEVEL
       900-FORMAT-BIN-LOCATION.
           MOVE BINW-SITE-WS TO BINP-SITE-WS.
           MOVE BINW-AISLE-WS TO BINP-AISLE-WS.
           MOVE BINW-BAY-WS TO BINP-BAY-WS.
           MOVE BINW-LEVEL-WS TO BINP-LEVEL-WS.
