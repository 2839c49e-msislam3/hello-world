       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceVariance.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PPV-HISTORY-IN
               ASSIGN TO
               "PPVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PPV-REPORT-OUT
               ASSIGN TO
               "PPVREPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE LINE PER INVOICE LINE BILLED AT OTHER THAN THE MASTER
      *PRICE, APPENDED BY INVOICE MATCHING
       FD  PPV-HISTORY-IN
           RECORD CONTAINS 67 CHARACTERS.
       01  PPV-HISTORY-RECORD-IN.
           05  PPV-SUPPLIER-CODE-IN       PIC X(5).
           05  PPV-PART-NUMBER-IN         PIC 9(5).
           05  PPV-INVOICE-NUMBER-IN      PIC X(10).
           05  PPV-INVOICE-DATE-IN        PIC 9(8).
           05  PPV-PO-NUMBER-IN           PIC 9(6).
           05  PPV-QUANTITY-IN            PIC 9(5).
           05  PPV-STANDARD-PRICE-IN      PIC 9(4)V99.
           05  PPV-INVOICE-PRICE-IN       PIC 9(4)V99.
           05  PPV-VARIANCE-AMT-IN        PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  PPV-STATUS-IN              PIC X(4).

       FD  PPV-REPORT-OUT
           RECORD CONTAINS 77 CHARACTERS.
       01  PPV-REPORT-LINE-OUT             PIC X(77).

       WORKING-STORAGE SECTION.
       01  PPV-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  PPV-IN-CTR                  PIC 9(7) VALUE 0.

      *REPORT SELECTION PARAMETERS: THE INVOICE DATE RANGE; BLANK
      *DATES KEEP THE OPEN RANGE
       01  PPV-DATE-FROM-PARM-WS       PIC X(8) VALUE "00000000".
       01  PPV-DATE-TO-PARM-WS         PIC X(8) VALUE "99999999".
       01  PPV-DATE-FROM-WS            PIC 9(8) VALUE 0.
       01  PPV-DATE-TO-WS              PIC 9(8) VALUE 99999999.

      *SELECTED VARIANCE LINES, SORTED INTO SUPPLIER, PART AND
      *INVOICE DATE ORDER BEFORE PRINTING
       01  PPV-TABLE-WS.
           05  PPV-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  PPV-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  PPV-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PPV-TBL-IDX.
               10  PPV-KEY-TBL.
                   15  PPV-SUPP-TBL    PIC X(5).
                   15  PPV-PART-TBL    PIC 9(5).
                   15  PPV-DATE-TBL    PIC 9(8).
               10  PPV-INVOICE-TBL     PIC X(10).
               10  PPV-QTY-TBL         PIC 9(5).
               10  PPV-STD-PRICE-TBL   PIC 9(4)V99.
               10  PPV-INV-PRICE-TBL   PIC 9(4)V99.
               10  PPV-VARIANCE-TBL    PIC S9(9)V99.
               10  PPV-STATUS-TBL      PIC X(4).
       01  PPV-OVERFLOW-CTR            PIC 9(5) VALUE 0.

       01  SORT-SWAP-FLAG-WS           PIC X VALUE "N".
       01  SORT-ENTRY-WORK-WS          PIC X(60).
       01  SORT-IDX-WS                 PIC 9(4) VALUE 0.
       01  SORT-NEXT-IDX-WS            PIC 9(4) VALUE 0.

      *CONTROL BREAK STATE AND VARIANCE ACCUMULATORS
       01  PREV-SUPP-WS                PIC X(5) VALUE SPACES.
       01  PREV-PART-WS                PIC 9(5) VALUE 0.
       01  PART-VARIANCE-WS            PIC S9(11)V99 VALUE 0.
       01  SUPP-VARIANCE-WS            PIC S9(11)V99 VALUE 0.
       01  TOTAL-VARIANCE-WS           PIC S9(11)V99 VALUE 0.
       01  PAID-VARIANCE-WS            PIC S9(11)V99 VALUE 0.
       01  HELD-VARIANCE-WS            PIC S9(11)V99 VALUE 0.

       01  PPV-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
           "PURCHASE PRICE VARIANCE BY SUPPLIER/PART".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPV-TITLE-FROM-OUT      PIC 9(8).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  PPV-TITLE-TO-OUT        PIC 9(8).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  PPV-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SUPP".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PART".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "INVOICE".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "INV DATE".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "  QTY".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "    STD".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "    INV".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
           "       VARIANCE".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "STAT".
       01  PPV-ROW-FILLER-WS           PIC X(77) VALUE SPACES.
       01  PPV-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PPV-SUPP-OUT            PIC X(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  PPV-PART-OUT            PIC 9(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  PPV-INVOICE-OUT         PIC X(10).
           05  FILLER                  PIC X VALUE SPACES.
           05  PPV-DATE-OUT            PIC 9(8).
           05  FILLER                  PIC X VALUE SPACES.
           05  PPV-QTY-OUT             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPV-STD-PRICE-OUT       PIC ZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPV-INV-PRICE-OUT       PIC ZZZ9.99.
           05  FILLER                  PIC X VALUE SPACES.
           05  PPV-VARIANCE-OUT        PIC ----,---,--9.99.
           05  FILLER                  PIC X VALUE SPACES.
           05  PPV-STATUS-OUT          PIC X(4).
       01  PPV-TOTAL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PPV-TOTAL-LABEL-OUT     PIC X(20).
           05  PPV-TOTAL-KEY-OUT       PIC X(5).
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  PPV-TOTAL-VARIANCE-OUT  PIC ---,---,---,--9.99.
           05  FILLER                  PIC X VALUE SPACES.
       01  PPV-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
           "VARIANCE LINES REPORTED".
           05  PPV-COUNT-OUT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.
       01  PPV-OVERFLOW-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PPV-OVFL-COUNT-OUT      PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(38) VALUE
           "VARIANCE LINES NOT REPORTED - TBL FULL".
           05  FILLER                  PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       100-REPORT-PRICE-VARIANCE.

           PERFORM 200-INITIATE-VARIANCE-JOB.
           PERFORM 200-LOAD-VARIANCE-TABLE.
           PERFORM 200-SORT-VARIANCE-TABLE.
           PERFORM 200-WRITE-VARIANCE-REPORT.
           PERFORM 200-TERM-VARIANCE-JOB.
           STOP RUN.

      *PICK UP THE DATE RANGE AND OPEN THE FILES
       200-INITIATE-VARIANCE-JOB.
           PERFORM 700-GET-RUN-PARAMETERS.
           OPEN INPUT PPV-HISTORY-IN.
           OPEN OUTPUT PPV-REPORT-OUT.

      *PICK UP THE INVOICE DATE RANGE FROM THE RUN ENVIRONMENT
       700-GET-RUN-PARAMETERS.
           ACCEPT PPV-DATE-FROM-PARM-WS FROM ENVIRONMENT
               "PPV_DATE_FROM"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT PPV-DATE-TO-PARM-WS FROM ENVIRONMENT
               "PPV_DATE_TO"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
      *ACCEPT THE KEYED DATES AT ANY WIDTH; A BLANK OR UNPARSABLE
      *DATE KEEPS THE OPEN RANGE
           IF FUNCTION TEST-NUMVAL(PPV-DATE-FROM-PARM-WS) = 0
               COMPUTE PPV-DATE-FROM-WS =
                   FUNCTION NUMVAL(PPV-DATE-FROM-PARM-WS)
           END-IF.
           IF FUNCTION TEST-NUMVAL(PPV-DATE-TO-PARM-WS) = 0
                   AND FUNCTION NUMVAL(PPV-DATE-TO-PARM-WS) > 0
               COMPUTE PPV-DATE-TO-WS =
                   FUNCTION NUMVAL(PPV-DATE-TO-PARM-WS)
           END-IF.

      *LOAD EVERY VARIANCE LINE INVOICED INSIDE THE DATE RANGE
       200-LOAD-VARIANCE-TABLE.
           PERFORM UNTIL PPV-EOF-FLAG = "YES"
               READ PPV-HISTORY-IN
                   AT END MOVE "YES" TO PPV-EOF-FLAG
                   NOT AT END
                       ADD 1 TO PPV-IN-CTR
                       IF PPV-INVOICE-DATE-IN >= PPV-DATE-FROM-WS
                           AND PPV-INVOICE-DATE-IN <= PPV-DATE-TO-WS
                           PERFORM 700-ADD-VARIANCE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

      *TABLE ONE SELECTED VARIANCE LINE; PAST CAPACITY IT IS COUNTED
      *SO THE REPORT SHOWS IT IS INCOMPLETE
       700-ADD-VARIANCE-ENTRY.
           IF PPV-TBL-COUNT-WS < PPV-TBL-MAX-WS
               ADD 1 TO PPV-TBL-COUNT-WS
               SET PPV-TBL-IDX TO PPV-TBL-COUNT-WS
               MOVE PPV-SUPPLIER-CODE-IN TO PPV-SUPP-TBL (PPV-TBL-IDX)
               MOVE PPV-PART-NUMBER-IN TO PPV-PART-TBL (PPV-TBL-IDX)
               MOVE PPV-INVOICE-DATE-IN TO PPV-DATE-TBL (PPV-TBL-IDX)
               MOVE PPV-INVOICE-NUMBER-IN TO
                   PPV-INVOICE-TBL (PPV-TBL-IDX)
               MOVE PPV-QUANTITY-IN TO PPV-QTY-TBL (PPV-TBL-IDX)
               MOVE PPV-STANDARD-PRICE-IN TO
                   PPV-STD-PRICE-TBL (PPV-TBL-IDX)
               MOVE PPV-INVOICE-PRICE-IN TO
                   PPV-INV-PRICE-TBL (PPV-TBL-IDX)
               MOVE PPV-VARIANCE-AMT-IN TO
                   PPV-VARIANCE-TBL (PPV-TBL-IDX)
               MOVE PPV-STATUS-IN TO PPV-STATUS-TBL (PPV-TBL-IDX)
           ELSE
               ADD 1 TO PPV-OVERFLOW-CTR
           END-IF.

      *ORDER THE LINES BY SUPPLIER, PART AND INVOICE DATE
       200-SORT-VARIANCE-TABLE.
           MOVE "Y" TO SORT-SWAP-FLAG-WS.
           PERFORM UNTIL SORT-SWAP-FLAG-WS = "N"
               MOVE "N" TO SORT-SWAP-FLAG-WS
               PERFORM VARYING SORT-IDX-WS FROM 1 BY 1
                       UNTIL SORT-IDX-WS >= PPV-TBL-COUNT-WS
                   COMPUTE SORT-NEXT-IDX-WS = SORT-IDX-WS + 1
                   IF PPV-KEY-TBL (SORT-NEXT-IDX-WS) <
                           PPV-KEY-TBL (SORT-IDX-WS)
                       MOVE PPV-TBL-ENTRY (SORT-IDX-WS) TO
                           SORT-ENTRY-WORK-WS
                       MOVE PPV-TBL-ENTRY (SORT-NEXT-IDX-WS) TO
                           PPV-TBL-ENTRY (SORT-IDX-WS)
                       MOVE SORT-ENTRY-WORK-WS TO
                           PPV-TBL-ENTRY (SORT-NEXT-IDX-WS)
                       MOVE "Y" TO SORT-SWAP-FLAG-WS
                   END-IF
               END-PERFORM
           END-PERFORM.

      *PRINT THE DETAIL WITH A TOTAL PER PART AND PER SUPPLIER, THEN
      *THE GRAND TOTAL SPLIT INTO VARIANCE PAID AND VARIANCE HELD
       200-WRITE-VARIANCE-REPORT.
           MOVE PPV-DATE-FROM-WS TO PPV-TITLE-FROM-OUT.
           MOVE PPV-DATE-TO-WS TO PPV-TITLE-TO-OUT.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-TITLE-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-HDR-LINE-WS
           AFTER ADVANCING 2 LINE.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-ROW-FILLER-WS.
           PERFORM 700-REPORT-ONE-VARIANCE
               VARYING PPV-TBL-IDX FROM 1 BY 1
               UNTIL PPV-TBL-IDX > PPV-TBL-COUNT-WS.
           IF PPV-TBL-COUNT-WS > 0
               PERFORM 900-WRITE-PART-TOTAL
               PERFORM 900-WRITE-SUPPLIER-TOTAL
           END-IF.
           MOVE "VARIANCE PAID" TO PPV-TOTAL-LABEL-OUT.
           MOVE SPACES TO PPV-TOTAL-KEY-OUT.
           MOVE PAID-VARIANCE-WS TO PPV-TOTAL-VARIANCE-OUT.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-TOTAL-LINE-WS
           AFTER ADVANCING 2 LINE.
           MOVE "VARIANCE HELD" TO PPV-TOTAL-LABEL-OUT.
           MOVE HELD-VARIANCE-WS TO PPV-TOTAL-VARIANCE-OUT.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-TOTAL-LINE-WS.
           MOVE "GRAND TOTAL" TO PPV-TOTAL-LABEL-OUT.
           MOVE TOTAL-VARIANCE-WS TO PPV-TOTAL-VARIANCE-OUT.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-TOTAL-LINE-WS.
           MOVE PPV-TBL-COUNT-WS TO PPV-COUNT-OUT.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-COUNT-LINE-WS.
           IF PPV-OVERFLOW-CTR > 0
               MOVE PPV-OVERFLOW-CTR TO PPV-OVFL-COUNT-OUT
               WRITE PPV-REPORT-LINE-OUT FROM PPV-OVERFLOW-LINE-WS
           END-IF.

      *PRINT ONE VARIANCE LINE, CLOSING OFF THE PRIOR PART AND
      *SUPPLIER TOTALS WHEN THE KEY CHANGES
       700-REPORT-ONE-VARIANCE.
           IF PPV-TBL-IDX > 1
               IF PPV-SUPP-TBL (PPV-TBL-IDX) NOT = PREV-SUPP-WS
                   PERFORM 900-WRITE-PART-TOTAL
                   PERFORM 900-WRITE-SUPPLIER-TOTAL
               ELSE
                   IF PPV-PART-TBL (PPV-TBL-IDX) NOT = PREV-PART-WS
                       PERFORM 900-WRITE-PART-TOTAL
                   END-IF
               END-IF
           END-IF.
           MOVE PPV-SUPP-TBL (PPV-TBL-IDX) TO PREV-SUPP-WS.
           MOVE PPV-PART-TBL (PPV-TBL-IDX) TO PREV-PART-WS.
           MOVE PPV-SUPP-TBL (PPV-TBL-IDX) TO PPV-SUPP-OUT.
           MOVE PPV-PART-TBL (PPV-TBL-IDX) TO PPV-PART-OUT.
           MOVE PPV-INVOICE-TBL (PPV-TBL-IDX) TO PPV-INVOICE-OUT.
           MOVE PPV-DATE-TBL (PPV-TBL-IDX) TO PPV-DATE-OUT.
           MOVE PPV-QTY-TBL (PPV-TBL-IDX) TO PPV-QTY-OUT.
           MOVE PPV-STD-PRICE-TBL (PPV-TBL-IDX) TO PPV-STD-PRICE-OUT.
           MOVE PPV-INV-PRICE-TBL (PPV-TBL-IDX) TO PPV-INV-PRICE-OUT.
           MOVE PPV-VARIANCE-TBL (PPV-TBL-IDX) TO PPV-VARIANCE-OUT.
           MOVE PPV-STATUS-TBL (PPV-TBL-IDX) TO PPV-STATUS-OUT.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-DETAIL-LINE-WS.
           ADD PPV-VARIANCE-TBL (PPV-TBL-IDX) TO PART-VARIANCE-WS.
           ADD PPV-VARIANCE-TBL (PPV-TBL-IDX) TO SUPP-VARIANCE-WS.
           ADD PPV-VARIANCE-TBL (PPV-TBL-IDX) TO TOTAL-VARIANCE-WS.
           IF PPV-STATUS-TBL (PPV-TBL-IDX) = "PAID"
               ADD PPV-VARIANCE-TBL (PPV-TBL-IDX) TO PAID-VARIANCE-WS
           ELSE
               ADD PPV-VARIANCE-TBL (PPV-TBL-IDX) TO HELD-VARIANCE-WS
           END-IF.

      *WRITE THE TOTAL FOR THE PART JUST FINISHED
       900-WRITE-PART-TOTAL.
           MOVE "  PART TOTAL" TO PPV-TOTAL-LABEL-OUT.
           MOVE PREV-PART-WS TO PPV-TOTAL-KEY-OUT.
           MOVE PART-VARIANCE-WS TO PPV-TOTAL-VARIANCE-OUT.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-TOTAL-LINE-WS.
           MOVE 0 TO PART-VARIANCE-WS.

      *WRITE THE TOTAL FOR THE SUPPLIER JUST FINISHED
       900-WRITE-SUPPLIER-TOTAL.
           MOVE "SUPPLIER TOTAL" TO PPV-TOTAL-LABEL-OUT.
           MOVE PREV-SUPP-WS TO PPV-TOTAL-KEY-OUT.
           MOVE SUPP-VARIANCE-WS TO PPV-TOTAL-VARIANCE-OUT.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-TOTAL-LINE-WS.
           WRITE PPV-REPORT-LINE-OUT FROM PPV-ROW-FILLER-WS.
           MOVE 0 TO SUPP-VARIANCE-WS.

      *CLOSE THE VARIANCE FILES
       200-TERM-VARIANCE-JOB.
           CLOSE PPV-HISTORY-IN.
           CLOSE PPV-REPORT-OUT.
