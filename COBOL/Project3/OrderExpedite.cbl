           05  SUPP-STATUS-MS              PIC X.

       FD  ON-ORDER-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  ON-ORDER-RECORD.
           05  OO-PART-NUMBER          PIC 9(5).
           05  OO-QUANTITY             PIC 9(5).
           05  OO-SUPPLIER-CODE        PIC X(5).
           05  OO-ORDER-DATE           PIC 9(8).
           05  OO-PO-NUMBER            PIC 9(6).
           05  OO-PO-LINE              PIC 9(3).

      *A ZERO ORDER DATE MATCHES THE OLDEST LINES FIRST (USED BY THE
      *CONSOLIDATION RUN, WHICH DOES NOT KNOW THE ORDER DATE); A
      *ZERO OR BLANK QUANTITY CANCELS THE WHOLE LINE, A KEYED
      *QUANTITY RELIEVES JUST THAT MUCH. A BLANK OR ZERO PO NUMBER
      *MATCHES LINES ON ANY PO; A KEYED ONE ONLY THAT PO'S LINES
       FD  CANCEL-FILE-IN
           RECORD CONTAINS 29 CHARACTERS.
       01  CANCEL-RECORD-IN.
           05  CANCEL-PART-NUMBER-IN      PIC X(5).
           05  CANCEL-SUPPLIER-CODE-IN    PIC X(5).
           05  CANCEL-ORDER-DATE-IN       PIC X(8).
           05  CANCEL-QUANTITY-IN         PIC X(5).
           05  CANCEL-PO-NUMBER-IN        PIC X(6).

       FD  CANCEL-REJECT-OUT
           RECORD CONTAINS 54 CHARACTERS.
       01  CANCEL-REJECT-RECORD-OUT.
           05  CANCEL-REJECT-DATA-OUT     PIC X(29).
           05  FILLER                     PIC X VALUE SPACES.
           05  CANCEL-REJECT-REASON-OUT   PIC X(24).

       FD  EXPEDITE-REPORT-OUT
           RECORD CONTAINS 85 CHARACTERS.
       01  EXPEDITE-REPORT-LINE-OUT        PIC X(85).

       WORKING-STORAGE SECTION.
       01  ON-ORDER-EOF-FLAG           PIC A(3) VALUE SPACES.
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  CANCEL-REJECT-REASON-WS     PIC X(24) VALUE SPACES.
       01  CANCEL-MATCH-FLAG-WS        PIC X VALUE "N".
       01  CANCEL-QTY-NUM-WS           PIC 9(5) VALUE 0.
       01  CANCEL-REMAIN-WS            PIC 9(5) VALUE 0.
       01  CANCEL-PO-NUMBER-WS         PIC 9(6) VALUE 0.
       01  CANCEL-IN-CTR               PIC 9(5) VALUE 0.
       01  CANCEL-APPLIED-CTR          PIC 9(5) VALUE 0.
       01  OVERDUE-LINE-CTR            PIC 9(5) VALUE 0.
           05  ON-ORDER-TBL-ENTRY OCCURS 500 TIMES
                   INDEXED BY ON-ORDER-TBL-IDX.
               10  ON-ORDER-PART-TBL   PIC 9(5).
               10  ON-ORDER-QTY-TBL    PIC 9(5).
               10  ON-ORDER-SUPP-TBL   PIC X(5).
               10  ON-ORDER-DATE-TBL   PIC 9(8).
               10  ON-ORDER-PO-TBL     PIC 9(6).
               10  ON-ORDER-LINE-TBL   PIC 9(3).
       01  ON-ORDER-OVERFLOW-FLAG-WS   PIC X VALUE "N".

       01  EXPEDITE-DETAIL-LINE-WS.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EXP-SUPPLIER-CODE-OUT   PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EXP-PO-NUMBER-OUT       PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EXP-QUANTITY-OUT        PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EXP-ORDER-DATE-OUT      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SUPPL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PO NO.".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "  QTY".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "ORDERED".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "CONTACT".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "PHONE".
       01  EXPEDITE-ROW-FILLER-WS      PIC X(85).
       01  EXPEDITE-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
           "LINES OVERDUE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EXP-OVERDUE-CTR-OUT     PIC ZZZZ9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-EXPEDITE-REPORT.
                               ON-ORDER-SUPP-TBL (ON-ORDER-TBL-IDX)
                           MOVE OO-ORDER-DATE TO
                               ON-ORDER-DATE-TBL (ON-ORDER-TBL-IDX)
                           PERFORM 900-LOAD-ON-ORDER-PO-FIELDS
                       ELSE
                           MOVE "Y" TO ON-ORDER-OVERFLOW-FLAG-WS
                       END-IF
           END-PERFORM.
           CLOSE ON-ORDER-FILE.

      *CARRY THE LINE'S PO NUMBER AND LINE; LINES RAISED BEFORE PO
      *NUMBERING HAVE NONE AND LOAD AS ZERO
       900-LOAD-ON-ORDER-PO-FIELDS.
           IF OO-PO-NUMBER NUMERIC AND OO-PO-LINE NUMERIC
               MOVE OO-PO-NUMBER TO ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX)
               MOVE OO-PO-LINE TO ON-ORDER-LINE-TBL (ON-ORDER-TBL-IDX)
           ELSE
               MOVE 0 TO ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX)
               MOVE 0 TO ON-ORDER-LINE-TBL (ON-ORDER-TBL-IDX)
           END-IF.

      *APPLY THE BUYER'S CANCEL TRANSACTIONS SO DEAD LINES STOP
      *SUPPRESSING THE REORDER REPORT AND THE PART CAN ORDER AGAIN
       200-APPLY-CANCEL-TRANS.
           END-IF.

      *EDIT A CANCEL TRANSACTION FOR VALID FIELDS; A BLANK QUANTITY
      *MEANS CANCEL THE WHOLE LINE, A BLANK PO NUMBER ANY PO
       700-EDIT-CANCEL-RECORD.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO CANCEL-REJECT-REASON-WS.
           MOVE 0 TO CANCEL-QTY-NUM-WS.
           MOVE 0 TO CANCEL-PO-NUMBER-WS.
           IF CANCEL-PO-NUMBER-IN NUMERIC
               MOVE CANCEL-PO-NUMBER-IN TO CANCEL-PO-NUMBER-WS
           END-IF.
           IF CANCEL-PART-NUMBER-IN NOT NUMERIC
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BAD PART NUMBER" TO CANCEL-REJECT-REASON-WS
           ELSE
               IF CANCEL-PO-NUMBER-IN NOT = SPACES
                       AND CANCEL-PO-NUMBER-IN NOT NUMERIC
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD PO NUMBER" TO CANCEL-REJECT-REASON-WS
               ELSE
                   IF CANCEL-ORDER-DATE-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD ORDER DATE" TO
                           CANCEL-REJECT-REASON-WS
                   ELSE
                       IF CANCEL-QUANTITY-IN NUMERIC
                           MOVE CANCEL-QUANTITY-IN TO
                               CANCEL-QTY-NUM-WS
                       ELSE
                           IF CANCEL-QUANTITY-IN NOT = SPACES
                               MOVE "N" TO EDIT-VALID-FLAG-WS
                               MOVE "BAD CANCEL QUANTITY" TO
                                   CANCEL-REJECT-REASON-WS.

      *RELIEVE THE LEDGER LINES MATCHING THE CANCEL'S PART AND
      *SUPPLIER: AN EXACT ORDER DATE PICKS THAT LINE, A ZERO DATE
               AND (CANCEL-ORDER-DATE-IN = "00000000"
                   OR ON-ORDER-DATE-TBL (ON-ORDER-TBL-IDX) =
                       CANCEL-ORDER-DATE-IN)
               AND (CANCEL-PO-NUMBER-WS = 0
                   OR ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX) =
                       CANCEL-PO-NUMBER-WS)
               AND ON-ORDER-QTY-TBL (ON-ORDER-TBL-IDX) > 0
               MOVE "Y" TO CANCEL-MATCH-FLAG-WS
               IF CANCEL-QTY-NUM-WS = 0
               EXP-PART-NUMBER-OUT.
           MOVE ON-ORDER-SUPP-TBL (ON-ORDER-TBL-IDX) TO
               EXP-SUPPLIER-CODE-OUT.
           MOVE ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX) TO
               EXP-PO-NUMBER-OUT.
           MOVE ON-ORDER-QTY-TBL (ON-ORDER-TBL-IDX) TO
               EXP-QUANTITY-OUT.
           MOVE ON-ORDER-DATE-TBL (ON-ORDER-TBL-IDX) TO
                           OO-SUPPLIER-CODE
                       MOVE ON-ORDER-DATE-TBL (ON-ORDER-TBL-IDX) TO
                           OO-ORDER-DATE
                       MOVE ON-ORDER-PO-TBL (ON-ORDER-TBL-IDX) TO
                           OO-PO-NUMBER
                       MOVE ON-ORDER-LINE-TBL (ON-ORDER-TBL-IDX) TO
                           OO-PO-LINE
                       WRITE ON-ORDER-RECORD
                   END-IF
               END-PERFORM
