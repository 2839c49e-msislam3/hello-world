       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalReport.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-AUTH-IN
               ASSIGN TO
               "OPERAUTH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-QUEUE-IN
               ASSIGN TO
               "PENDAPPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPR-REPORT-OUT
               ASSIGN TO
               "APPRRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *OPERATORS WITH THEIR NAMES, SO THE REPORT SHOWS WHO KEYED AND
      *WHO DECIDED EACH ITEM
       FD  OPERATOR-AUTH-IN
           RECORD CONTAINS 44 CHARACTERS.
       01  OPERATOR-AUTH-RECORD-IN.
           05  OPAU-OPERATOR-ID-IN         PIC X(8).
           05  OPAU-OPERATOR-NAME-IN       PIC X(20).
           05  OPAU-SUPERVISOR-FLAG-IN     PIC X.
           05  OPAU-VALUE-LIMIT-IN         PIC 9(7)V99.
           05  OPAU-PRICE-PCT-LIMIT-IN     PIC 9(3)V99.
           05  OPAU-STATUS-IN              PIC X.

      *TRANSACTIONS HELD OVER THE KEYING OPERATOR'S LIMIT, WITH THEIR
      *DECISION AND WHEN THEY WERE APPLIED
       FD  APPROVAL-QUEUE-IN
           RECORD CONTAINS 158 CHARACTERS.
       01  APPROVAL-QUEUE-RECORD-IN.
           05  APQ-ITEM-NUMBER-IN          PIC 9(6).
           05  APQ-SOURCE-IN               PIC X.
           05  APQ-STATUS-IN               PIC X.
           05  APQ-PART-NUMBER-IN          PIC 9(5).
           05  APQ-KEYED-BY-IN             PIC X(8).
           05  APQ-KEYED-DATE-IN           PIC 9(8).
           05  APQ-DECIDED-BY-IN           PIC X(8).
           05  APQ-DECIDED-DATE-IN         PIC 9(8).
           05  APQ-APPLIED-DATE-IN         PIC 9(8).
           05  APQ-EXTENDED-VALUE-IN       PIC 9(9)V99.
           05  APQ-PRICE-PCT-CHANGE-IN     PIC 9(5)V99.
           05  APQ-HOLD-REASON-IN          PIC X(24).
           05  APQ-TRAN-DATA-IN            PIC X(63).

       FD  APPR-REPORT-OUT
           RECORD CONTAINS 155 CHARACTERS.
       01  APPR-REPORT-LINE-OUT            PIC X(155).

       WORKING-STORAGE SECTION.
       01  OPERATOR-AUTH-EOF-FLAG      PIC A(3) VALUE SPACES.
       01  APPROVAL-QUEUE-EOF-FLAG     PIC A(3) VALUE SPACES.

      *REPORT DATE FROM THE RUN ENVIRONMENT; DEFAULTS TO TODAY
       01  APPR-REPORT-DATE-PARM-WS    PIC X(8) VALUE SPACES.
       01  APPR-REPORT-DATE-WS         PIC 9(8) VALUE 0.

      *OPERATOR NAMES FOR THE KEYED BY AND DECIDED BY COLUMNS
       01  OPERATOR-NAME-TABLE-WS.
           05  OPNM-TBL-COUNT-WS       PIC 9(3) VALUE 0.
           05  OPNM-TBL-MAX-WS         PIC 9(3) VALUE 200.
           05  OPNM-TBL-ENTRY OCCURS 200 TIMES
                   INDEXED BY OPNM-TBL-IDX.
               10  OPNM-ID-TBL         PIC X(8).
               10  OPNM-NAME-TBL       PIC X(20).
       01  LOOKUP-OPERATOR-ID-WS       PIC X(8) VALUE SPACES.
       01  LOOKUP-OPERATOR-NAME-WS     PIC X(20) VALUE SPACES.

      *THE APPROVAL QUEUE IN ITEM NUMBER ORDER, AS WRITTEN
       01  APPROVAL-QUEUE-TABLE-WS.
           05  APQ-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  APQ-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  APQ-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY APQ-TBL-IDX.
               10  APQ-IMAGE-TBL       PIC X(158).
       01  APQ-OVERFLOW-CTR            PIC 9(5) VALUE 0.

      *SECTION COUNTS AND VALUES
       01  PENDING-CTR                 PIC 9(5) VALUE 0.
       01  PENDING-VALUE-WS            PIC 9(11)V99 VALUE 0.
       01  RELEASED-CTR                PIC 9(5) VALUE 0.
       01  DECLINED-CTR                PIC 9(5) VALUE 0.
       01  APPLIED-CTR                 PIC 9(5) VALUE 0.
       01  FAILED-CTR                  PIC 9(5) VALUE 0.
       01  DECIDED-VALUE-WS            PIC 9(11)V99 VALUE 0.

       01  APPR-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
           "SUPERVISOR APPROVAL QUEUE REPORT FOR".
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-TITLE-DATE-OUT     PIC 9(8).
           05  FILLER                  PIC X(109) VALUE SPACES.
       01  APPR-SECTION-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-SECTION-TITLE-OUT  PIC X(40).
           05  FILLER                  PIC X(114) VALUE SPACES.
       01  APPR-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "ITEM".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SRC".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PART".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "STATUS".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(29) VALUE "KEYED BY".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "KEYED".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(29) VALUE "DECIDED BY".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "DECIDED".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
           "     EXT VALUE".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "  PCT CH".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE "HOLD REASON".
       01  APPR-ROW-FILLER-WS          PIC X(155) VALUE SPACES.
       01  APPR-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-ITEM-OUT           PIC 9(6).
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-SOURCE-OUT         PIC X(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-PART-OUT           PIC 9(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-STATUS-OUT         PIC X(8).
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-KEYED-BY-OUT       PIC X(8).
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-KEYED-NAME-OUT     PIC X(20).
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-KEYED-DATE-OUT     PIC 9(8).
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-DECIDED-BY-OUT     PIC X(8).
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-DECIDED-NAME-OUT   PIC X(20).
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-DECIDED-DATE-OUT   PIC X(8).
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-EXT-VALUE-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-PCT-CHANGE-OUT     PIC ZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-HOLD-REASON-OUT    PIC X(24).
       01  APPR-TOTAL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-TOTAL-LABEL-OUT    PIC X(24).
           05  APPR-TOTAL-COUNT-OUT    PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  APPR-TOTAL-VALUE-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  APPR-OVERFLOW-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  APPR-OVFL-COUNT-OUT     PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(35) VALUE
           "QUEUE ITEMS NOT REPORTED - TBL FULL".
           05  FILLER                  PIC X(113) VALUE SPACES.

       01  APQ-WORK-WS.
           05  APQ-ITEM-NUMBER-WS      PIC 9(6).
           05  APQ-SOURCE-WS           PIC X.
           05  APQ-STATUS-WS           PIC X.
           05  APQ-PART-NUMBER-WS      PIC 9(5).
           05  APQ-KEYED-BY-WS         PIC X(8).
           05  APQ-KEYED-DATE-WS       PIC 9(8).
           05  APQ-DECIDED-BY-WS       PIC X(8).
           05  APQ-DECIDED-DATE-WS     PIC 9(8).
           05  APQ-APPLIED-DATE-WS     PIC 9(8).
           05  APQ-EXTENDED-VALUE-WS   PIC 9(9)V99.
           05  APQ-PRICE-PCT-CHANGE-WS PIC 9(5)V99.
           05  APQ-HOLD-REASON-WS      PIC X(24).
           05  APQ-TRAN-DATA-WS        PIC X(63).

       PROCEDURE DIVISION.
       100-REPORT-APPROVAL-QUEUE.

           PERFORM 200-INITIATE-APPROVAL-REPORT.
           PERFORM 200-LOAD-OPERATOR-NAMES.
           PERFORM 200-LOAD-APPROVAL-QUEUE.
           PERFORM 200-WRITE-APPROVAL-REPORT.
           PERFORM 200-TERM-APPROVAL-REPORT.
           STOP RUN.

      *PICK UP THE REPORT DATE AND OPEN THE FILES
       200-INITIATE-APPROVAL-REPORT.
           PERFORM 700-GET-RUN-PARAMETERS.
           OPEN INPUT OPERATOR-AUTH-IN.
           OPEN INPUT APPROVAL-QUEUE-IN.
           OPEN OUTPUT APPR-REPORT-OUT.

      *PICK UP THE REPORT DATE FROM THE RUN ENVIRONMENT; A BLANK OR
      *BAD DATE REPORTS ON TODAY
       700-GET-RUN-PARAMETERS.
           ACCEPT APPR-REPORT-DATE-PARM-WS FROM ENVIRONMENT
               "APPR_REPORT_DATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF APPR-REPORT-DATE-PARM-WS IS NUMERIC
               MOVE APPR-REPORT-DATE-PARM-WS TO APPR-REPORT-DATE-WS
           ELSE
               ACCEPT APPR-REPORT-DATE-WS FROM DATE YYYYMMDD
           END-IF.

      *LOAD EVERY OPERATOR ID AND NAME
       200-LOAD-OPERATOR-NAMES.
           PERFORM UNTIL OPERATOR-AUTH-EOF-FLAG = "YES"
               READ OPERATOR-AUTH-IN
                   AT END MOVE "YES" TO OPERATOR-AUTH-EOF-FLAG
                   NOT AT END
                       IF OPNM-TBL-COUNT-WS < OPNM-TBL-MAX-WS
                           ADD 1 TO OPNM-TBL-COUNT-WS
                           SET OPNM-TBL-IDX TO OPNM-TBL-COUNT-WS
                           MOVE OPAU-OPERATOR-ID-IN TO
                               OPNM-ID-TBL (OPNM-TBL-IDX)
                           MOVE OPAU-OPERATOR-NAME-IN TO
                               OPNM-NAME-TBL (OPNM-TBL-IDX)
                       END-IF
               END-READ
           END-PERFORM.

      *LOAD THE QUEUE; PAST CAPACITY AN ITEM IS COUNTED SO THE REPORT
      *SHOWS IT IS INCOMPLETE
       200-LOAD-APPROVAL-QUEUE.
           PERFORM UNTIL APPROVAL-QUEUE-EOF-FLAG = "YES"
               READ APPROVAL-QUEUE-IN
                   AT END MOVE "YES" TO APPROVAL-QUEUE-EOF-FLAG
                   NOT AT END
                       IF APQ-TBL-COUNT-WS < APQ-TBL-MAX-WS
                           ADD 1 TO APQ-TBL-COUNT-WS
                           SET APQ-TBL-IDX TO APQ-TBL-COUNT-WS
                           MOVE APPROVAL-QUEUE-RECORD-IN TO
                               APQ-IMAGE-TBL (APQ-TBL-IDX)
                       ELSE
                           ADD 1 TO APQ-OVERFLOW-CTR
                       END-IF
               END-READ
           END-PERFORM.

      *PRINT EVERY ITEM STILL PENDING, THEN EVERY ITEM DECIDED OR
      *APPLIED ON THE REPORT DATE, EACH SECTION WITH ITS TOTALS
       200-WRITE-APPROVAL-REPORT.
           MOVE APPR-REPORT-DATE-WS TO APPR-TITLE-DATE-OUT.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-TITLE-LINE-WS
           AFTER ADVANCING 1 LINE.
           MOVE "ITEMS PENDING APPROVAL" TO APPR-SECTION-TITLE-OUT.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-SECTION-LINE-WS
           AFTER ADVANCING 2 LINE.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-HDR-LINE-WS.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-ROW-FILLER-WS.
           PERFORM 700-REPORT-PENDING-ITEM
               VARYING APQ-TBL-IDX FROM 1 BY 1
               UNTIL APQ-TBL-IDX > APQ-TBL-COUNT-WS.
           MOVE "ITEMS PENDING" TO APPR-TOTAL-LABEL-OUT.
           MOVE PENDING-CTR TO APPR-TOTAL-COUNT-OUT.
           MOVE PENDING-VALUE-WS TO APPR-TOTAL-VALUE-OUT.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-TOTAL-LINE-WS
           AFTER ADVANCING 2 LINE.
           MOVE "ITEMS DECIDED OR APPLIED TODAY" TO
               APPR-SECTION-TITLE-OUT.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-SECTION-LINE-WS
           AFTER ADVANCING 2 LINE.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-HDR-LINE-WS.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-ROW-FILLER-WS.
           PERFORM 700-REPORT-DECIDED-ITEM
               VARYING APQ-TBL-IDX FROM 1 BY 1
               UNTIL APQ-TBL-IDX > APQ-TBL-COUNT-WS.
           MOVE 0 TO APPR-TOTAL-VALUE-OUT.
           MOVE "RELEASED, NOT APPLIED" TO APPR-TOTAL-LABEL-OUT.
           MOVE RELEASED-CTR TO APPR-TOTAL-COUNT-OUT.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-TOTAL-LINE-WS
           AFTER ADVANCING 2 LINE.
           MOVE "APPLIED" TO APPR-TOTAL-LABEL-OUT.
           MOVE APPLIED-CTR TO APPR-TOTAL-COUNT-OUT.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-TOTAL-LINE-WS.
           MOVE "FAILED ON APPLY" TO APPR-TOTAL-LABEL-OUT.
           MOVE FAILED-CTR TO APPR-TOTAL-COUNT-OUT.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-TOTAL-LINE-WS.
           MOVE "DECLINED" TO APPR-TOTAL-LABEL-OUT.
           MOVE DECLINED-CTR TO APPR-TOTAL-COUNT-OUT.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-TOTAL-LINE-WS.
           MOVE "VALUE DECIDED" TO APPR-TOTAL-LABEL-OUT.
           COMPUTE APPR-TOTAL-COUNT-OUT = RELEASED-CTR + APPLIED-CTR
               + FAILED-CTR + DECLINED-CTR.
           MOVE DECIDED-VALUE-WS TO APPR-TOTAL-VALUE-OUT.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-TOTAL-LINE-WS.
           IF APQ-OVERFLOW-CTR > 0
               MOVE APQ-OVERFLOW-CTR TO APPR-OVFL-COUNT-OUT
               WRITE APPR-REPORT-LINE-OUT FROM APPR-OVERFLOW-LINE-WS
           END-IF.

      *PRINT ONE ITEM IF IT IS STILL AWAITING A SUPERVISOR
       700-REPORT-PENDING-ITEM.
           MOVE APQ-IMAGE-TBL (APQ-TBL-IDX) TO APQ-WORK-WS.
           IF APQ-STATUS-WS = "P"
               PERFORM 900-WRITE-QUEUE-DETAIL
               ADD 1 TO PENDING-CTR
               ADD APQ-EXTENDED-VALUE-WS TO PENDING-VALUE-WS
           END-IF.

      *PRINT ONE ITEM IF IT WAS DECIDED OR APPLIED ON THE REPORT DATE
       700-REPORT-DECIDED-ITEM.
           MOVE APQ-IMAGE-TBL (APQ-TBL-IDX) TO APQ-WORK-WS.
           IF APQ-STATUS-WS NOT = "P"
               AND (APQ-DECIDED-DATE-WS = APPR-REPORT-DATE-WS
                   OR APQ-APPLIED-DATE-WS = APPR-REPORT-DATE-WS)
               PERFORM 900-WRITE-QUEUE-DETAIL
               ADD APQ-EXTENDED-VALUE-WS TO DECIDED-VALUE-WS
               EVALUATE APQ-STATUS-WS
                   WHEN "R"
                       ADD 1 TO RELEASED-CTR
                   WHEN "A"
                       ADD 1 TO APPLIED-CTR
                   WHEN "F"
                       ADD 1 TO FAILED-CTR
                   WHEN OTHER
                       ADD 1 TO DECLINED-CTR
               END-EVALUATE
           END-IF.

      *FORMAT AND WRITE ONE QUEUE ITEM WITH THE NAMES OF WHO KEYED IT
      *AND WHO DECIDED IT
       900-WRITE-QUEUE-DETAIL.
           MOVE APQ-ITEM-NUMBER-WS TO APPR-ITEM-OUT.
           EVALUATE APQ-SOURCE-WS
               WHEN "A"
                   MOVE "ADJ" TO APPR-SOURCE-OUT
               WHEN "P"
                   MOVE "PRICE" TO APPR-SOURCE-OUT
               WHEN OTHER
                   MOVE "PART" TO APPR-SOURCE-OUT
           END-EVALUATE.
           MOVE APQ-PART-NUMBER-WS TO APPR-PART-OUT.
           EVALUATE APQ-STATUS-WS
               WHEN "P"
                   MOVE "PENDING" TO APPR-STATUS-OUT
               WHEN "R"
                   MOVE "RELEASED" TO APPR-STATUS-OUT
               WHEN "A"
                   MOVE "APPLIED" TO APPR-STATUS-OUT
               WHEN "F"
                   MOVE "FAILED" TO APPR-STATUS-OUT
               WHEN OTHER
                   MOVE "DECLINED" TO APPR-STATUS-OUT
           END-EVALUATE.
           MOVE APQ-KEYED-BY-WS TO APPR-KEYED-BY-OUT.
           MOVE APQ-KEYED-BY-WS TO LOOKUP-OPERATOR-ID-WS.
           PERFORM 900-FIND-OPERATOR-NAME.
           MOVE LOOKUP-OPERATOR-NAME-WS TO APPR-KEYED-NAME-OUT.
           MOVE APQ-KEYED-DATE-WS TO APPR-KEYED-DATE-OUT.
           MOVE APQ-DECIDED-BY-WS TO APPR-DECIDED-BY-OUT.
           IF APQ-DECIDED-BY-WS = SPACES
               MOVE SPACES TO APPR-DECIDED-NAME-OUT
               MOVE SPACES TO APPR-DECIDED-DATE-OUT
           ELSE
               MOVE APQ-DECIDED-BY-WS TO LOOKUP-OPERATOR-ID-WS
               PERFORM 900-FIND-OPERATOR-NAME
               MOVE LOOKUP-OPERATOR-NAME-WS TO APPR-DECIDED-NAME-OUT
               MOVE APQ-DECIDED-DATE-WS TO APPR-DECIDED-DATE-OUT
           END-IF.
           MOVE APQ-EXTENDED-VALUE-WS TO APPR-EXT-VALUE-OUT.
           MOVE APQ-PRICE-PCT-CHANGE-WS TO APPR-PCT-CHANGE-OUT.
           MOVE APQ-HOLD-REASON-WS TO APPR-HOLD-REASON-OUT.
           WRITE APPR-REPORT-LINE-OUT FROM APPR-DETAIL-LINE-WS.

      *LOOK UP AN OPERATOR'S NAME; ONE NO LONGER ON FILE SHOWS AS SUCH
       900-FIND-OPERATOR-NAME.
           MOVE "NOT ON OPERAUTH" TO LOOKUP-OPERATOR-NAME-WS.
           SET OPNM-TBL-IDX TO 1.
           SEARCH OPNM-TBL-ENTRY
               VARYING OPNM-TBL-IDX
               AT END
                   CONTINUE
               WHEN OPNM-TBL-IDX > OPNM-TBL-COUNT-WS
                   CONTINUE
               WHEN OPNM-ID-TBL (OPNM-TBL-IDX) = LOOKUP-OPERATOR-ID-WS
                   MOVE OPNM-NAME-TBL (OPNM-TBL-IDX) TO
                       LOOKUP-OPERATOR-NAME-WS
           END-SEARCH.

      *CLOSE THE REPORT FILES
       200-TERM-APPROVAL-REPORT.
           CLOSE OPERATOR-AUTH-IN.
           CLOSE APPROVAL-QUEUE-IN.
           CLOSE APPR-REPORT-OUT.
