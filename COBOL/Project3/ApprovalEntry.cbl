       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalEntry.
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

           SELECT OPTIONAL APPROVAL-QUEUE-FILE
               ASSIGN TO
               "PENDAPPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPR-TRAN-FILE-IN
               ASSIGN TO
               "APPRTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPR-REJECT-OUT
               ASSIGN TO
               "APPR-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO
               "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *OPERATORS WITH THEIR LIMITS; ONLY AN ACTIVE OPERATOR FLAGGED
      *AS A SUPERVISOR MAY RELEASE OR DECLINE A HELD TRANSACTION
       FD  OPERATOR-AUTH-IN
           RECORD CONTAINS 44 CHARACTERS.
       01  OPERATOR-AUTH-RECORD-IN.
           05  OPAU-OPERATOR-ID-IN         PIC X(8).
           05  OPAU-OPERATOR-NAME-IN       PIC X(20).
           05  OPAU-SUPERVISOR-FLAG-IN     PIC X.
           05  OPAU-VALUE-LIMIT-IN         PIC 9(7)V99.
           05  OPAU-PRICE-PCT-LIMIT-IN     PIC 9(3)V99.
           05  OPAU-STATUS-IN              PIC X.

      *TRANSACTIONS HELD OVER THE KEYING OPERATOR'S LIMIT BY PROJECT3
      *AND PARTMAINT, AWAITING A SUPERVISOR
       FD  APPROVAL-QUEUE-FILE
           RECORD CONTAINS 158 CHARACTERS.
       01  APPROVAL-QUEUE-RECORD           PIC X(158).

      *R RELEASES A PENDING ITEM TO BE APPLIED BY THE NEXT RUN OF THE
      *PROGRAM THAT HELD IT, D DECLINES IT
       FD  APPR-TRAN-FILE-IN
           RECORD CONTAINS 23 CHARACTERS.
       01  APPR-TRAN-RECORD-IN.
           05  APTR-ACTION-IN             PIC X.
           05  APTR-ITEM-NUMBER-IN        PIC X(6).
           05  APTR-SUPERVISOR-ID-IN      PIC X(8).
           05  APTR-DECISION-DATE-IN      PIC X(8).

       FD  APPR-REJECT-OUT
           RECORD CONTAINS 48 CHARACTERS.
       01  APPR-REJECT-RECORD-OUT.
           05  APPR-REJECT-DATA-OUT       PIC X(23).
           05  FILLER                     PIC X VALUE SPACES.
           05  APPR-REJECT-REASON-OUT     PIC X(24).

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
       01  APPR-TRAN-EOF-FLAG          PIC A(3) VALUE SPACES.
       01  OPERATOR-AUTH-EOF-FLAG      PIC A(3) VALUE SPACES.
       01  APPROVAL-QUEUE-EOF-FLAG     PIC A(3) VALUE SPACES.
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  APPR-REJECT-REASON-WS       PIC X(24) VALUE SPACES.
       01  APPR-TRAN-IN-CTR            PIC 9(7) VALUE 0.
       01  APPR-APPLIED-CTR            PIC 9(7) VALUE 0.
       01  APPR-REJECT-CTR             PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.

      *START AND END DATE-TIME STAMPS FOR THE SHARED BATCH RUN LOG
       01  RUN-START-STAMP-WS          PIC 9(14) VALUE 0.
       01  RUN-END-STAMP-WS            PIC 9(14) VALUE 0.
       01  STAMP-DATE-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

      *OPERATOR AUTHORISATION TABLE
       01  OPERATOR-AUTH-TABLE-WS.
           05  OPAU-TBL-COUNT-WS       PIC 9(3) VALUE 0.
           05  OPAU-TBL-MAX-WS         PIC 9(3) VALUE 200.
           05  OPAU-TBL-ENTRY OCCURS 200 TIMES
                   INDEXED BY OPAU-TBL-IDX.
               10  OPAU-ID-TBL         PIC X(8).
               10  OPAU-SUPERVISOR-TBL PIC X.
               10  OPAU-VALUE-LIMIT-TBL PIC 9(7)V99.
               10  OPAU-PCT-LIMIT-TBL  PIC 9(3)V99.
               10  OPAU-STATUS-TBL     PIC X.
       01  SUPV-FOUND-FLAG-WS          PIC X VALUE "N".
       01  SUPV-VALUE-LIMIT-WS         PIC 9(7)V99 VALUE 0.
       01  SUPV-PCT-LIMIT-WS           PIC 9(3)V99 VALUE 0.

      *THE APPROVAL QUEUE, LOADED AT JOB START AND WRITTEN BACK WITH
      *EACH DECISION AT END OF JOB. ON OVERFLOW EVERY DECISION IS
      *REFUSED AND THE FILE LEFT UNTOUCHED
       01  APPROVAL-QUEUE-TABLE-WS.
           05  APQ-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  APQ-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  APQ-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY APQ-TBL-IDX.
               10  APQ-IMAGE-TBL       PIC X(158).
               10  APQ-KEY-VIEW-TBL REDEFINES APQ-IMAGE-TBL.
                   15  APQ-ITEM-TBL    PIC 9(6).
                   15  FILLER          PIC X(152).
       01  APQ-OVERFLOW-FLAG-WS        PIC X VALUE "N".
       01  APQ-UPDATED-FLAG-WS         PIC X VALUE "N".
       01  FOUND-APQ-IDX-WS            PIC 9(4) VALUE 0.
      *CLOSED ITEMS (DECLINED, APPLIED OR FAILED) ARE KEPT THIS MANY
      *DAYS FOR THE APPROVAL REPORT AND THEN DROPPED WHEN THE QUEUE IS
      *WRITTEN BACK; THE NEWEST ITEM IS ALWAYS KEPT SO THE ITEM
      *NUMBERS CARRY ON FROM IT
       01  APQ-KEEP-DAYS-WS            PIC 9(3) VALUE 90.
       01  APQ-PURGE-DATE-WS           PIC 9(8) VALUE 0.
       01  APQ-CLOSED-DATE-WS          PIC 9(8) VALUE 0.
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
       100-ENTER-APPROVAL-DECISIONS.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-APPROVAL-ENTRY.

           PERFORM 200-PROCESS-APPR-TRAN
               UNTIL APPR-TRAN-EOF-FLAG = "YES".

           PERFORM 200-TERM-APPROVAL-ENTRY.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.

      *RECONCILE DECISIONS READ AGAINST APPLIED PLUS REJECTED
       700-RECONCILE-RECORD-COUNTS.
           COMPUTE RECORD-COUNT-CHECK-WS =
               APPR-APPLIED-CTR + APPR-REJECT-CTR.
           IF APPR-TRAN-IN-CTR = RECORD-COUNT-CHECK-WS
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
           MOVE "APPRENTR" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "APPRTRAN.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE APPR-TRAN-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE APPR-APPLIED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE APPR-REJECT-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *INITIATES SUPERVISOR APPROVAL ENTRY JOB
       200-INITIATE-APPROVAL-ENTRY.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-OPERATOR-AUTH-TABLE.
           PERFORM 700-LOAD-APPROVAL-QUEUE.
           PERFORM 700-READ-APPR-TRAN-RECORD.

      *APPLY ONE SUPERVISOR DECISION THEN READ THE NEXT ONE
       200-PROCESS-APPR-TRAN.
           ADD 1 TO APPR-TRAN-IN-CTR.
           PERFORM 700-EDIT-APPR-TRAN-RECORD.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-APPLY-APPR-TRAN
           ELSE
               PERFORM 900-WRITE-APPR-REJECT-OUT
           END-IF.
           PERFORM 700-READ-APPR-TRAN-RECORD.

      *WRITE THE APPROVAL QUEUE BACK AND CLOSE THE FILES
       200-TERM-APPROVAL-ENTRY.
           PERFORM 700-REWRITE-APPROVAL-QUEUE.
           CLOSE APPR-TRAN-FILE-IN.
           CLOSE APPR-REJECT-OUT.

      *OPEN INPUT AND OUTPUT FILES
       700-OPEN-FILES.
           OPEN INPUT APPR-TRAN-FILE-IN.
           OPEN OUTPUT APPR-REJECT-OUT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

      *LOAD EVERY OPERATOR WITH THEIR SUPERVISOR FLAG AND LIMITS
       700-LOAD-OPERATOR-AUTH-TABLE.
           OPEN INPUT OPERATOR-AUTH-IN.
           PERFORM UNTIL OPERATOR-AUTH-EOF-FLAG = "YES"
               READ OPERATOR-AUTH-IN
                   AT END MOVE "YES" TO OPERATOR-AUTH-EOF-FLAG
                   NOT AT END
                       IF OPAU-TBL-COUNT-WS < OPAU-TBL-MAX-WS
                           ADD 1 TO OPAU-TBL-COUNT-WS
                           SET OPAU-TBL-IDX TO OPAU-TBL-COUNT-WS
                           MOVE OPAU-OPERATOR-ID-IN TO
                               OPAU-ID-TBL (OPAU-TBL-IDX)
                           MOVE OPAU-SUPERVISOR-FLAG-IN TO
                               OPAU-SUPERVISOR-TBL (OPAU-TBL-IDX)
                           MOVE OPAU-VALUE-LIMIT-IN TO
                               OPAU-VALUE-LIMIT-TBL (OPAU-TBL-IDX)
                           MOVE OPAU-PRICE-PCT-LIMIT-IN TO
                               OPAU-PCT-LIMIT-TBL (OPAU-TBL-IDX)
                           MOVE OPAU-STATUS-IN TO
                               OPAU-STATUS-TBL (OPAU-TBL-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-AUTH-IN.

      *LOAD EVERY ITEM ON THE APPROVAL QUEUE
       700-LOAD-APPROVAL-QUEUE.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           PERFORM UNTIL APPROVAL-QUEUE-EOF-FLAG = "YES"
               READ APPROVAL-QUEUE-FILE
                   AT END MOVE "YES" TO APPROVAL-QUEUE-EOF-FLAG
                   NOT AT END
                       IF APQ-TBL-COUNT-WS < APQ-TBL-MAX-WS
                           ADD 1 TO APQ-TBL-COUNT-WS
                           SET APQ-TBL-IDX TO APQ-TBL-COUNT-WS
                           MOVE APPROVAL-QUEUE-RECORD TO
                               APQ-IMAGE-TBL (APQ-TBL-IDX)
                       ELSE
                           MOVE "Y" TO APQ-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-FILE.

      *WRITE THE QUEUE BACK WITH TODAY'S DECISIONS, DROPPING ITEMS
      *CLOSED BEFORE THE PURGE DATE; IF THE LOAD OVERFLOWED NOTHING
      *WAS DECIDED AND THE FILE IS LEFT
       700-REWRITE-APPROVAL-QUEUE.
           IF APQ-UPDATED-FLAG-WS = "Y"
               AND APQ-OVERFLOW-FLAG-WS NOT = "Y"
               COMPUTE APQ-PURGE-DATE-WS =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)
                       - APQ-KEEP-DAYS-WS)
               OPEN OUTPUT APPROVAL-QUEUE-FILE
               PERFORM VARYING APQ-TBL-IDX FROM 1 BY 1
                       UNTIL APQ-TBL-IDX > APQ-TBL-COUNT-WS
                   MOVE APQ-IMAGE-TBL (APQ-TBL-IDX) TO APQ-WORK-WS
                   PERFORM 900-FIND-ITEM-CLOSED-DATE
                   IF APQ-CLOSED-DATE-WS = 0
                       OR APQ-CLOSED-DATE-WS NOT < APQ-PURGE-DATE-WS
                       OR APQ-TBL-IDX = APQ-TBL-COUNT-WS
                       WRITE APPROVAL-QUEUE-RECORD FROM
                           APQ-IMAGE-TBL (APQ-TBL-IDX)
                   END-IF
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.

      *THE DATE AN ITEM WAS CLOSED: DECIDED FOR A DECLINE, APPLIED
      *FOR AN APPLIED OR FAILED ITEM; ZERO WHILE IT IS STILL OPEN
       900-FIND-ITEM-CLOSED-DATE.
           MOVE 0 TO APQ-CLOSED-DATE-WS.
           IF APQ-STATUS-WS = "D"
               MOVE APQ-DECIDED-DATE-WS TO APQ-CLOSED-DATE-WS
           END-IF.
           IF APQ-STATUS-WS = "A" OR APQ-STATUS-WS = "F"
               MOVE APQ-APPLIED-DATE-WS TO APQ-CLOSED-DATE-WS
           END-IF.

      *READ ONE SUPERVISOR DECISION RECORD
       700-READ-APPR-TRAN-RECORD.
           READ APPR-TRAN-FILE-IN
               AT END MOVE "YES" TO APPR-TRAN-EOF-FLAG
           END-READ.

      *EDIT THE ACTION, ITEM NUMBER, SUPERVISOR AND DATE OF A DECISION
       700-EDIT-APPR-TRAN-RECORD.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO APPR-REJECT-REASON-WS.
           IF APQ-OVERFLOW-FLAG-WS = "Y"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "APPROVAL QUEUE FULL" TO APPR-REJECT-REASON-WS
           ELSE
               IF APTR-ACTION-IN NOT = "R" AND APTR-ACTION-IN NOT = "D"
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD ACTION CODE" TO APPR-REJECT-REASON-WS
               ELSE
                   IF APTR-ITEM-NUMBER-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD ITEM NUMBER" TO APPR-REJECT-REASON-WS
                   ELSE
                       IF APTR-DECISION-DATE-IN NOT NUMERIC
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BAD DECISION DATE" TO
                               APPR-REJECT-REASON-WS
                       ELSE
                           PERFORM 700-EDIT-APPR-SUPERVISOR.

      *THE DECISION MUST COME FROM AN ACTIVE SUPERVISOR, AGAINST AN
      *ITEM STILL PENDING THAT SOMEONE ELSE KEYED
       700-EDIT-APPR-SUPERVISOR.
           PERFORM 900-FIND-SUPERVISOR.
           IF SUPV-FOUND-FLAG-WS = "N"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "NOT A SUPERVISOR" TO APPR-REJECT-REASON-WS
           ELSE
               PERFORM 900-FIND-QUEUE-ITEM
               IF FOUND-APQ-IDX-WS = 0
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "ITEM NOT FOUND" TO APPR-REJECT-REASON-WS
               ELSE
                   SET APQ-TBL-IDX TO FOUND-APQ-IDX-WS
                   MOVE APQ-IMAGE-TBL (APQ-TBL-IDX) TO APQ-WORK-WS
                   IF APQ-STATUS-WS NOT = "P"
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "ITEM NOT PENDING" TO
                           APPR-REJECT-REASON-WS
                   ELSE
                       IF APQ-KEYED-BY-WS = APTR-SUPERVISOR-ID-IN
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "CANNOT APPROVE OWN ITEM" TO
                               APPR-REJECT-REASON-WS
                       ELSE
                           IF APTR-ACTION-IN = "R"
                               PERFORM 700-EDIT-APPR-RELEASE-LIMIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *A SUPERVISOR MAY ONLY RELEASE AN ITEM WITHIN THEIR OWN VALUE
      *AND PERCENT PRICE CHANGE LIMITS; ANYTHING BIGGER GOES HIGHER
       700-EDIT-APPR-RELEASE-LIMIT.
           IF APQ-EXTENDED-VALUE-WS > SUPV-VALUE-LIMIT-WS
               OR APQ-PRICE-PCT-CHANGE-WS > SUPV-PCT-LIMIT-WS
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "OVER SUPERVISOR LIMIT" TO APPR-REJECT-REASON-WS
           END-IF.

      *RECORD THE DECISION, WHO MADE IT AND WHEN ON THE QUEUE ITEM
       700-APPLY-APPR-TRAN.
           IF APTR-ACTION-IN = "R"
               MOVE "R" TO APQ-STATUS-WS
           ELSE
               MOVE "D" TO APQ-STATUS-WS
           END-IF.
           MOVE APTR-SUPERVISOR-ID-IN TO APQ-DECIDED-BY-WS.
           MOVE APTR-DECISION-DATE-IN TO APQ-DECIDED-DATE-WS.
           SET APQ-TBL-IDX TO FOUND-APQ-IDX-WS.
           MOVE APQ-WORK-WS TO APQ-IMAGE-TBL (APQ-TBL-IDX).
           MOVE "Y" TO APQ-UPDATED-FLAG-WS.
           ADD 1 TO APPR-APPLIED-CTR.

      *LOOK UP THE DECIDING OPERATOR; ONLY AN ACTIVE SUPERVISOR COUNTS
       900-FIND-SUPERVISOR.
           MOVE "N" TO SUPV-FOUND-FLAG-WS.
           MOVE 0 TO SUPV-VALUE-LIMIT-WS.
           MOVE 0 TO SUPV-PCT-LIMIT-WS.
           SET OPAU-TBL-IDX TO 1.
           SEARCH OPAU-TBL-ENTRY
               VARYING OPAU-TBL-IDX
               AT END
                   CONTINUE
               WHEN OPAU-TBL-IDX > OPAU-TBL-COUNT-WS
                   CONTINUE
               WHEN OPAU-ID-TBL (OPAU-TBL-IDX) = APTR-SUPERVISOR-ID-IN
                   IF OPAU-SUPERVISOR-TBL (OPAU-TBL-IDX) = "Y"
                       AND OPAU-STATUS-TBL (OPAU-TBL-IDX) = "A"
                       MOVE "Y" TO SUPV-FOUND-FLAG-WS
                       MOVE OPAU-VALUE-LIMIT-TBL (OPAU-TBL-IDX) TO
                           SUPV-VALUE-LIMIT-WS
                       MOVE OPAU-PCT-LIMIT-TBL (OPAU-TBL-IDX) TO
                           SUPV-PCT-LIMIT-WS
                   END-IF
           END-SEARCH.

      *FIND THE QUEUE ITEM THE DECISION REFERS TO
       900-FIND-QUEUE-ITEM.
           MOVE 0 TO FOUND-APQ-IDX-WS.
           SET APQ-TBL-IDX TO 1.
           SEARCH APQ-TBL-ENTRY
               VARYING APQ-TBL-IDX
               AT END
                   CONTINUE
               WHEN APQ-TBL-IDX > APQ-TBL-COUNT-WS
                   CONTINUE
               WHEN APQ-ITEM-TBL (APQ-TBL-IDX) = APTR-ITEM-NUMBER-IN
                   SET FOUND-APQ-IDX-WS TO APQ-TBL-IDX
           END-SEARCH.

      *WRITE A REJECTED DECISION WITH ITS REASON CODE
       900-WRITE-APPR-REJECT-OUT.
           MOVE APPR-TRAN-RECORD-IN TO APPR-REJECT-DATA-OUT.
           MOVE APPR-REJECT-REASON-WS TO APPR-REJECT-REASON-OUT.
           WRITE APPR-REJECT-RECORD-OUT.
           ADD 1 TO APPR-REJECT-CTR.
