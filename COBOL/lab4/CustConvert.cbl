       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustConvert.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE CUSTOMER MASTER IS READ IN ITS 113-BYTE LAYOUT AND
      *RELOADED UNDER THE SAME NAME IN THE 157-BYTE LAYOUT
           SELECT CUSTOMER-OLD-IN
               ASSIGN TO "CUSTOMERS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID-OLD
               FILE STATUS IS CUSTOMER-MASTER-STATUS-WS.

           SELECT CUSTOMER-MASTER-OUT
               ASSIGN TO "CUSTOMERS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID-MS
               FILE STATUS IS CUSTOMER-MASTER-STATUS-WS.

           SELECT CUSTOMER-WORK
               ASSIGN TO "CUSTOMERS-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVERSION-CONTROL-FILE
               ASSIGN TO "CUSTCONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONVERSION-REPORT-OUT
               ASSIGN TO "CUSTCONVRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-OLD-IN
           RECORD CONTAINS 113 CHARACTERS.
       01  CUST-RECORD-OLD.
           05  CUST-ID-OLD                 PIC 9(7).
           05  CUST-NAME-OLD               PIC X(45).
           05  CUST-ADDRESS-OLD            PIC X(61).

       FD  CUSTOMER-MASTER-OUT
           RECORD CONTAINS 157 CHARACTERS.
       01  CUST-MASTER-RECORD.
           05  CUST-ID-MS                  PIC 9(7).
           05  FILLER                      PIC X(150).

      *THE CONVERTED MASTER IN THE NEW LAYOUT, HELD UNTIL IT BALANCES
       FD  CUSTOMER-WORK
           RECORD CONTAINS 157 CHARACTERS.
       01  CUST-WORK-RECORD.
           05  CUST-ID-WK                  PIC 9(7).
           05  CUST-NAME-WK                PIC X(45).
           05  CUST-ADDRESS-WK             PIC X(61).
           05  CUST-PHONE-WK               PIC X(12).
           05  CUST-LICENCE-NUMBER-WK      PIC X(15).
           05  CUST-LICENCE-EXPIRY-WK      PIC 9(8).
           05  CUST-STATUS-WK              PIC X.
           05  CUST-STATUS-DATE-WK         PIC 9(8).

      *WRITTEN ONCE THE CONVERTED MASTER IS IN PLACE; ITS PRESENCE
      *STOPS A SECOND RUN FROM READING THE NEW MASTER AS OLD
       FD  CONVERSION-CONTROL-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  CONVERSION-CONTROL-RECORD.
           05  CONVCTL-RUN-DATE            PIC 9(8).
           05  CONVCTL-END-STAMP           PIC 9(14).

       FD  CONVERSION-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  CONVERSION-REPORT-LINE-OUT      PIC X(80).

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
       01  CONV-EOF-FLAG               PIC A(3) VALUE SPACES.
       01  CUSTOMER-MASTER-STATUS-WS   PIC X(2) VALUE "00".
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.

      *R = READY TO CONVERT, D = CONVERTED ON AN EARLIER RUN, M =
      *MASTER COULD NOT BE READ, B = OUT OF BALANCE, A = APPLIED
       01  CONVERT-STATE-WS            PIC X VALUE "R".
       01  CONVERTED-DATE-WS           PIC 9(8) VALUE 0.
       01  MASTER-LOAD-FAIL-CTR        PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.

      *CONTROL TOTALS TAKEN FROM THE OLD LAYOUT AS IT IS READ AND
      *FROM THE NEW LAYOUT AS THE WORK FILE IS READ BACK: A COUNT OF
      *RECORDS, A HASH OF THE CUSTOMER IDS, AND ON THE NEW LAYOUT THE
      *COUNT OF CUSTOMERS OPENED AS ACTIVE, WHICH MUST BE ALL OF THEM
       01  BEFORE-CTR                  PIC 9(7) VALUE 0.
       01  AFTER-CTR                   PIC 9(7) VALUE 0.
       01  BEFORE-ID-HASH-WS           PIC 9(15) VALUE 0.
       01  AFTER-ID-HASH-WS            PIC 9(15) VALUE 0.
       01  AFTER-ACTIVE-CTR            PIC 9(7) VALUE 0.

      *START AND END DATE-TIME STAMPS FOR THE SHARED BATCH RUN LOG
       01  RUN-START-STAMP-WS          PIC 9(14) VALUE 0.
       01  RUN-END-STAMP-WS            PIC 9(14) VALUE 0.
       01  STAMP-DATE-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

       01  CONV-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(42) VALUE
           "CUSTOMER MASTER LAYOUT CONVERSION - RUN".
           05  FILLER                  PIC X VALUE SPACES.
           05  CONV-TITLE-DATE-OUT     PIC 9(8).
           05  FILLER                  PIC X(28) VALUE SPACES.
       01  CONV-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE "CONTROL TOTAL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
           "             BEFORE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
           "              AFTER".
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  CONV-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  CONV-TOTAL-NAME-OUT     PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CONV-BEFORE-OUT         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CONV-AFTER-OUT          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  CONV-OUTCOME-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  CONV-OUTCOME-TEXT-OUT   PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X VALUE SPACES.
           05  CONV-OUTCOME-DETAIL-OUT PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  CONV-ROW-FILLER-WS          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-CONVERT-CUSTOMER-MASTER.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-CONVERSION-JOB.
           IF CONVERT-STATE-WS = "R"
               PERFORM 200-CONVERT-TO-WORK-FILE
           END-IF.
           IF CONVERT-STATE-WS = "R"
               PERFORM 200-TOTAL-WORK-FILE
               PERFORM 200-BALANCE-WORK-FILE
           END-IF.
           IF CONVERT-STATE-WS = "R"
               PERFORM 200-CUT-OVER-MASTER
           END-IF.
           PERFORM 200-WRITE-CONVERSION-REPORT.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.

      *APPEND ONE RECORD TO THE SHARED BATCH RUN LOG: RECORDS READ IN
      *THE OLD LAYOUT, RECORDS WRITTEN IN THE NEW, AND RECORDS THAT
      *COULD NOT BE RELOADED
       700-WRITE-RUN-LOG.
           IF CONVERT-STATE-WS = "A"
               MOVE "IN BALANCE" TO CONTROL-TOTAL-STATUS-WS
           ELSE
               IF CONVERT-STATE-WS = "B"
                   MOVE "OUT OF BAL" TO CONTROL-TOTAL-STATUS-WS
               ELSE
                   MOVE "NOT APPLIED" TO CONTROL-TOTAL-STATUS-WS
               END-IF
           END-IF.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-END-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.
           OPEN EXTEND RUN-LOG-OUT.
           MOVE "CUSTCONV" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "CUSTOMERS.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE BEFORE-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE AFTER-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE MASTER-LOAD-FAIL-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *REFUSE TO RUN AGAIN ONCE THE CONVERSION HAS BEEN APPLIED
       200-INITIATE-CONVERSION-JOB.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT CONVERSION-CONTROL-FILE.
           READ CONVERSION-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "D" TO CONVERT-STATE-WS
                   MOVE CONVCTL-RUN-DATE TO CONVERTED-DATE-WS
           END-READ.
           CLOSE CONVERSION-CONTROL-FILE.

      *FIRST PASS: READ THE MASTER IN KEY ORDER IN ITS OLD LAYOUT,
      *TAKE THE BEFORE TOTALS AND WRITE THE NEW LAYOUT TO THE WORK
      *FILE; AN I-O ERROR STATUS ENDS THE READ AND STOPS THE
      *CONVERSION RATHER THAN LOSE CUSTOMERS
       200-CONVERT-TO-WORK-FILE.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT CUSTOMER-OLD-IN.
           IF CUSTOMER-MASTER-STATUS-WS NOT = "00"
               MOVE "M" TO CONVERT-STATE-WS
           ELSE
               OPEN OUTPUT CUSTOMER-WORK
               PERFORM UNTIL CONV-EOF-FLAG = "YES"
                   READ CUSTOMER-OLD-IN NEXT RECORD
                       AT END MOVE "YES" TO CONV-EOF-FLAG
                   END-READ
                   IF CONV-EOF-FLAG NOT = "YES"
                       PERFORM 900-CARRY-CUSTOMER
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-WORK
               CLOSE CUSTOMER-OLD-IN
           END-IF.

      *EXPAND ONE CUSTOMER, OR STOP ON A DAMAGED READ. NAME AND
      *ADDRESS ARE CARRIED AS THEY STAND; EVERY CUSTOMER OPENS AS
      *ACTIVE FROM THE RUN DATE WITH NO PHONE OR LICENCE ON FILE,
      *SO RENTALTRACK REFUSES A CHECKOUT UNTIL THE LICENCE IS KEYED
      *THROUGH A CUSTMAINT CHANGE
       900-CARRY-CUSTOMER.
           IF CUSTOMER-MASTER-STATUS-WS = "00"
               ADD 1 TO BEFORE-CTR
               ADD CUST-ID-OLD TO BEFORE-ID-HASH-WS
               MOVE CUST-ID-OLD TO CUST-ID-WK
               MOVE CUST-NAME-OLD TO CUST-NAME-WK
               MOVE CUST-ADDRESS-OLD TO CUST-ADDRESS-WK
               MOVE SPACES TO CUST-PHONE-WK
               MOVE SPACES TO CUST-LICENCE-NUMBER-WK
               MOVE 0 TO CUST-LICENCE-EXPIRY-WK
               MOVE "A" TO CUST-STATUS-WK
               MOVE RUN-DATE-WS TO CUST-STATUS-DATE-WK
               WRITE CUST-WORK-RECORD
           ELSE
               MOVE "M" TO CONVERT-STATE-WS
               MOVE "YES" TO CONV-EOF-FLAG
           END-IF.

      *SECOND PASS: READ THE WORK FILE BACK IN THE NEW LAYOUT FOR
      *THE AFTER TOTALS
       200-TOTAL-WORK-FILE.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT CUSTOMER-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ CUSTOMER-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       ADD 1 TO AFTER-CTR
                       ADD CUST-ID-WK TO AFTER-ID-HASH-WS
                       IF CUST-STATUS-WK = "A"
                           ADD 1 TO AFTER-ACTIVE-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-WORK.

      *THE MASTER BALANCES WHEN THE COUNT AND ID HASH ARE THE SAME
      *BEFORE AND AFTER AND EVERY CUSTOMER CAME OUT ACTIVE
       200-BALANCE-WORK-FILE.
           IF BEFORE-CTR NOT = AFTER-CTR
                   OR BEFORE-ID-HASH-WS NOT = AFTER-ID-HASH-WS
                   OR AFTER-ACTIVE-CTR NOT = AFTER-CTR
               MOVE "B" TO CONVERT-STATE-WS
           END-IF.

      *THIRD PASS: THE MASTER BALANCED, SO RELOAD IT UNDER ITS OWN
      *NAME IN THE NEW LAYOUT AND RECORD THE RUN IN THE CONTROL FILE
       200-CUT-OVER-MASTER.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT CUSTOMER-WORK.
           OPEN OUTPUT CUSTOMER-MASTER-OUT.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ CUSTOMER-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       MOVE CUST-WORK-RECORD TO CUST-MASTER-RECORD
                       WRITE CUST-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO MASTER-LOAD-FAIL-CTR
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-WORK.
           CLOSE CUSTOMER-MASTER-OUT.
           MOVE "A" TO CONVERT-STATE-WS.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           OPEN OUTPUT CONVERSION-CONTROL-FILE.
           MOVE RUN-DATE-WS TO CONVCTL-RUN-DATE.
           COMPUTE CONVCTL-END-STAMP =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.
           WRITE CONVERSION-CONTROL-RECORD.
           CLOSE CONVERSION-CONTROL-FILE.

      *LIST THE BEFORE AND AFTER CONTROL TOTALS AND SAY WHETHER THE
      *CONVERSION WAS APPLIED
       200-WRITE-CONVERSION-REPORT.
           OPEN OUTPUT CONVERSION-REPORT-OUT.
           MOVE RUN-DATE-WS TO CONV-TITLE-DATE-OUT.
           WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-TITLE-LINE-WS.
           WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-ROW-FILLER-WS.
           IF CONVERT-STATE-WS NOT = "D"
               WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-HDR-LINE-WS
               MOVE "CUSTOMER RECORDS" TO CONV-TOTAL-NAME-OUT
               MOVE BEFORE-CTR TO CONV-BEFORE-OUT
               MOVE AFTER-CTR TO CONV-AFTER-OUT
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-DETAIL-LINE-WS
               MOVE "CUSTOMER ID HASH" TO CONV-TOTAL-NAME-OUT
               MOVE BEFORE-ID-HASH-WS TO CONV-BEFORE-OUT
               MOVE AFTER-ID-HASH-WS TO CONV-AFTER-OUT
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-DETAIL-LINE-WS
               MOVE "OPENED AS ACTIVE" TO CONV-TOTAL-NAME-OUT
               MOVE BEFORE-CTR TO CONV-BEFORE-OUT
               MOVE AFTER-ACTIVE-CTR TO CONV-AFTER-OUT
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-DETAIL-LINE-WS
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-ROW-FILLER-WS
           END-IF.
           EVALUATE CONVERT-STATE-WS
               WHEN "A"
                   MOVE "CONVERSION APPLIED - MASTER IN BALANCE" TO
                       CONV-OUTCOME-TEXT-OUT
               WHEN "B"
                   MOVE "NOTHING APPLIED - MASTER OUT OF BALANCE" TO
                       CONV-OUTCOME-TEXT-OUT
               WHEN "M"
                   MOVE "NOTHING APPLIED - MASTER UNREADABLE, STATUS"
                       TO CONV-OUTCOME-TEXT-OUT
                   MOVE CUSTOMER-MASTER-STATUS-WS TO
                       CONV-OUTCOME-DETAIL-OUT
               WHEN OTHER
                   MOVE "NOTHING APPLIED - ALREADY CONVERTED ON" TO
                       CONV-OUTCOME-TEXT-OUT
                   MOVE CONVERTED-DATE-WS TO CONV-OUTCOME-DETAIL-OUT
           END-EVALUATE.
           WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-OUTCOME-LINE-WS.
           IF MASTER-LOAD-FAIL-CTR > 0
               MOVE "CUSTOMER RECORDS NOT RELOADED" TO
                   CONV-OUTCOME-TEXT-OUT
               MOVE MASTER-LOAD-FAIL-CTR TO CONV-OUTCOME-DETAIL-OUT
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-OUTCOME-LINE-WS
           END-IF.
           CLOSE CONVERSION-REPORT-OUT.
