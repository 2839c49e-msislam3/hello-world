       IDENTIFICATION DIVISION.
       PROGRAM-ID. FleetConvert.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE VEHICLE MASTER IS READ IN ITS 48-BYTE LAYOUT AND RELOADED
      *UNDER THE SAME NAME IN THE 76-BYTE LAYOUT
           SELECT VEHICLE-OLD-IN
               ASSIGN TO "VEHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEH-REG-NUMBER-OLD
               FILE STATUS IS VEHICLE-MASTER-STATUS-WS.

           SELECT VEHICLE-MASTER-OUT
               ASSIGN TO "VEHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-REG-NUMBER-MS
               FILE STATUS IS VEHICLE-MASTER-STATUS-WS.

           SELECT VEHICLE-WORK
               ASSIGN TO "VEHMAST-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVERSION-CONTROL-FILE
               ASSIGN TO "FLEETCONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONVERSION-REPORT-OUT
               ASSIGN TO "FLEETCONVRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-OLD-IN
           RECORD CONTAINS 48 CHARACTERS.
       01  VEHICLE-RECORD-OLD.
           05  VEH-REG-NUMBER-OLD          PIC 9(8).
           05  VEH-CAR-TYPE-OLD            PIC X(10).
           05  VEH-CAR-MODEL-OLD           PIC X(5).
           05  VEH-MODEL-YEAR-OLD          PIC 9(8).
           05  VEH-STATUS-OLD              PIC X.
           05  VEH-ACQUIRED-DATE-OLD       PIC 9(8).
           05  VEH-DISPOSED-DATE-OLD       PIC 9(8).

       FD  VEHICLE-MASTER-OUT
           RECORD CONTAINS 76 CHARACTERS.
       01  VEHICLE-MASTER-RECORD.
           05  VEH-REG-NUMBER-MS           PIC 9(8).
           05  VEH-CAR-TYPE-MS             PIC X(10).
           05  VEH-CAR-MODEL-MS            PIC X(5).
           05  VEH-MODEL-YEAR-MS           PIC 9(8).
           05  VEH-STATUS-MS               PIC X.
           05  VEH-ACQUIRED-DATE-MS        PIC 9(8).
           05  VEH-DISPOSED-DATE-MS        PIC 9(8).
           05  VEH-ODOMETER-MS             PIC 9(7).
           05  VEH-ODOMETER-DATE-MS        PIC 9(8).
           05  VEH-LAST-SERVICE-ODO-MS     PIC 9(7).
           05  VEH-SERVICE-INTERVAL-MS     PIC 9(6).

      *THE CONVERTED MASTER IN THE NEW LAYOUT, HELD UNTIL IT BALANCES
       FD  VEHICLE-WORK
           RECORD CONTAINS 76 CHARACTERS.
       01  VEHICLE-WORK-RECORD.
           05  VEH-REG-NUMBER-WK           PIC 9(8).
           05  VEH-CAR-TYPE-WK             PIC X(10).
           05  VEH-CAR-MODEL-WK            PIC X(5).
           05  VEH-MODEL-YEAR-WK           PIC 9(8).
           05  VEH-STATUS-WK               PIC X.
           05  VEH-ACQUIRED-DATE-WK        PIC 9(8).
           05  VEH-DISPOSED-DATE-WK        PIC 9(8).
           05  VEH-ODOMETER-WK             PIC 9(7).
           05  VEH-ODOMETER-DATE-WK        PIC 9(8).
           05  VEH-LAST-SERVICE-ODO-WK     PIC 9(7).
           05  VEH-SERVICE-INTERVAL-WK     PIC 9(6).

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
       01  VEHICLE-MASTER-STATUS-WS    PIC X(2) VALUE "00".
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.

      *R = READY TO CONVERT, D = CONVERTED ON AN EARLIER RUN, M =
      *MASTER COULD NOT BE READ, B = OUT OF BALANCE, A = APPLIED
       01  CONVERT-STATE-WS            PIC X VALUE "R".
       01  CONVERTED-DATE-WS           PIC 9(8) VALUE 0.
       01  MASTER-LOAD-FAIL-CTR        PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.

      *CONTROL TOTALS TAKEN FROM THE OLD LAYOUT AS IT IS READ AND
      *FROM THE NEW LAYOUT AS THE WORK FILE IS READ BACK: A COUNT OF
      *RECORDS, A HASH OF THE REGISTRATION NUMBERS, A HASH OF THE
      *ACQUIRED AND DISPOSED DATES, AND THE COUNT OF DISPOSED CARS,
      *SO THAT EVERY CAR KEEPS ITS STATUS AND DATES
       01  BEFORE-CTR                  PIC 9(7) VALUE 0.
       01  AFTER-CTR                   PIC 9(7) VALUE 0.
       01  BEFORE-REG-HASH-WS          PIC 9(15) VALUE 0.
       01  AFTER-REG-HASH-WS           PIC 9(15) VALUE 0.
       01  BEFORE-DATE-HASH-WS         PIC 9(15) VALUE 0.
       01  AFTER-DATE-HASH-WS          PIC 9(15) VALUE 0.
       01  BEFORE-DISPOSED-CTR         PIC 9(7) VALUE 0.
       01  AFTER-DISPOSED-CTR          PIC 9(7) VALUE 0.

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
           "VEHICLE MASTER LAYOUT CONVERSION - RUN".
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
       100-CONVERT-VEHICLE-MASTER.

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
           MOVE "FLEETCNV" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "VEHMAST.DAT" TO RUNLOG-INPUT-FILE-OUT.
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
      *CONVERSION RATHER THAN LOSE CARS
       200-CONVERT-TO-WORK-FILE.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT VEHICLE-OLD-IN.
           IF VEHICLE-MASTER-STATUS-WS NOT = "00"
               MOVE "M" TO CONVERT-STATE-WS
           ELSE
               OPEN OUTPUT VEHICLE-WORK
               PERFORM UNTIL CONV-EOF-FLAG = "YES"
                   READ VEHICLE-OLD-IN NEXT RECORD
                       AT END MOVE "YES" TO CONV-EOF-FLAG
                   END-READ
                   IF CONV-EOF-FLAG NOT = "YES"
                       PERFORM 900-CARRY-VEHICLE
                   END-IF
               END-PERFORM
               CLOSE VEHICLE-WORK
               CLOSE VEHICLE-OLD-IN
           END-IF.

      *EXPAND ONE CAR, OR STOP ON A DAMAGED READ. STATUS AND DATES
      *ARE KEPT; THE ODOMETER STARTS AT ZERO AS OF THE DATE THE CAR
      *WAS ACQUIRED AND NO SERVICE INTERVAL IS SET, SO THE CAR IS
      *LEFT OFF THE SERVICE-DUE REPORT UNTIL FLEETMAINT GIVES IT ONE
      *AND LAB4 POSTS ITS FIRST RETURN READING
       900-CARRY-VEHICLE.
           IF VEHICLE-MASTER-STATUS-WS = "00"
               ADD 1 TO BEFORE-CTR
               ADD VEH-REG-NUMBER-OLD TO BEFORE-REG-HASH-WS
               IF VEH-ACQUIRED-DATE-OLD NUMERIC
                   ADD VEH-ACQUIRED-DATE-OLD TO BEFORE-DATE-HASH-WS
               END-IF
               IF VEH-DISPOSED-DATE-OLD NUMERIC
                   ADD VEH-DISPOSED-DATE-OLD TO BEFORE-DATE-HASH-WS
               END-IF
               IF VEH-STATUS-OLD = "D"
                   ADD 1 TO BEFORE-DISPOSED-CTR
               END-IF
               MOVE VEH-REG-NUMBER-OLD TO VEH-REG-NUMBER-WK
               MOVE VEH-CAR-TYPE-OLD TO VEH-CAR-TYPE-WK
               MOVE VEH-CAR-MODEL-OLD TO VEH-CAR-MODEL-WK
               MOVE VEH-MODEL-YEAR-OLD TO VEH-MODEL-YEAR-WK
               MOVE VEH-STATUS-OLD TO VEH-STATUS-WK
               MOVE VEH-ACQUIRED-DATE-OLD TO VEH-ACQUIRED-DATE-WK
               MOVE VEH-DISPOSED-DATE-OLD TO VEH-DISPOSED-DATE-WK
               MOVE 0 TO VEH-ODOMETER-WK
               MOVE VEH-ACQUIRED-DATE-OLD TO VEH-ODOMETER-DATE-WK
               MOVE 0 TO VEH-LAST-SERVICE-ODO-WK
               MOVE 0 TO VEH-SERVICE-INTERVAL-WK
               WRITE VEHICLE-WORK-RECORD
           ELSE
               MOVE "M" TO CONVERT-STATE-WS
               MOVE "YES" TO CONV-EOF-FLAG
           END-IF.

      *SECOND PASS: READ THE WORK FILE BACK IN THE NEW LAYOUT FOR
      *THE AFTER TOTALS
       200-TOTAL-WORK-FILE.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT VEHICLE-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ VEHICLE-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-VEHICLE
               END-READ
           END-PERFORM.
           CLOSE VEHICLE-WORK.

      *ADD ONE CONVERTED CAR TO THE AFTER TOTALS
       900-TOTAL-VEHICLE.
           ADD 1 TO AFTER-CTR.
           ADD VEH-REG-NUMBER-WK TO AFTER-REG-HASH-WS.
           IF VEH-ACQUIRED-DATE-WK NUMERIC
               ADD VEH-ACQUIRED-DATE-WK TO AFTER-DATE-HASH-WS
           END-IF.
           IF VEH-DISPOSED-DATE-WK NUMERIC
               ADD VEH-DISPOSED-DATE-WK TO AFTER-DATE-HASH-WS
           END-IF.
           IF VEH-STATUS-WK = "D"
               ADD 1 TO AFTER-DISPOSED-CTR
           END-IF.

      *THE MASTER BALANCES WHEN EVERY CONTROL TOTAL IS THE SAME
      *BEFORE AND AFTER
       200-BALANCE-WORK-FILE.
           IF BEFORE-CTR NOT = AFTER-CTR
                   OR BEFORE-REG-HASH-WS NOT = AFTER-REG-HASH-WS
                   OR BEFORE-DATE-HASH-WS NOT = AFTER-DATE-HASH-WS
                   OR BEFORE-DISPOSED-CTR NOT = AFTER-DISPOSED-CTR
               MOVE "B" TO CONVERT-STATE-WS
           END-IF.

      *THIRD PASS: THE MASTER BALANCED, SO RELOAD IT UNDER ITS OWN
      *NAME IN THE NEW LAYOUT AND RECORD THE RUN IN THE CONTROL FILE
       200-CUT-OVER-MASTER.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT VEHICLE-WORK.
           OPEN OUTPUT VEHICLE-MASTER-OUT.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ VEHICLE-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       MOVE VEHICLE-WORK-RECORD TO
                           VEHICLE-MASTER-RECORD
                       WRITE VEHICLE-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO MASTER-LOAD-FAIL-CTR
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE VEHICLE-WORK.
           CLOSE VEHICLE-MASTER-OUT.
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
               MOVE "VEHICLE RECORDS" TO CONV-TOTAL-NAME-OUT
               MOVE BEFORE-CTR TO CONV-BEFORE-OUT
               MOVE AFTER-CTR TO CONV-AFTER-OUT
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-DETAIL-LINE-WS
               MOVE "REGISTRATION HASH" TO CONV-TOTAL-NAME-OUT
               MOVE BEFORE-REG-HASH-WS TO CONV-BEFORE-OUT
               MOVE AFTER-REG-HASH-WS TO CONV-AFTER-OUT
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-DETAIL-LINE-WS
               MOVE "ACQUIRED/DISPOSED HASH" TO CONV-TOTAL-NAME-OUT
               MOVE BEFORE-DATE-HASH-WS TO CONV-BEFORE-OUT
               MOVE AFTER-DATE-HASH-WS TO CONV-AFTER-OUT
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-DETAIL-LINE-WS
               MOVE "DISPOSED CARS" TO CONV-TOTAL-NAME-OUT
               MOVE BEFORE-DISPOSED-CTR TO CONV-BEFORE-OUT
               MOVE AFTER-DISPOSED-CTR TO CONV-AFTER-OUT
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
                   MOVE VEHICLE-MASTER-STATUS-WS TO
                       CONV-OUTCOME-DETAIL-OUT
               WHEN OTHER
                   MOVE "NOTHING APPLIED - ALREADY CONVERTED ON" TO
                       CONV-OUTCOME-TEXT-OUT
                   MOVE CONVERTED-DATE-WS TO CONV-OUTCOME-DETAIL-OUT
           END-EVALUATE.
           WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-OUTCOME-LINE-WS.
           IF MASTER-LOAD-FAIL-CTR > 0
               MOVE "VEHICLE RECORDS NOT RELOADED" TO
                   CONV-OUTCOME-TEXT-OUT
               MOVE MASTER-LOAD-FAIL-CTR TO CONV-OUTCOME-DETAIL-OUT
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-OUTCOME-LINE-WS
           END-IF.
           CLOSE CONVERSION-REPORT-OUT.
