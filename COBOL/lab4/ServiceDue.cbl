       IDENTIFICATION DIVISION.
       PROGRAM-ID. ServiceDue.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-IN
               ASSIGN TO "VEHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEH-REG-NUMBER-MS
               FILE STATUS IS VEHICLE-MASTER-STATUS-WS.

           SELECT SERVICE-DUE-REPORT-OUT
               ASSIGN TO "SERVDUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE FLEET, READ FROM END TO END; EACH CAR'S NEXT SERVICE FALLS
      *DUE ONE SERVICE INTERVAL PAST THE READING AT ITS LAST SERVICE
       FD  VEHICLE-MASTER-IN
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

       FD  SERVICE-DUE-REPORT-OUT
           RECORD CONTAINS 90 CHARACTERS.
       01  SERVICE-DUE-LINE-OUT            PIC X(90).

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
       01  VEHICLE-MASTER-EOF-FLAG     PIC A(3) VALUE SPACES.
       01  VEHICLE-MASTER-STATUS-WS    PIC X(2) VALUE "00".

      *A CAR IS LISTED ONCE IT IS WITHIN THIS MANY KILOMETRES OF ITS
      *NEXT SERVICE, OR PAST IT
       01  SERVICE-WARN-KM-PARM-WS     PIC X(6) VALUE "001000".
       01  SERVICE-WARN-KM-NUM-WS REDEFINES SERVICE-WARN-KM-PARM-WS
                                       PIC 9(6).
       01  SERVICE-WARN-KM-WS          PIC 9(6) VALUE 1000.

       01  NEXT-SERVICE-ODO-WS         PIC 9(8) VALUE 0.
       01  KM-TO-SERVICE-WS            PIC S9(8) VALUE 0.
       01  VEHICLE-IN-CTR              PIC 9(7) VALUE 0.
       01  SERVICE-LISTED-CTR          PIC 9(7) VALUE 0.
       01  SERVICE-NOT-DUE-CTR         PIC 9(7) VALUE 0.
       01  SERVICE-OVERDUE-CTR         PIC 9(7) VALUE 0.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.

      *START AND END DATE-TIME STAMPS FOR THE SHARED BATCH RUN LOG
       01  RUN-START-STAMP-WS          PIC 9(14) VALUE 0.
       01  RUN-END-STAMP-WS            PIC 9(14) VALUE 0.
       01  STAMP-DATE-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

       01  SERVICE-DUE-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  SVCD-REG-NUMBER-OUT     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SVCD-CAR-TYPE-OUT       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SVCD-CAR-MODEL-OUT      PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SVCD-ODOMETER-OUT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SVCD-LAST-SERVICE-OUT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SVCD-INTERVAL-OUT       PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SVCD-NEXT-DUE-OUT       PIC ZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SVCD-KM-LEFT-OUT        PIC -ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SVCD-STATUS-OUT         PIC X(8).
           05  FILLER                  PIC X(6) VALUE SPACES.
       01  SERVICE-DUE-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "REGISTRN".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CAR TYPE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "MODEL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "ODOMETR".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "LAST SV".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "INTRVL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "NEXT DUE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE " KM LEFT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "STATUS".
           05  FILLER                  PIC X(6) VALUE SPACES.
       01  SERVICE-DUE-ROW-FILLER-WS   PIC X(90) VALUE SPACES.
       01  SERVICE-DUE-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  SVCD-COUNT-LABEL-OUT    PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SVCD-COUNT-OUT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       100-REPORT-SERVICE-DUE.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-SERVICE-DUE.

           PERFORM 200-CHECK-ONE-VEHICLE
               UNTIL VEHICLE-MASTER-EOF-FLAG = "YES".

           PERFORM 200-WRITE-SERVICE-DUE-TOTALS.
           PERFORM 200-TERM-SERVICE-DUE.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.

      *RECONCILE CARS READ AGAINST CARS LISTED PLUS CARS PASSED OVER
       700-RECONCILE-RECORD-COUNTS.
           COMPUTE RECORD-COUNT-CHECK-WS =
               SERVICE-LISTED-CTR + SERVICE-NOT-DUE-CTR.
           IF VEHICLE-IN-CTR = RECORD-COUNT-CHECK-WS
               MOVE "IN BALANCE" TO CONTROL-TOTAL-STATUS-WS
           ELSE
               MOVE "OUT OF BAL" TO CONTROL-TOTAL-STATUS-WS.

      *APPEND ONE RECORD TO THE SHARED BATCH RUN LOG
       700-WRITE-RUN-LOG.
           PERFORM 700-RECONCILE-RECORD-COUNTS.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-END-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.
           OPEN EXTEND RUN-LOG-OUT.
           MOVE "SERVDUE " TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "VEHMAST.DAT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE VEHICLE-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE SERVICE-LISTED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE 0 TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *OPEN THE FILES, TAKE THE WARNING DISTANCE FROM A RUN PARAMETER
      *AND WRITE THE REPORT HEADINGS
       200-INITIATE-SERVICE-DUE.
           ACCEPT SERVICE-WARN-KM-PARM-WS FROM ENVIRONMENT
               "SERVICE_WARN_KM"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF SERVICE-WARN-KM-PARM-WS NUMERIC
               MOVE SERVICE-WARN-KM-NUM-WS TO SERVICE-WARN-KM-WS
           END-IF.
           OPEN INPUT VEHICLE-MASTER-IN.
           OPEN OUTPUT SERVICE-DUE-REPORT-OUT.
           WRITE SERVICE-DUE-LINE-OUT FROM SERVICE-DUE-HDR-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE SERVICE-DUE-LINE-OUT FROM SERVICE-DUE-ROW-FILLER-WS.
           PERFORM 700-READ-VEHICLE-MASTER.

      *LIST THE CAR IF ITS NEXT SERVICE IS WITHIN THE WARNING
      *DISTANCE OR ALREADY PASSED; A DISPOSED CAR OR ONE WITH NO
      *SERVICE INTERVAL SET IS PASSED OVER
       200-CHECK-ONE-VEHICLE.
           ADD 1 TO VEHICLE-IN-CTR.
           IF VEH-STATUS-MS = "D" OR VEH-SERVICE-INTERVAL-MS = 0
               ADD 1 TO SERVICE-NOT-DUE-CTR
           ELSE
               COMPUTE NEXT-SERVICE-ODO-WS =
                   VEH-LAST-SERVICE-ODO-MS + VEH-SERVICE-INTERVAL-MS
               COMPUTE KM-TO-SERVICE-WS =
                   NEXT-SERVICE-ODO-WS - VEH-ODOMETER-MS
               IF KM-TO-SERVICE-WS > SERVICE-WARN-KM-WS
                   ADD 1 TO SERVICE-NOT-DUE-CTR
               ELSE
                   PERFORM 700-WRITE-SERVICE-DUE-LINE
               END-IF
           END-IF.
           PERFORM 700-READ-VEHICLE-MASTER.

      *READ THE NEXT CAR ON THE FLEET FILE
       700-READ-VEHICLE-MASTER.
           READ VEHICLE-MASTER-IN
               AT END MOVE "YES" TO VEHICLE-MASTER-EOF-FLAG
           END-READ.

      *WRITE ONE CAR DUE FOR SERVICE; ONE AT OR PAST ITS SERVICE
      *READING IS OVERDUE
       700-WRITE-SERVICE-DUE-LINE.
           MOVE VEH-REG-NUMBER-MS TO SVCD-REG-NUMBER-OUT.
           MOVE VEH-CAR-TYPE-MS TO SVCD-CAR-TYPE-OUT.
           MOVE VEH-CAR-MODEL-MS TO SVCD-CAR-MODEL-OUT.
           MOVE VEH-ODOMETER-MS TO SVCD-ODOMETER-OUT.
           MOVE VEH-LAST-SERVICE-ODO-MS TO SVCD-LAST-SERVICE-OUT.
           MOVE VEH-SERVICE-INTERVAL-MS TO SVCD-INTERVAL-OUT.
           MOVE NEXT-SERVICE-ODO-WS TO SVCD-NEXT-DUE-OUT.
           MOVE KM-TO-SERVICE-WS TO SVCD-KM-LEFT-OUT.
           IF KM-TO-SERVICE-WS > 0
               MOVE "DUE SOON" TO SVCD-STATUS-OUT
           ELSE
               MOVE "OVERDUE" TO SVCD-STATUS-OUT
               ADD 1 TO SERVICE-OVERDUE-CTR
           END-IF.
           WRITE SERVICE-DUE-LINE-OUT FROM SERVICE-DUE-DETAIL-LINE-WS.
           ADD 1 TO SERVICE-LISTED-CTR.

      *WRITE THE COUNTS OF CARS LISTED AND CARS OVERDUE
       200-WRITE-SERVICE-DUE-TOTALS.
           MOVE "CARS LISTED" TO SVCD-COUNT-LABEL-OUT.
           MOVE SERVICE-LISTED-CTR TO SVCD-COUNT-OUT.
           WRITE SERVICE-DUE-LINE-OUT FROM SERVICE-DUE-COUNT-LINE-WS
           AFTER ADVANCING 2 LINES.
           MOVE "CARS OVERDUE" TO SVCD-COUNT-LABEL-OUT.
           MOVE SERVICE-OVERDUE-CTR TO SVCD-COUNT-OUT.
           WRITE SERVICE-DUE-LINE-OUT FROM SERVICE-DUE-COUNT-LINE-WS.

      *CLOSE THE SERVICE-DUE FILES
       200-TERM-SERVICE-DUE.
           CLOSE VEHICLE-MASTER-IN.
           CLOSE SERVICE-DUE-REPORT-OUT.
