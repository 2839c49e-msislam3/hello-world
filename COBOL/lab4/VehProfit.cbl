       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehProfit.
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

           SELECT OPTIONAL VEHICLE-HISTORY-IN
               ASSIGN TO "VEHHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SERVICE-HISTORY-IN
               ASSIGN TO "SERVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VEHICLE-PROFIT-REPORT-OUT
               ASSIGN TO "VEHPROFIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLEET-TRAN-DISPOSE-OUT
               ASSIGN TO "FLEETTRAN-DISPOSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE FLEET, READ FROM END TO END; EVERY REGISTRATION ON IT IS
      *REPORTED, A DISPOSED CAR IN A SECTION OF ITS OWN
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

      *PER-VEHICLE RENTAL HISTORY WRITTEN BY lab4: ONE RECORD PER
      *RETURN WITH THE DAYS OUT AND WHAT THE RENTAL EARNED
       FD  VEHICLE-HISTORY-IN
           RECORD CONTAINS 65 CHARACTERS.
       01  VEHICLE-HISTORY-RECORD-IN.
           05  VHIST-REG-NUMBER-IN         PIC 9(8).
           05  VHIST-RETURN-DATE-IN        PIC 9(8).
           05  VHIST-CHECKOUT-DATE-IN      PIC 9(8).
           05  VHIST-DAYS-RENTED-IN        PIC 9(5).
           05  VHIST-RENTAL-AMT-IN         PIC 9(7)V99.
           05  VHIST-LATE-FEE-IN           PIC 9(7)V99.
           05  VHIST-MISC-AMT-IN           PIC 9(7)V99.
           05  VHIST-MILEAGE-AMT-IN        PIC 9(7)V99.

      *PER-VEHICLE SERVICE COST HISTORY WRITTEN BY WorkOrder: ONE
      *RECORD PER CLOSED WORK ORDER
       FD  SERVICE-HISTORY-IN
           RECORD CONTAINS 83 CHARACTERS.
       01  SERVICE-HISTORY-RECORD-IN.
           05  SVCH-REG-NUMBER-IN          PIC 9(8).
           05  SVCH-ORDER-NUMBER-IN        PIC 9(6).
           05  SVCH-OPEN-DATE-IN           PIC 9(8).
           05  SVCH-CLOSE-DATE-IN          PIC 9(8).
           05  SVCH-DESCRIPTION-IN         PIC X(20).
           05  SVCH-PARTS-COST-IN          PIC 9(7)V99.
           05  SVCH-LABOUR-HOURS-IN        PIC 9(4)V99.
           05  SVCH-LABOUR-COST-IN         PIC 9(7)V99.
           05  SVCH-TOTAL-COST-IN          PIC 9(7)V99.

       FD  VEHICLE-PROFIT-REPORT-OUT
           RECORD CONTAINS 110 CHARACTERS.
       01  VEHICLE-PROFIT-LINE-OUT         PIC X(110).

      *A FleetMaint DISPOSE TRANSACTION FOR EACH STRONG CANDIDATE;
      *THE OFFICE COPIES APPROVED LINES ONTO FLEETTRAN.TXT
       FD  FLEET-TRAN-DISPOSE-OUT
           RECORD CONTAINS 53 CHARACTERS.
       01  FLEET-TRAN-DISPOSE-RECORD-OUT.
           05  DISPOSE-ACTION-OUT          PIC X.
           05  DISPOSE-REG-NUMBER-OUT      PIC 9(8).
           05  DISPOSE-CAR-TYPE-OUT        PIC X(10).
           05  DISPOSE-CAR-MODEL-OUT       PIC X(5).
           05  DISPOSE-MODEL-YEAR-OUT      PIC 9(8).
           05  DISPOSE-EFFECTIVE-DATE-OUT  PIC 9(8).
           05  DISPOSE-ODOMETER-OUT        PIC X(7).
           05  DISPOSE-SERVICE-INTVL-OUT   PIC X(6).

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
       01  VEHICLE-HISTORY-EOF-FLAG    PIC A(3) VALUE SPACES.
       01  SERVICE-HISTORY-EOF-FLAG    PIC A(3) VALUE SPACES.
       01  VEHICLE-MASTER-STATUS-WS    PIC X(2) VALUE "00".
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  RUN-DAY-WS                  PIC 9(7) VALUE 0.
       01  TRAILING-YEAR-DATE-WS       PIC 9(8) VALUE 0.
       01  WRITE-TRANS-FLAG-WS         PIC X VALUE "N".

      *DISPOSAL TESTS: A CAR OLDER THAN THE AGE LIMIT, RENTED FEWER
      *THAN THE UTILISATION PERCENT OF THE DAYS IT HAS BEEN OWNED, OR
      *COSTING MORE THAN THE UPKEEP PERCENT OF WHAT IT HAS EARNED
      *FAILS THAT TEST; A CAR FAILING TWO OR MORE IS WRITTEN UP FOR
      *DISPOSAL WHEN TRANSACTIONS ARE ASKED FOR
       01  DISPOSE-AGE-PARM-WS         PIC X(3) VALUE "048".
       01  DISPOSE-AGE-NUM-WS REDEFINES DISPOSE-AGE-PARM-WS
                                       PIC 9(3).
       01  DISPOSE-AGE-MONTHS-WS       PIC 9(3) VALUE 48.
       01  DISPOSE-UTIL-PARM-WS        PIC X(3) VALUE "040".
       01  DISPOSE-UTIL-NUM-WS REDEFINES DISPOSE-UTIL-PARM-WS
                                       PIC 9(3).
       01  DISPOSE-MIN-UTIL-PCT-WS     PIC 9(3) VALUE 40.
       01  DISPOSE-UPKEEP-PARM-WS      PIC X(3) VALUE "025".
       01  DISPOSE-UPKEEP-NUM-WS REDEFINES DISPOSE-UPKEEP-PARM-WS
                                       PIC 9(3).
       01  DISPOSE-MAX-UPKEEP-PCT-WS   PIC 9(3) VALUE 25.
       01  DISPOSE-TRAN-MIN-FLAGS-WS   PIC 9 VALUE 2.

      *EVERY CAR ON THE FLEET WITH ITS RENTAL AND SERVICE HISTORY
      *ROLLED UP FROM THE TWO HISTORY FILES; CARS PAST THE TABLE
      *CAPACITY ARE COUNTED AND LEFT OFF THE REPORT
       01  VEHICLE-TABLE-WS.
           05  VEH-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  VEH-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  VEH-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VEH-TBL-IDX.
               10  VEH-REG-TBL         PIC 9(8).
               10  VEH-TYPE-TBL        PIC X(10).
               10  VEH-MODEL-TBL       PIC X(5).
               10  VEH-MODEL-YEAR-TBL  PIC 9(8).
               10  VEH-STATUS-TBL      PIC X.
               10  VEH-ACQUIRED-TBL    PIC 9(8).
               10  VEH-DISPOSED-TBL    PIC 9(8).
               10  VEH-LIFE-REV-TBL    PIC 9(9)V99.
               10  VEH-YEAR-REV-TBL    PIC 9(9)V99.
               10  VEH-DAYS-RENTED-TBL PIC 9(7).
               10  VEH-SERVICE-COST-TBL PIC 9(9)V99.
               10  VEH-AGE-MONTHS-TBL  PIC 9(4).
               10  VEH-DAYS-OWNED-TBL  PIC 9(7).
               10  VEH-UTIL-PCT-TBL    PIC 9(3).
               10  VEH-UPKEEP-PCT-TBL  PIC 9(3).
               10  VEH-FLAGS-TBL       PIC X(3).
               10  VEH-SCORE-TBL       PIC 9.
       01  VEHICLE-OVERFLOW-CTR        PIC 9(5) VALUE 0.

      *EVERY RETURN ALREADY ROLLED UP, BY CAR, CHECKOUT AND RETURN
      *DATE; lab4 APPENDS TO THE RENTAL HISTORY EACH TIME IT RUNS, SO
      *A RERUN OF THE SAME SALES FILE WRITES THE SAME RETURNS AGAIN
      *AND ONLY THE FIRST OF THEM IS COUNTED. RETURNS PAST THE TABLE
      *CAPACITY ARE STILL COUNTED BUT CANNOT BE CHECKED
       01  RENTAL-KEY-TABLE-WS.
           05  RKEY-TBL-COUNT-WS       PIC 9(5) VALUE 0.
           05  RKEY-TBL-MAX-WS         PIC 9(5) VALUE 20000.
           05  RKEY-TBL-ENTRY OCCURS 20000 TIMES
                   INDEXED BY RKEY-TBL-IDX.
               10  RKEY-REG-TBL        PIC 9(8).
               10  RKEY-CHECKOUT-TBL   PIC 9(8).
               10  RKEY-RETURN-TBL     PIC 9(8).
       01  RENTAL-SEEN-FLAG-WS         PIC X VALUE "N".
       01  RENTAL-DUPLICATE-CTR        PIC 9(7) VALUE 0.
       01  RENTAL-KEY-OVERFLOW-CTR     PIC 9(7) VALUE 0.

       01  HISTORY-REVENUE-WS          PIC 9(9)V99 VALUE 0.
       01  OWNED-TO-DATE-WS            PIC 9(8) VALUE 0.
       01  PERCENT-WORK-WS             PIC 9(7) VALUE 0.
       01  VEHICLE-IN-CTR              PIC 9(7) VALUE 0.
       01  VEHICLE-LISTED-CTR          PIC 9(7) VALUE 0.
       01  RENTAL-HISTORY-IN-CTR       PIC 9(7) VALUE 0.
       01  SERVICE-HISTORY-IN-CTR      PIC 9(7) VALUE 0.
       01  HISTORY-NOT-ON-FLEET-CTR    PIC 9(7) VALUE 0.
       01  DISPOSE-TRAN-CTR            PIC 9(7) VALUE 0.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.

       01  SECTION-SELECT-WS           PIC X VALUE SPACES.
       01  SECTION-COUNT-WS            PIC 9(5) VALUE 0.
       01  SECTION-REVENUE-WS          PIC 9(9)V99 VALUE 0.
       01  SECTION-SERVICE-WS          PIC 9(9)V99 VALUE 0.

      *START AND END DATE-TIME STAMPS FOR THE SHARED BATCH RUN LOG
       01  RUN-START-STAMP-WS          PIC 9(14) VALUE 0.
       01  RUN-END-STAMP-WS            PIC 9(14) VALUE 0.
       01  STAMP-DATE-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

       01  PROFIT-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
           "VEHICLE PROFITABILITY AND DISPOSAL AS OF".
           05  FILLER                  PIC X VALUE SPACES.
           05  PROFIT-TITLE-DATE-OUT   PIC 9(8).
           05  FILLER                  PIC X(60) VALUE SPACES.
       01  PROFIT-LIMITS-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "TESTS: A AGE >".
           05  PROFIT-AGE-LIMIT-OUT    PIC ZZ9.
           05  FILLER                  PIC X(17) VALUE
           " MONTHS, U UTIL <".
           05  PROFIT-UTIL-LIMIT-OUT   PIC ZZ9.
           05  FILLER                  PIC X(15) VALUE
           "%, S UPKEEP >".
           05  PROFIT-UPKEEP-LIMIT-OUT PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE
           "% OF REVENUE".
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  PROFIT-SECTION-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PROFIT-SECTION-TITLE-WS PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(69) VALUE SPACES.
       01  PROFIT-COLUMN-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "REGISTRN".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CAR TYPE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "MODEL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "ACQUIRED".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE " AGE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "  LIFE REV".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE " 12 MO REV".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "RENTD".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "OWNED".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(3) VALUE "UT%".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "  SERVICE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "UPK%".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(3) VALUE "TST".
       01  PROFIT-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PROFIT-REG-NUMBER-OUT   PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-CAR-TYPE-OUT     PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-CAR-MODEL-OUT    PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-ACQUIRED-OUT     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-AGE-OUT          PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-LIFE-REV-OUT     PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-YEAR-REV-OUT     PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-DAYS-RENTED-OUT  PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-DAYS-OWNED-OUT   PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-UTIL-OUT         PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-SERVICE-OUT      PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-UPKEEP-OUT       PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-FLAGS-OUT        PIC X(3).
       01  PROFIT-ROW-FILLER-WS        PIC X(110) VALUE SPACES.
       01  PROFIT-SECTION-TOTAL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "SECTION TOTAL:".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-SECTION-CTR-OUT  PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE
           " CARS  REVENUE ".
           05  PROFIT-SECTION-REV-OUT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE "  SERVICE ".
           05  PROFIT-SECTION-SVC-OUT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  PROFIT-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PROFIT-COUNT-LABEL-OUT  PIC X(33).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROFIT-COUNT-OUT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       100-REPORT-VEHICLE-PROFIT.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-VEHICLE-PROFIT.
           PERFORM 200-LOAD-VEHICLE-TABLE.
           PERFORM 200-ADD-RENTAL-HISTORY.
           PERFORM 200-ADD-SERVICE-HISTORY.
           PERFORM 200-SCORE-VEHICLES.
           PERFORM 200-WRITE-RANK-SECTIONS.
           PERFORM 200-TERM-VEHICLE-PROFIT.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.

      *RECONCILE CARS READ AGAINST CARS LISTED PLUS CARS PAST THE
      *TABLE CAPACITY
       700-RECONCILE-RECORD-COUNTS.
           COMPUTE RECORD-COUNT-CHECK-WS =
               VEHICLE-LISTED-CTR + VEHICLE-OVERFLOW-CTR.
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
           MOVE "VEHPROF " TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "VEHMAST.DAT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE VEHICLE-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE VEHICLE-LISTED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE VEHICLE-OVERFLOW-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *PICK UP THE RUN PARAMETERS, OPEN THE REPORT AND WRITE ITS
      *TITLE AND THE LIMITS IN FORCE
       200-INITIATE-VEHICLE-PROFIT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           COMPUTE RUN-DAY-WS = FUNCTION INTEGER-OF-DATE (RUN-DATE-WS).
           COMPUTE TRAILING-YEAR-DATE-WS =
               FUNCTION DATE-OF-INTEGER (RUN-DAY-WS - 365).
           PERFORM 700-GET-RUN-PARAMETERS.
           OPEN OUTPUT VEHICLE-PROFIT-REPORT-OUT.
           IF WRITE-TRANS-FLAG-WS = "Y"
               OPEN OUTPUT FLEET-TRAN-DISPOSE-OUT
           END-IF.
           MOVE RUN-DATE-WS TO PROFIT-TITLE-DATE-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-TITLE-LINE-WS
           AFTER ADVANCING 1 LINE.
           MOVE DISPOSE-AGE-MONTHS-WS TO PROFIT-AGE-LIMIT-OUT.
           MOVE DISPOSE-MIN-UTIL-PCT-WS TO PROFIT-UTIL-LIMIT-OUT.
           MOVE DISPOSE-MAX-UPKEEP-PCT-WS TO PROFIT-UPKEEP-LIMIT-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-LIMITS-LINE-WS.

      *OVERRIDE THE DISPOSAL LIMITS FROM THE RUN ENVIRONMENT, AND
      *WRITE DISPOSE TRANSACTIONS ONLY WHEN THEY ARE ASKED FOR
       700-GET-RUN-PARAMETERS.
           ACCEPT DISPOSE-AGE-PARM-WS FROM ENVIRONMENT
               "DISPOSE_AGE_MONTHS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF DISPOSE-AGE-PARM-WS NUMERIC
               MOVE DISPOSE-AGE-NUM-WS TO DISPOSE-AGE-MONTHS-WS
           END-IF.
           ACCEPT DISPOSE-UTIL-PARM-WS FROM ENVIRONMENT
               "DISPOSE_MIN_UTIL"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF DISPOSE-UTIL-PARM-WS NUMERIC
               MOVE DISPOSE-UTIL-NUM-WS TO DISPOSE-MIN-UTIL-PCT-WS
           END-IF.
           ACCEPT DISPOSE-UPKEEP-PARM-WS FROM ENVIRONMENT
               "DISPOSE_MAX_UPKEEP"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF DISPOSE-UPKEEP-PARM-WS NUMERIC
               MOVE DISPOSE-UPKEEP-NUM-WS TO DISPOSE-MAX-UPKEEP-PCT-WS
           END-IF.
           ACCEPT WRITE-TRANS-FLAG-WS FROM ENVIRONMENT
               "DISPOSE_WRITE_TRANS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WRITE-TRANS-FLAG-WS NOT = "Y"
               MOVE "N" TO WRITE-TRANS-FLAG-WS
           END-IF.

      *LOAD EVERY CAR ON THE FLEET WITH ITS TOTALS STARTED AT ZERO
       200-LOAD-VEHICLE-TABLE.
           OPEN INPUT VEHICLE-MASTER-IN.
           PERFORM UNTIL VEHICLE-MASTER-EOF-FLAG = "YES"
               READ VEHICLE-MASTER-IN
                   AT END MOVE "YES" TO VEHICLE-MASTER-EOF-FLAG
                   NOT AT END
                       ADD 1 TO VEHICLE-IN-CTR
                       PERFORM 900-ADD-VEHICLE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE VEHICLE-MASTER-IN.

      *START ONE CAR'S ENTRY; CARS PAST THE TABLE CAPACITY ARE
      *COUNTED AND SKIPPED
       900-ADD-VEHICLE-ENTRY.
           IF VEH-TBL-COUNT-WS < VEH-TBL-MAX-WS
               ADD 1 TO VEH-TBL-COUNT-WS
               SET VEH-TBL-IDX TO VEH-TBL-COUNT-WS
               MOVE VEH-REG-NUMBER-MS TO VEH-REG-TBL (VEH-TBL-IDX)
               MOVE VEH-CAR-TYPE-MS TO VEH-TYPE-TBL (VEH-TBL-IDX)
               MOVE VEH-CAR-MODEL-MS TO VEH-MODEL-TBL (VEH-TBL-IDX)
               MOVE VEH-MODEL-YEAR-MS TO
                   VEH-MODEL-YEAR-TBL (VEH-TBL-IDX)
               MOVE VEH-STATUS-MS TO VEH-STATUS-TBL (VEH-TBL-IDX)
               MOVE VEH-ACQUIRED-DATE-MS TO
                   VEH-ACQUIRED-TBL (VEH-TBL-IDX)
               MOVE VEH-DISPOSED-DATE-MS TO
                   VEH-DISPOSED-TBL (VEH-TBL-IDX)
               MOVE 0 TO VEH-LIFE-REV-TBL (VEH-TBL-IDX)
               MOVE 0 TO VEH-YEAR-REV-TBL (VEH-TBL-IDX)
               MOVE 0 TO VEH-DAYS-RENTED-TBL (VEH-TBL-IDX)
               MOVE 0 TO VEH-SERVICE-COST-TBL (VEH-TBL-IDX)
               MOVE 0 TO VEH-SCORE-TBL (VEH-TBL-IDX)
               MOVE SPACES TO VEH-FLAGS-TBL (VEH-TBL-IDX)
           ELSE
               ADD 1 TO VEHICLE-OVERFLOW-CTR
           END-IF.

      *ROLL EVERY RETURN ON THE RENTAL HISTORY INTO ITS CAR'S
      *LIFETIME AND TRAILING-YEAR REVENUE AND DAYS RENTED
       200-ADD-RENTAL-HISTORY.
           OPEN INPUT VEHICLE-HISTORY-IN.
           PERFORM UNTIL VEHICLE-HISTORY-EOF-FLAG = "YES"
               READ VEHICLE-HISTORY-IN
                   AT END MOVE "YES" TO VEHICLE-HISTORY-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RENTAL-HISTORY-IN-CTR
                       PERFORM 900-CHECK-RENTAL-SEEN
                       IF RENTAL-SEEN-FLAG-WS = "Y"
                           ADD 1 TO RENTAL-DUPLICATE-CTR
                       ELSE
                           PERFORM 700-ADD-ONE-RENTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VEHICLE-HISTORY-IN.

      *ADD ONE RETURN'S EARNINGS AND DAYS TO ITS CAR; A RETURN FOR A
      *REGISTRATION NOT ON THE FLEET IS COUNTED AND PASSED OVER
       700-ADD-ONE-RENTAL.
           COMPUTE HISTORY-REVENUE-WS = VHIST-RENTAL-AMT-IN
               + VHIST-LATE-FEE-IN + VHIST-MISC-AMT-IN
               + VHIST-MILEAGE-AMT-IN.
           SET VEH-TBL-IDX TO 1.
           SEARCH VEH-TBL-ENTRY
               VARYING VEH-TBL-IDX
               AT END
                   ADD 1 TO HISTORY-NOT-ON-FLEET-CTR
               WHEN VEH-TBL-IDX > VEH-TBL-COUNT-WS
                   ADD 1 TO HISTORY-NOT-ON-FLEET-CTR
               WHEN VEH-REG-TBL (VEH-TBL-IDX) = VHIST-REG-NUMBER-IN
                   ADD HISTORY-REVENUE-WS TO
                       VEH-LIFE-REV-TBL (VEH-TBL-IDX)
                   ADD VHIST-DAYS-RENTED-IN TO
                       VEH-DAYS-RENTED-TBL (VEH-TBL-IDX)
                   IF VHIST-RETURN-DATE-IN > TRAILING-YEAR-DATE-WS
                       ADD HISTORY-REVENUE-WS TO
                           VEH-YEAR-REV-TBL (VEH-TBL-IDX)
                   END-IF
           END-SEARCH.

      *LOOK FOR THIS RETURN AMONG THOSE ALREADY ROLLED UP, AND NOTE
      *IT IF IT IS NEW
       900-CHECK-RENTAL-SEEN.
           MOVE "N" TO RENTAL-SEEN-FLAG-WS.
           SET RKEY-TBL-IDX TO 1.
           SEARCH RKEY-TBL-ENTRY
               VARYING RKEY-TBL-IDX
               AT END
                   CONTINUE
               WHEN RKEY-TBL-IDX > RKEY-TBL-COUNT-WS
                   CONTINUE
               WHEN RKEY-REG-TBL (RKEY-TBL-IDX) = VHIST-REG-NUMBER-IN
                   AND RKEY-CHECKOUT-TBL (RKEY-TBL-IDX) =
                       VHIST-CHECKOUT-DATE-IN
                   AND RKEY-RETURN-TBL (RKEY-TBL-IDX) =
                       VHIST-RETURN-DATE-IN
                   MOVE "Y" TO RENTAL-SEEN-FLAG-WS
           END-SEARCH.
           IF RENTAL-SEEN-FLAG-WS = "N"
               IF RKEY-TBL-COUNT-WS < RKEY-TBL-MAX-WS
                   ADD 1 TO RKEY-TBL-COUNT-WS
                   SET RKEY-TBL-IDX TO RKEY-TBL-COUNT-WS
                   MOVE VHIST-REG-NUMBER-IN TO
                       RKEY-REG-TBL (RKEY-TBL-IDX)
                   MOVE VHIST-CHECKOUT-DATE-IN TO
                       RKEY-CHECKOUT-TBL (RKEY-TBL-IDX)
                   MOVE VHIST-RETURN-DATE-IN TO
                       RKEY-RETURN-TBL (RKEY-TBL-IDX)
               ELSE
                   ADD 1 TO RENTAL-KEY-OVERFLOW-CTR
               END-IF
           END-IF.

      *ROLL EVERY CLOSED WORK ORDER INTO ITS CAR'S SERVICE COST
       200-ADD-SERVICE-HISTORY.
           OPEN INPUT SERVICE-HISTORY-IN.
           PERFORM UNTIL SERVICE-HISTORY-EOF-FLAG = "YES"
               READ SERVICE-HISTORY-IN
                   AT END MOVE "YES" TO SERVICE-HISTORY-EOF-FLAG
                   NOT AT END
                       ADD 1 TO SERVICE-HISTORY-IN-CTR
                       PERFORM 700-ADD-ONE-SERVICE
               END-READ
           END-PERFORM.
           CLOSE SERVICE-HISTORY-IN.

      *ADD ONE WORK ORDER'S TOTAL COST TO ITS CAR
       700-ADD-ONE-SERVICE.
           SET VEH-TBL-IDX TO 1.
           SEARCH VEH-TBL-ENTRY
               VARYING VEH-TBL-IDX
               AT END
                   ADD 1 TO HISTORY-NOT-ON-FLEET-CTR
               WHEN VEH-TBL-IDX > VEH-TBL-COUNT-WS
                   ADD 1 TO HISTORY-NOT-ON-FLEET-CTR
               WHEN VEH-REG-TBL (VEH-TBL-IDX) = SVCH-REG-NUMBER-IN
                   ADD SVCH-TOTAL-COST-IN TO
                       VEH-SERVICE-COST-TBL (VEH-TBL-IDX)
           END-SEARCH.

      *MEASURE EVERY CAR AGAINST THE THREE DISPOSAL TESTS
       200-SCORE-VEHICLES.
           PERFORM VARYING VEH-TBL-IDX FROM 1 BY 1
                   UNTIL VEH-TBL-IDX > VEH-TBL-COUNT-WS
               PERFORM 700-SCORE-ONE-VEHICLE
           END-PERFORM.

      *WORK OUT THE CAR'S AGE, DAYS OWNED, UTILISATION AND UPKEEP;
      *A DISPOSED CAR IS MEASURED TO ITS DISPOSAL DATE AND IS NEVER
      *A CANDIDATE, AND A CAR WITH NO ACQUISITION DATE CANNOT BE
      *AGED OR HAVE ITS UTILISATION JUDGED
       700-SCORE-ONE-VEHICLE.
           MOVE 0 TO VEH-AGE-MONTHS-TBL (VEH-TBL-IDX).
           MOVE 0 TO VEH-DAYS-OWNED-TBL (VEH-TBL-IDX).
           MOVE 0 TO VEH-UTIL-PCT-TBL (VEH-TBL-IDX).
           MOVE "---" TO VEH-FLAGS-TBL (VEH-TBL-IDX).
           MOVE 0 TO VEH-SCORE-TBL (VEH-TBL-IDX).
           MOVE RUN-DATE-WS TO OWNED-TO-DATE-WS.
           IF VEH-STATUS-TBL (VEH-TBL-IDX) = "D"
                   AND VEH-DISPOSED-TBL (VEH-TBL-IDX) > 0
               MOVE VEH-DISPOSED-TBL (VEH-TBL-IDX) TO OWNED-TO-DATE-WS
           END-IF.
           IF VEH-ACQUIRED-TBL (VEH-TBL-IDX) > 0
                   AND VEH-ACQUIRED-TBL (VEH-TBL-IDX) <
                       OWNED-TO-DATE-WS
               COMPUTE VEH-DAYS-OWNED-TBL (VEH-TBL-IDX) =
                   FUNCTION INTEGER-OF-DATE (OWNED-TO-DATE-WS)
                   - FUNCTION INTEGER-OF-DATE
                       (VEH-ACQUIRED-TBL (VEH-TBL-IDX))
               COMPUTE VEH-AGE-MONTHS-TBL (VEH-TBL-IDX) =
                   VEH-DAYS-OWNED-TBL (VEH-TBL-IDX) / 30
               COMPUTE PERCENT-WORK-WS =
                   VEH-DAYS-RENTED-TBL (VEH-TBL-IDX) * 100
                   / VEH-DAYS-OWNED-TBL (VEH-TBL-IDX)
               PERFORM 900-CAP-PERCENT-WORK
               MOVE PERCENT-WORK-WS TO VEH-UTIL-PCT-TBL (VEH-TBL-IDX)
           END-IF.
           PERFORM 900-COMPUTE-UPKEEP-PERCENT.
           IF VEH-STATUS-TBL (VEH-TBL-IDX) = "D"
               MOVE "D" TO VEH-FLAGS-TBL (VEH-TBL-IDX)
           ELSE
               PERFORM 900-APPLY-DISPOSAL-TESTS
           END-IF.

      *SERVICE COST AS A PERCENT OF LIFETIME REVENUE; A CAR THAT HAS
      *COST MONEY AND EARNED NOTHING SHOWS THE MAXIMUM
       900-COMPUTE-UPKEEP-PERCENT.
           MOVE 0 TO PERCENT-WORK-WS.
           IF VEH-LIFE-REV-TBL (VEH-TBL-IDX) > 0
               COMPUTE PERCENT-WORK-WS =
                   VEH-SERVICE-COST-TBL (VEH-TBL-IDX) * 100
                   / VEH-LIFE-REV-TBL (VEH-TBL-IDX)
           ELSE
               IF VEH-SERVICE-COST-TBL (VEH-TBL-IDX) > 0
                   MOVE 999 TO PERCENT-WORK-WS
               END-IF
           END-IF.
           PERFORM 900-CAP-PERCENT-WORK.
           MOVE PERCENT-WORK-WS TO VEH-UPKEEP-PCT-TBL (VEH-TBL-IDX).

      *HOLD A PERCENTAGE TO WHAT THE REPORT COLUMN CAN SHOW
       900-CAP-PERCENT-WORK.
           IF PERCENT-WORK-WS > 999
               MOVE 999 TO PERCENT-WORK-WS
           END-IF.

      *MARK EACH TEST THE CAR FAILS (A AGE, U UTILISATION, S SERVICE
      *UPKEEP) AND COUNT THEM; A STRONG CANDIDATE IS WRITTEN UP FOR
      *DISPOSAL WHEN TRANSACTIONS ARE ASKED FOR
       900-APPLY-DISPOSAL-TESTS.
           IF VEH-AGE-MONTHS-TBL (VEH-TBL-IDX) > DISPOSE-AGE-MONTHS-WS
               MOVE "A" TO VEH-FLAGS-TBL (VEH-TBL-IDX) (1:1)
               ADD 1 TO VEH-SCORE-TBL (VEH-TBL-IDX)
           END-IF.
           IF VEH-DAYS-OWNED-TBL (VEH-TBL-IDX) > 0
                   AND VEH-UTIL-PCT-TBL (VEH-TBL-IDX) <
                       DISPOSE-MIN-UTIL-PCT-WS
               MOVE "U" TO VEH-FLAGS-TBL (VEH-TBL-IDX) (2:1)
               ADD 1 TO VEH-SCORE-TBL (VEH-TBL-IDX)
           END-IF.
           IF VEH-UPKEEP-PCT-TBL (VEH-TBL-IDX) >
                   DISPOSE-MAX-UPKEEP-PCT-WS
               MOVE "S" TO VEH-FLAGS-TBL (VEH-TBL-IDX) (3:1)
               ADD 1 TO VEH-SCORE-TBL (VEH-TBL-IDX)
           END-IF.
           IF VEH-SCORE-TBL (VEH-TBL-IDX) NOT <
                   DISPOSE-TRAN-MIN-FLAGS-WS
                   AND WRITE-TRANS-FLAG-WS = "Y"
               PERFORM 900-WRITE-DISPOSE-TRAN-OUT
           END-IF.

      *WRITE ONE READY-TO-REVIEW DISPOSE TRANSACTION DATED TODAY; THE
      *OFFICE COPIES APPROVED LINES ONTO FLEETTRAN.TXT
       900-WRITE-DISPOSE-TRAN-OUT.
           MOVE "D" TO DISPOSE-ACTION-OUT.
           MOVE VEH-REG-TBL (VEH-TBL-IDX) TO DISPOSE-REG-NUMBER-OUT.
           MOVE VEH-TYPE-TBL (VEH-TBL-IDX) TO DISPOSE-CAR-TYPE-OUT.
           MOVE VEH-MODEL-TBL (VEH-TBL-IDX) TO DISPOSE-CAR-MODEL-OUT.
           MOVE VEH-MODEL-YEAR-TBL (VEH-TBL-IDX) TO
               DISPOSE-MODEL-YEAR-OUT.
           MOVE RUN-DATE-WS TO DISPOSE-EFFECTIVE-DATE-OUT.
           MOVE SPACES TO DISPOSE-ODOMETER-OUT.
           MOVE SPACES TO DISPOSE-SERVICE-INTVL-OUT.
           WRITE FLEET-TRAN-DISPOSE-RECORD-OUT.
           ADD 1 TO DISPOSE-TRAN-CTR.

      *WRITE THE REPORT IN RANK ORDER: CARS FAILING ALL THREE TESTS,
      *THEN TWO, THEN ONE, THEN THOSE PASSING, THEN DISPOSED CARS
       200-WRITE-RANK-SECTIONS.
           MOVE "3" TO SECTION-SELECT-WS.
           MOVE "DISPOSAL CANDIDATES - FAIL ALL 3 TESTS" TO
               PROFIT-SECTION-TITLE-WS.
           PERFORM 700-WRITE-ONE-SECTION.
           MOVE "2" TO SECTION-SELECT-WS.
           MOVE "DISPOSAL CANDIDATES - FAIL 2 TESTS" TO
               PROFIT-SECTION-TITLE-WS.
           PERFORM 700-WRITE-ONE-SECTION.
           MOVE "1" TO SECTION-SELECT-WS.
           MOVE "WATCH LIST - FAIL 1 TEST" TO PROFIT-SECTION-TITLE-WS.
           PERFORM 700-WRITE-ONE-SECTION.
           MOVE "0" TO SECTION-SELECT-WS.
           MOVE "PASSING ALL TESTS" TO PROFIT-SECTION-TITLE-WS.
           PERFORM 700-WRITE-ONE-SECTION.
           MOVE "D" TO SECTION-SELECT-WS.
           MOVE "DISPOSED" TO PROFIT-SECTION-TITLE-WS.
           PERFORM 700-WRITE-ONE-SECTION.

      *WRITE ONE SECTION'S HEADER, ITS CARS AND ITS TOTALS
       700-WRITE-ONE-SECTION.
           MOVE 0 TO SECTION-COUNT-WS.
           MOVE 0 TO SECTION-REVENUE-WS.
           MOVE 0 TO SECTION-SERVICE-WS.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-SECTION-HDR-LINE-WS
           AFTER ADVANCING 2 LINE.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-COLUMN-HDR-LINE-WS.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-ROW-FILLER-WS.
           PERFORM VARYING VEH-TBL-IDX FROM 1 BY 1
                   UNTIL VEH-TBL-IDX > VEH-TBL-COUNT-WS
               IF SECTION-SELECT-WS = "D"
                   IF VEH-STATUS-TBL (VEH-TBL-IDX) = "D"
                       PERFORM 900-WRITE-ONE-DETAIL-LINE
                   END-IF
               ELSE
                   IF VEH-STATUS-TBL (VEH-TBL-IDX) NOT = "D"
                       AND VEH-SCORE-TBL (VEH-TBL-IDX) =
                           SECTION-SELECT-WS
                       PERFORM 900-WRITE-ONE-DETAIL-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SECTION-COUNT-WS TO PROFIT-SECTION-CTR-OUT.
           MOVE SECTION-REVENUE-WS TO PROFIT-SECTION-REV-OUT.
           MOVE SECTION-SERVICE-WS TO PROFIT-SECTION-SVC-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM
               PROFIT-SECTION-TOTAL-LINE-WS.

      *WRITE ONE CAR'S LINE AND ADD IT TO THE SECTION TOTALS
       900-WRITE-ONE-DETAIL-LINE.
           MOVE VEH-REG-TBL (VEH-TBL-IDX) TO PROFIT-REG-NUMBER-OUT.
           MOVE VEH-TYPE-TBL (VEH-TBL-IDX) TO PROFIT-CAR-TYPE-OUT.
           MOVE VEH-MODEL-TBL (VEH-TBL-IDX) TO PROFIT-CAR-MODEL-OUT.
           MOVE VEH-ACQUIRED-TBL (VEH-TBL-IDX) TO PROFIT-ACQUIRED-OUT.
           MOVE VEH-AGE-MONTHS-TBL (VEH-TBL-IDX) TO PROFIT-AGE-OUT.
           MOVE VEH-LIFE-REV-TBL (VEH-TBL-IDX) TO PROFIT-LIFE-REV-OUT.
           MOVE VEH-YEAR-REV-TBL (VEH-TBL-IDX) TO PROFIT-YEAR-REV-OUT.
           MOVE VEH-DAYS-RENTED-TBL (VEH-TBL-IDX) TO
               PROFIT-DAYS-RENTED-OUT.
           MOVE VEH-DAYS-OWNED-TBL (VEH-TBL-IDX) TO
               PROFIT-DAYS-OWNED-OUT.
           MOVE VEH-UTIL-PCT-TBL (VEH-TBL-IDX) TO PROFIT-UTIL-OUT.
           MOVE VEH-SERVICE-COST-TBL (VEH-TBL-IDX) TO
               PROFIT-SERVICE-OUT.
           MOVE VEH-UPKEEP-PCT-TBL (VEH-TBL-IDX) TO PROFIT-UPKEEP-OUT.
           MOVE VEH-FLAGS-TBL (VEH-TBL-IDX) TO PROFIT-FLAGS-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-DETAIL-LINE-WS.
           ADD 1 TO SECTION-COUNT-WS.
           ADD 1 TO VEHICLE-LISTED-CTR.
           ADD VEH-LIFE-REV-TBL (VEH-TBL-IDX) TO SECTION-REVENUE-WS.
           ADD VEH-SERVICE-COST-TBL (VEH-TBL-IDX) TO
               SECTION-SERVICE-WS.

      *WRITE THE RUN COUNTS, THEN CLOSE THE REPORT FILES
       200-TERM-VEHICLE-PROFIT.
           MOVE "CARS ON FLEET FILE" TO PROFIT-COUNT-LABEL-OUT.
           MOVE VEHICLE-IN-CTR TO PROFIT-COUNT-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-COUNT-LINE-WS
           AFTER ADVANCING 2 LINE.
           MOVE "CARS NOT LISTED - TBL FULL" TO PROFIT-COUNT-LABEL-OUT.
           MOVE VEHICLE-OVERFLOW-CTR TO PROFIT-COUNT-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-COUNT-LINE-WS.
           MOVE "RENTAL HISTORY RECORDS READ" TO
               PROFIT-COUNT-LABEL-OUT.
           MOVE RENTAL-HISTORY-IN-CTR TO PROFIT-COUNT-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-COUNT-LINE-WS.
           MOVE "DUPLICATE RETURNS NOT COUNTED" TO
               PROFIT-COUNT-LABEL-OUT.
           MOVE RENTAL-DUPLICATE-CTR TO PROFIT-COUNT-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-COUNT-LINE-WS.
           MOVE "RETURNS NOT CHECKED - TBL FULL" TO
               PROFIT-COUNT-LABEL-OUT.
           MOVE RENTAL-KEY-OVERFLOW-CTR TO PROFIT-COUNT-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-COUNT-LINE-WS.
           MOVE "SERVICE HISTORY RECORDS READ" TO
               PROFIT-COUNT-LABEL-OUT.
           MOVE SERVICE-HISTORY-IN-CTR TO PROFIT-COUNT-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-COUNT-LINE-WS.
           MOVE "HISTORY RECORDS NOT ON FLEET" TO
               PROFIT-COUNT-LABEL-OUT.
           MOVE HISTORY-NOT-ON-FLEET-CTR TO PROFIT-COUNT-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-COUNT-LINE-WS.
           MOVE "DISPOSE TRANSACTIONS WRITTEN" TO
               PROFIT-COUNT-LABEL-OUT.
           MOVE DISPOSE-TRAN-CTR TO PROFIT-COUNT-OUT.
           WRITE VEHICLE-PROFIT-LINE-OUT FROM PROFIT-COUNT-LINE-WS.
           CLOSE VEHICLE-PROFIT-REPORT-OUT.
           IF WRITE-TRANS-FLAG-WS = "Y"
               CLOSE FLEET-TRAN-DISPOSE-OUT
           END-IF.
