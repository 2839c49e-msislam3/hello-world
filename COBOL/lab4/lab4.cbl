               ASSIGN TO "CUST-NOTFOUND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VEHICLE-MASTER-IO
               ASSIGN TO "VEHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ASSIGN TO "MISC-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ODOMETER-REVIEW-OUT
               ASSIGN TO "ODOREVIEW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VEHICLE-HISTORY-OUT
               ASSIGN TO "VEHHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01  SALES-RECORD.
           05  CAR-REGISTRATION-NUMBER-IN PIC 9(8).
           05  CAR-TYPE-IN                PIC X(10).
      *CHECKOUT DATE CARRIED ON EVERY RETURN SO THE BASE RENTAL
      *CHARGE CAN BE BILLED ALONGSIDE THE LATE FEE
           05  CHECKOUT-DATE-IN           PIC 9(8).
      *ODOMETER READINGS TAKEN WHEN THE CAR WENT OUT AND CAME BACK,
      *FOR THE EXCESS MILEAGE CHARGE AND THE FLEET'S SERVICE RECORD
           05  CHECKOUT-ODOMETER-IN       PIC 9(7).
           05  RETURN-ODOMETER-IN         PIC 9(7).

       FD  RENTAL-REPORT-OUT
           RECORD CONTAINS 113 CHARACTERS.
       01  REPORT-LINE-OUT                 PIC X(113).

       FD  CUSTOMER-FILE-IN
           RECORD CONTAINS 157 CHARACTERS.
       01  CUSTOMER-RECORD-IN.
           05  CUSTOMER-ID-IN              PIC 9(7).
           05  CUSTOMER-NAME-IN.
               10  CUST-CITY-IN            PIC X(15).
               10  CUST-PROVINCE-IN        PIC X(15).
               10  CUST-POSTAL-CODE-IN     PIC X(6).
           05  CUST-PHONE-IN               PIC X(12).
           05  CUST-LICENCE-NUMBER-IN      PIC X(15).
           05  CUST-LICENCE-EXPIRY-IN      PIC 9(8).
           05  CUST-STATUS-IN              PIC X.
           05  CUST-STATUS-DATE-IN         PIC 9(8).

       FD  CUSTOMER-HISTORY-OUT
           RECORD CONTAINS 140 CHARACTERS.
       01  CUSTOMER-HISTORY-LINE-OUT       PIC X(140).

       FD  FEE-POLICY-FILE-IN
           RECORD CONTAINS 39 CHARACTERS.
       01  FEE-POLICY-RECORD-IN.
           05  POLICY-CAR-TYPE-IN          PIC X(10).
           05  POLICY-DAILY-RATE-IN        PIC 9(3)V99.
           05  POLICY-MAX-FEE-IN           PIC 9(5)V99.
           05  POLICY-MAX-DAYS-IN          PIC 9(3).
           05  POLICY-RENTAL-RATE-IN       PIC 9(3)V99.
           05  POLICY-FREE-KM-IN           PIC 9(4).
           05  POLICY-KM-RATE-IN           PIC 9V99.

       FD  FLEET-SUMMARY-OUT
           RECORD CONTAINS 66 CHARACTERS.

      *MACHINE-READABLE BILLING EXTRACT FOR THE RECEIVABLES SYSTEM:
      *ONE D RECORD PER LATE FEE, ONE R RECORD PER BASE RENTAL, ONE
      *M RECORD PER MISCELLANEOUS CHARGE, ONE K RECORD PER EXCESS
      *MILEAGE CHARGE, ONE T TRAILER PER CUSTOMER; THE CHARGE CODE
      *COLUMN CARRIES SPACES ON EVERYTHING BUT M RECORDS AND THE NOTE
      *COLUMN ON EVERYTHING BUT M AND K RECORDS
       FD  BILLING-EXTRACT-OUT
           RECORD CONTAINS 149 CHARACTERS.
       01  BILLING-DETAIL-RECORD-OUT.

      *THE FLEET WE ACTUALLY OWN, MAINTAINED BY FleetMaint; SALES
      *RECORDS ARE VALIDATED AGAINST IT SO A MIS-KEYED CAR TYPE CAN
      *NO LONGER MINT A PHANTOM FLEET LINE OR MISS THE RATE TABLE;
      *EACH GOOD RETURN READING IS POSTED BACK AS THE CAR'S CURRENT
      *ODOMETER
       FD  VEHICLE-MASTER-IO
           RECORD CONTAINS 76 CHARACTERS.
       01  VEHICLE-MASTER-RECORD.
           05  VEH-REG-NUMBER-MS           PIC 9(8).
           05  VEH-CAR-TYPE-MS             PIC X(10).
           05  VEH-STATUS-MS               PIC X.
           05  VEH-ACQUIRED-DATE-MS        PIC 9(8).
           05  VEH-DISPOSED-DATE-MS        PIC 9(8).
           05  VEH-ODOMETER-MS             PIC 9(7).
           05  VEH-ODOMETER-DATE-MS        PIC 9(8).
           05  VEH-LAST-SERVICE-ODO-MS     PIC 9(7).
           05  VEH-SERVICE-INTERVAL-MS     PIC 9(6).

       FD  VEHICLE-NOTFOUND-OUT
           RECORD CONTAINS 37 CHARACTERS.
           05  FILLER                      PIC X VALUE SPACES.
           05  MISC-REJECT-REASON-OUT      PIC X(24).

      *RETURNS WHOSE ODOMETER READINGS GO BACKWARDS OR SHOW MORE
      *DISTANCE A DAY THAN A CAR CAN COVER: NEITHER BILLED FOR
      *MILEAGE NOR POSTED TO THE FLEET UNTIL THE OFFICE CHECKS THEM
       FD  ODOMETER-REVIEW-OUT
           RECORD CONTAINS 74 CHARACTERS.
       01  ODOMETER-REVIEW-RECORD-OUT.
           05  ODOREV-REG-NUMBER-OUT       PIC 9(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  ODOREV-CUSTOMER-ID-OUT      PIC 9(7).
           05  FILLER                      PIC X VALUE SPACES.
           05  ODOREV-RETURN-DATE-OUT      PIC 9(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  ODOREV-CHECKOUT-ODO-OUT     PIC X(7).
           05  FILLER                      PIC X VALUE SPACES.
           05  ODOREV-RETURN-ODO-OUT       PIC X(7).
           05  FILLER                      PIC X VALUE SPACES.
           05  ODOREV-FLEET-ODO-OUT        PIC 9(7).
           05  FILLER                      PIC X VALUE SPACES.
           05  ODOREV-REASON-OUT           PIC X(24).

      *PER-VEHICLE RENTAL HISTORY KEPT FROM RUN TO RUN: ONE RECORD
      *PER RETURN WITH THE DAYS THE CAR WAS OUT AND WHAT THE RENTAL
      *EARNED, FOR THE FLEET PROFITABILITY REPORT
       FD  VEHICLE-HISTORY-OUT
           RECORD CONTAINS 65 CHARACTERS.
       01  VEHICLE-HISTORY-RECORD-OUT.
           05  VHIST-REG-NUMBER-OUT        PIC 9(8).
           05  VHIST-RETURN-DATE-OUT       PIC 9(8).
           05  VHIST-CHECKOUT-DATE-OUT     PIC 9(8).
           05  VHIST-DAYS-RENTED-OUT       PIC 9(5).
           05  VHIST-RENTAL-AMT-OUT        PIC 9(7)V99.
           05  VHIST-LATE-FEE-OUT          PIC 9(7)V99.
           05  VHIST-MISC-AMT-OUT          PIC 9(7)V99.
           05  VHIST-MILEAGE-AMT-OUT       PIC 9(7)V99.

       FD  CUSTOMER-NOTFOUND-OUT
           RECORD CONTAINS 33 CHARACTERS.
       01  CUSTOMER-NOTFOUND-RECORD-OUT.
               10  POLICY-MAX-FEE-TBL  PIC 9(5)V99.
               10  POLICY-MAX-DAYS-TBL PIC 9(3).
               10  POLICY-RENTAL-RATE-TBL PIC 9(3)V99.
               10  POLICY-FREE-KM-TBL  PIC 9(4).
               10  POLICY-KM-RATE-TBL  PIC 9V99.
       01  FEE-POLICY-EOF-FLAG         PIC A(3) VALUE SPACES.
       01  POLICY-RATE-WS              PIC 9(3)V99 VALUE 0.
       01  POLICY-GRACE-WS             PIC 9(2) VALUE 0.
       01  BASE-RENTAL-CHARGE-WS       PIC 9(7)V99 VALUE 0.
       01  BILL-CHARGE-WS              PIC 9(7)V99 VALUE 0.

      *DAYS THE CAR WAS OUT AND THE MISCELLANEOUS CHARGES BILLED ON
      *THIS RETURN, FOR THE VEHICLE'S RENTAL HISTORY
       01  DAYS-RENTED-WS              PIC 9(5) VALUE 0.
       01  RETURN-MISC-TOTAL-WS        PIC 9(7)V99 VALUE 0.

      *EXCESS MILEAGE: KILOMETRES DRIVEN BEYOND THE TYPE'S FREE DAILY
      *ALLOWANCE FOR THE DAYS OUT, AT THE TYPE'S PER-KM RATE; A TYPE
      *WITH NO PER-KM RATE BILLS NO MILEAGE
       01  POLICY-FREE-KM-WS           PIC 9(4) VALUE 0.
       01  POLICY-KM-RATE-WS           PIC 9V99 VALUE 0.
       01  MILEAGE-DAYS-WS             PIC 9(5) VALUE 0.
       01  KM-DRIVEN-WS                PIC 9(7) VALUE 0.
       01  FREE-KM-ALLOWED-WS          PIC 9(9) VALUE 0.
       01  EXCESS-KM-WS                PIC 9(7) VALUE 0.
       01  MILEAGE-CHARGE-WS           PIC 9(7)V99 VALUE 0.
       01  MILEAGE-NOTE-WS.
           05  FILLER                  PIC X(10) VALUE "EXCESS KM".
           05  MILEAGE-NOTE-KM-WS      PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
      *Y A GOOD PAIR OF READINGS, N SENT FOR REVIEW, S NONE CAPTURED
       01  ODOMETER-VALID-FLAG-WS      PIC X VALUE "S".
       01  ODOMETER-REVIEW-REASON-WS   PIC X(24) VALUE SPACES.
       01  ODOMETER-REVIEW-CTR         PIC 9(7) VALUE 0.
      *THE MOST A CAR CAN BE DRIVEN IN A DAY
       01  MAX-DAILY-KM-PARM-WS        PIC X(5) VALUE "01500".
       01  MAX-DAILY-KM-NUM-WS REDEFINES MAX-DAILY-KM-PARM-WS
                                       PIC 9(5).
       01  MAX-DAILY-KM-WS             PIC 9(5) VALUE 1500.

       01  RENTAL-RECORD-OUT-CTR       PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.

           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE SALES-RECORD-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE RENTAL-RECORD-OUT-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE ODOMETER-REVIEW-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.
       200-INITIATE-RENTAL-REPORT-JOB.

           PERFORM 700-OPEN-FILES.
           PERFORM 700-GET-RUN-PARAMETERS.
           PERFORM 700-LOAD-FEE-POLICY-TABLE.
           PERFORM 700-LOAD-CHARGE-CODE-TABLE.
           PERFORM 700-LOAD-MISC-CHARGES.
           CLOSE SALES-FILE.
           CLOSE RENTAL-REPORT-OUT.
           CLOSE CUSTOMER-FILE-IN.
           CLOSE VEHICLE-MASTER-IO.
           CLOSE CUSTOMER-HISTORY-OUT.
           CLOSE CUSTOMER-NOTFOUND-OUT.
           CLOSE VEHICLE-NOTFOUND-OUT.
           CLOSE BILLING-EXTRACT-OUT.
           CLOSE FLEET-SUMMARY-OUT.
           CLOSE MISC-REJECT-OUT.
           CLOSE ODOMETER-REVIEW-OUT.
           CLOSE VEHICLE-HISTORY-OUT.

      *WRITE REPORT SUMMARY
       200-WRITE-REPORT-SUMMARY.
           OPEN INPUT SALES-FILE.
           OPEN OUTPUT RENTAL-REPORT-OUT.
           OPEN INPUT CUSTOMER-FILE-IN.
           OPEN I-O VEHICLE-MASTER-IO.
           OPEN OUTPUT CUSTOMER-HISTORY-OUT.
           OPEN OUTPUT CUSTOMER-NOTFOUND-OUT.
           OPEN OUTPUT VEHICLE-NOTFOUND-OUT.
           OPEN OUTPUT BILLING-EXTRACT-OUT.
           OPEN OUTPUT FLEET-SUMMARY-OUT.
           OPEN OUTPUT MISC-REJECT-OUT.
           OPEN OUTPUT ODOMETER-REVIEW-OUT.
           OPEN EXTEND VEHICLE-HISTORY-OUT.

      *OVERRIDE THE MOST A CAR CAN BE DRIVEN IN A DAY FROM A RUN
      *PARAMETER
       700-GET-RUN-PARAMETERS.
           ACCEPT MAX-DAILY-KM-PARM-WS FROM ENVIRONMENT
               "MAX_DAILY_KM"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF MAX-DAILY-KM-PARM-WS NUMERIC
               MOVE MAX-DAILY-KM-NUM-WS TO MAX-DAILY-KM-WS
           END-IF.

      *LOAD THE LATE-FEE POLICY FILE INTO A TABLE FOR LOOKUP BY CAR
      *TYPE; LINES PAST THE TABLE CAPACITY ARE IGNORED AND THOSE
                               MOVE 0 TO POLICY-RENTAL-RATE-TBL
                                   (POLICY-TBL-IDX)
                           END-IF
      *LIKEWISE A 32-BYTE LINE FROM BEFORE MILEAGE WAS CHARGED GIVES
      *NO FREE ALLOWANCE AND NO PER-KM RATE, SO BILLS NO MILEAGE
                           IF POLICY-FREE-KM-IN NUMERIC
                                   AND POLICY-KM-RATE-IN NUMERIC
                               MOVE POLICY-FREE-KM-IN TO
                                   POLICY-FREE-KM-TBL (POLICY-TBL-IDX)
                               MOVE POLICY-KM-RATE-IN TO
                                   POLICY-KM-RATE-TBL (POLICY-TBL-IDX)
                           ELSE
                               MOVE 0 TO POLICY-FREE-KM-TBL
                                   (POLICY-TBL-IDX)
                               MOVE 0 TO POLICY-KM-RATE-TBL
                                   (POLICY-TBL-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 900-LOOKUP-VEHICLE.
           PERFORM 700-CHECK-LATE-RETURN.
           PERFORM 700-COMPUTE-BASE-RENTAL.
           PERFORM 700-CHECK-ODOMETER-READINGS.
           PERFORM 900-ACCUMULATE-FLEET-STATS.
           MOVE CUSTOMER-ID-IN-SALES TO LOOKUP-CUSTOMER-ID-WS.
           PERFORM 900-LOOKUP-CUSTOMER.
           IF LATE-FEE-WS > 0
               PERFORM 900-WRITE-BILLING-DETAIL-OUT
           END-IF.
           IF MILEAGE-CHARGE-WS > 0
               PERFORM 900-WRITE-MILEAGE-CHARGE-OUT
           END-IF.
           MOVE 0 TO RETURN-MISC-TOTAL-WS.
           PERFORM 700-EMIT-MISC-CHARGES.
           PERFORM 900-WRITE-VEHICLE-HISTORY-OUT.
           IF ODOMETER-VALID-FLAG-WS = "Y"
               PERFORM 900-POST-VEHICLE-ODOMETER
           END-IF.

      *CHECK THE RETURN'S ODOMETER READINGS AND PRICE ANY EXCESS
      *MILEAGE; A RETURN WITH NO READINGS (OLD-FORMAT RECORD) IS LEFT
      *ALONE, AND ONE WHOSE READINGS ARE UNREADABLE, GO BACKWARDS OR
      *SHOW AN IMPOSSIBLE DAILY DISTANCE IS SENT FOR REVIEW
       700-CHECK-ODOMETER-READINGS.
           MOVE "Y" TO ODOMETER-VALID-FLAG-WS.
           MOVE SPACES TO ODOMETER-REVIEW-REASON-WS.
           MOVE 0 TO KM-DRIVEN-WS.
           MOVE 0 TO MILEAGE-CHARGE-WS.
           IF SALES-RECORD (63:14) = SPACES
               MOVE "S" TO ODOMETER-VALID-FLAG-WS
           ELSE
               IF CHECKOUT-ODOMETER-IN NOT NUMERIC
                       OR RETURN-ODOMETER-IN NOT NUMERIC
                   MOVE "BAD ODOMETER READING" TO
                       ODOMETER-REVIEW-REASON-WS
               ELSE
                   PERFORM 900-COMPUTE-MILEAGE-DAYS
                   IF RETURN-ODOMETER-IN < CHECKOUT-ODOMETER-IN
                       MOVE "ODOMETER WENT BACKWARDS" TO
                           ODOMETER-REVIEW-REASON-WS
                   ELSE
                       IF VEHICLE-FOUND-FLAG-WS = "Y"
                               AND RETURN-ODOMETER-IN <
                                   VEH-ODOMETER-MS
                           MOVE "ODOMETER WENT BACKWARDS" TO
                               ODOMETER-REVIEW-REASON-WS
                       ELSE
                           COMPUTE KM-DRIVEN-WS =
                               RETURN-ODOMETER-IN
                               - CHECKOUT-ODOMETER-IN
                           IF KM-DRIVEN-WS >
                                   MILEAGE-DAYS-WS * MAX-DAILY-KM-WS
                               MOVE "IMPOSSIBLE DAILY KM" TO
                                   ODOMETER-REVIEW-REASON-WS
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF ODOMETER-REVIEW-REASON-WS NOT = SPACES
                   MOVE "N" TO ODOMETER-VALID-FLAG-WS
                   MOVE 0 TO KM-DRIVEN-WS
                   PERFORM 900-WRITE-ODOMETER-REVIEW-OUT
               ELSE
                   PERFORM 900-COMPUTE-MILEAGE-CHARGE
               END-IF
           END-IF.

      *DAYS OUT FOR THE MILEAGE ALLOWANCE, COUNTED THE SAME WAY AS
      *THE BASE RENTAL; WITH NO CHECKOUT DATE THE RENTAL COUNTS AS
      *ONE DAY
       900-COMPUTE-MILEAGE-DAYS.
           MOVE 1 TO MILEAGE-DAYS-WS.
           IF CHECKOUT-DATE-IN NUMERIC
               AND CHECKOUT-DATE-IN > 0
               MOVE CHECKOUT-DATE-IN TO CHECKOUT-DATE-NUM-WS
               IF RETURN-DATE-NUM-WS > CHECKOUT-DATE-NUM-WS
                   COMPUTE MILEAGE-DAYS-WS =
                       FUNCTION INTEGER-OF-DATE(RETURN-DATE-NUM-WS)
                       - FUNCTION INTEGER-OF-DATE
                           (CHECKOUT-DATE-NUM-WS)
               END-IF
           END-IF.

      *CHARGE THE KILOMETRES PAST THE FREE DAILY ALLOWANCE AT THE
      *TYPE'S PER-KM RATE
       900-COMPUTE-MILEAGE-CHARGE.
           MOVE 0 TO EXCESS-KM-WS.
           IF POLICY-KM-RATE-WS > 0
               COMPUTE FREE-KM-ALLOWED-WS =
                   MILEAGE-DAYS-WS * POLICY-FREE-KM-WS
               IF KM-DRIVEN-WS > FREE-KM-ALLOWED-WS
                   COMPUTE EXCESS-KM-WS =
                       KM-DRIVEN-WS - FREE-KM-ALLOWED-WS
                   COMPUTE MILEAGE-CHARGE-WS ROUNDED =
                       EXCESS-KM-WS * POLICY-KM-RATE-WS
               END-IF
           END-IF.

      *LIST A RETURN WHOSE READINGS NEED CHECKING BEFORE THEY ARE
      *BILLED OR POSTED, WITH THE CAR'S LAST POSTED READING
       900-WRITE-ODOMETER-REVIEW-OUT.
           MOVE CAR-REGISTRATION-NUMBER-IN TO ODOREV-REG-NUMBER-OUT.
           MOVE CUSTOMER-ID-IN-SALES TO ODOREV-CUSTOMER-ID-OUT.
           MOVE RETURN-DATE-NUM-WS TO ODOREV-RETURN-DATE-OUT.
           MOVE SALES-RECORD (63:7) TO ODOREV-CHECKOUT-ODO-OUT.
           MOVE SALES-RECORD (70:7) TO ODOREV-RETURN-ODO-OUT.
           IF VEHICLE-FOUND-FLAG-WS = "Y"
               MOVE VEH-ODOMETER-MS TO ODOREV-FLEET-ODO-OUT
           ELSE
               MOVE 0 TO ODOREV-FLEET-ODO-OUT
           END-IF.
           MOVE ODOMETER-REVIEW-REASON-WS TO ODOREV-REASON-OUT.
           WRITE ODOMETER-REVIEW-RECORD-OUT.
           ADD 1 TO ODOMETER-REVIEW-CTR.

      *POST THE RETURN READING TO THE FLEET AS THE CAR'S CURRENT
      *ODOMETER; A CAR NOT ACTIVE ON THE MASTER IS NOT POSTED
       900-POST-VEHICLE-ODOMETER.
           IF VEHICLE-FOUND-FLAG-WS = "Y"
               MOVE RETURN-ODOMETER-IN TO VEH-ODOMETER-MS
               MOVE RETURN-DATE-NUM-WS TO VEH-ODOMETER-DATE-MS
               REWRITE VEHICLE-MASTER-RECORD
           END-IF.

      *ADD THIS RETURN TO THE CAR'S RENTAL HISTORY: THE DAYS IT WAS
      *OUT AND THE BASE RENTAL, LATE FEE, MISCELLANEOUS AND MILEAGE
      *CHARGES IT EARNED
       900-WRITE-VEHICLE-HISTORY-OUT.
           PERFORM 900-COMPUTE-DAYS-RENTED.
           MOVE CAR-REGISTRATION-NUMBER-IN TO VHIST-REG-NUMBER-OUT.
           MOVE RETURN-DATE-NUM-WS TO VHIST-RETURN-DATE-OUT.
           IF CHECKOUT-DATE-IN NUMERIC
               MOVE CHECKOUT-DATE-IN TO VHIST-CHECKOUT-DATE-OUT
           ELSE
               MOVE 0 TO VHIST-CHECKOUT-DATE-OUT
           END-IF.
           MOVE DAYS-RENTED-WS TO VHIST-DAYS-RENTED-OUT.
           MOVE BASE-RENTAL-CHARGE-WS TO VHIST-RENTAL-AMT-OUT.
           MOVE LATE-FEE-WS TO VHIST-LATE-FEE-OUT.
           MOVE RETURN-MISC-TOTAL-WS TO VHIST-MISC-AMT-OUT.
           MOVE MILEAGE-CHARGE-WS TO VHIST-MILEAGE-AMT-OUT.
           WRITE VEHICLE-HISTORY-RECORD-OUT.

      *DAYS FROM CHECKOUT TO RETURN, A SAME-DAY RETURN COUNTING AS
      *ONE; WITH NO CHECKOUT DATE (OLD-FORMAT RECORD) THE DAYS ARE
      *NOT KNOWN AND COUNT AS NONE
       900-COMPUTE-DAYS-RENTED.
           MOVE 0 TO DAYS-RENTED-WS.
           IF CHECKOUT-DATE-IN NUMERIC
               AND CHECKOUT-DATE-IN > 0
               MOVE CHECKOUT-DATE-IN TO CHECKOUT-DATE-NUM-WS
               IF RETURN-DATE-NUM-WS > CHECKOUT-DATE-NUM-WS
                   COMPUTE DAYS-RENTED-WS =
                       FUNCTION INTEGER-OF-DATE(RETURN-DATE-NUM-WS)
                       - FUNCTION INTEGER-OF-DATE
                           (CHECKOUT-DATE-NUM-WS)
               ELSE
                   MOVE 1 TO DAYS-RENTED-WS
               END-IF
           END-IF.

      *PRICE THE RENTAL ITSELF: DAYS FROM CHECKOUT TO RETURN AT THE
      *TYPE'S DAILY RATE, WITH A SAME-DAY RETURN BILLED AS ONE DAY;
           MOVE 0 TO POLICY-MAX-FEE-WS.
           MOVE 0 TO POLICY-MAX-DAYS-WS.
           MOVE 0 TO POLICY-RENTAL-RATE-WS.
           MOVE 0 TO POLICY-FREE-KM-WS.
           MOVE 0 TO POLICY-KM-RATE-WS.
           SET POLICY-TBL-IDX TO 1.
           SEARCH POLICY-TBL-ENTRY
               VARYING POLICY-TBL-IDX
                       POLICY-MAX-DAYS-WS
                   MOVE POLICY-RENTAL-RATE-TBL (POLICY-TBL-IDX) TO
                       POLICY-RENTAL-RATE-WS
                   MOVE POLICY-FREE-KM-TBL (POLICY-TBL-IDX) TO
                       POLICY-FREE-KM-WS
                   MOVE POLICY-KM-RATE-TBL (POLICY-TBL-IDX) TO
                       POLICY-KM-RATE-WS
           END-SEARCH.

      *CHARGE THE DAYS PAST THE GRACE PERIOD AT THE POLICY RATE,
       900-LOOKUP-VEHICLE.
           MOVE "N" TO VEHICLE-FOUND-FLAG-WS.
           MOVE CAR-REGISTRATION-NUMBER-IN TO VEH-REG-NUMBER-MS.
           READ VEHICLE-MASTER-IO
               INVALID KEY
                   MOVE "UNKNOWN VEHICLE" TO VEH-NOTFOUND-REASON-OUT
                   PERFORM 900-WRITE-VEHICLE-NOTFOUND-OUT
           MOVE BASE-RENTAL-CHARGE-WS TO BILL-CHARGE-WS.
           PERFORM 900-ACCUMULATE-CUSTOMER-FEE.

      *WRITE ONE K BILLING DETAIL RECORD FOR THE EXCESS MILEAGE
      *CHARGE; THE DAYS COLUMN CARRIES THE DAYS OUT AND THE NOTE THE
      *KILOMETRES CHARGED
       900-WRITE-MILEAGE-CHARGE-OUT.
           MOVE "K" TO BILL-RECORD-TYPE-OUT.
           PERFORM 900-FILL-BILLING-ADDRESS.
           MOVE CAR-REGISTRATION-NUMBER-IN TO BILL-REG-NUMBER-OUT.
           MOVE RETURN-DATE-NUM-WS TO BILL-RETURN-DATE-OUT.
           MOVE MILEAGE-DAYS-WS TO BILL-DAYS-LATE-OUT.
           MOVE MILEAGE-CHARGE-WS TO BILL-FEE-AMOUNT-OUT.
           MOVE EXCESS-KM-WS TO MILEAGE-NOTE-KM-WS.
           MOVE MILEAGE-NOTE-WS TO BILL-CHARGE-NOTE-OUT.
           WRITE BILLING-DETAIL-RECORD-OUT.
           ADD 1 TO BILLING-DETAIL-CTR.
           MOVE MILEAGE-CHARGE-WS TO BILL-CHARGE-WS.
           PERFORM 900-ACCUMULATE-CUSTOMER-FEE.

      *FILL THE DETAIL RECORD'S CUSTOMER AND MAILING ADDRESS FIELDS
      *FROM THE LAST CUSTOMER LOOKUP; THE CHARGE CODE AND NOTE
      *COLUMNS START BLANK, M RECORDS FILL BOTH AND K RECORDS FILL
      *THE NOTE WITH THE KILOMETRES CHARGED
       900-FILL-BILLING-ADDRESS.
           MOVE SPACES TO BILL-CHARGE-CODE-OUT.
           MOVE SPACES TO BILL-CHARGE-NOTE-OUT.
           WRITE BILLING-DETAIL-RECORD-OUT.
           ADD 1 TO BILLING-DETAIL-CTR.
           ADD 1 TO MISC-BILLED-CTR.
           ADD MISC-AMOUNT-TBL (MISC-TBL-IDX) TO RETURN-MISC-TOTAL-WS.
           MOVE MISC-AMOUNT-TBL (MISC-TBL-IDX) TO BILL-CHARGE-WS.
           PERFORM 900-ACCUMULATE-CUSTOMER-FEE.

