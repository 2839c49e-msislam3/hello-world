               RECORD KEY IS CUSTOMER-ID-IN
               FILE STATUS IS CUSTOMER-FILE-STATUS-WS.

           SELECT OPTIONAL VEHICLE-MASTER-IN
               ASSIGN TO "VEHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEH-REG-NUMBER-MS
               FILE STATUS IS VEHICLE-MASTER-STATUS-WS.

           SELECT OPTIONAL RESERVATION-FILE
               ASSIGN TO "RESERVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NO-SHOW-REPORT-OUT
               ASSIGN TO "NOSHOW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECKOUT-REJECT-OUT
               ASSIGN TO "CHECKOUT-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *ONE RECORD PER CAR CURRENTLY OUT: ADDED WHEN A CAR GOES OUT,
      *RELIEVED WHEN ITS RETURN APPEARS ON SALES.DAT
       FD  OPEN-RENTAL-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  OPEN-RENTAL-RECORD.
           05  OPEN-REG-NUMBER         PIC 9(8).
           05  OPEN-CUSTOMER-ID        PIC 9(7).
           05  OPEN-CHECKOUT-DATE      PIC 9(8).
           05  OPEN-DUE-DATE           PIC 9(8).
           05  OPEN-CHECKOUT-ODOMETER  PIC 9(7).

      *THE FLEET, READ ONLY TO REFUSE CARS THAT CANNOT GO OUT: S IS
      *IN THE SHOP ON AN OPEN WORK ORDER, D IS DISPOSED; ITS LAST
      *POSTED ODOMETER READING CHECKS THE READING TAKEN AT CHECKOUT
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

      *ADVANCE BOOKINGS: A CHECKOUT PICKS UP THE CUSTOMER'S OPEN
      *RESERVATION (P) AND ONE NOT PICKED UP BY ITS DATE IS MARKED A
      *NO-SHOW (N)
       FD  RESERVATION-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  RESERVATION-RECORD.
           05  RESV-NUMBER             PIC 9(6).
           05  RESV-CUSTOMER-ID        PIC 9(7).
           05  RESV-CAR-TYPE           PIC X(10).
           05  RESV-PICKUP-DATE        PIC 9(8).
           05  RESV-RETURN-DATE        PIC 9(8).
           05  RESV-STATUS             PIC X.
           05  RESV-BOOKED-DATE        PIC 9(8).
           05  RESV-REG-NUMBER         PIC 9(8).
           05  RESV-STATUS-DATE        PIC 9(8).

       FD  CHECKOUT-FILE-IN
           RECORD CONTAINS 38 CHARACTERS.
       01  CHECKOUT-RECORD-IN.
           05  CHKOUT-REG-NUMBER-IN    PIC X(8).
           05  CHKOUT-CUSTOMER-ID-IN   PIC X(7).
           05  CHKOUT-DATE-IN          PIC X(8).
           05  CHKOUT-DUE-DATE-IN      PIC X(8).
           05  CHKOUT-ODOMETER-IN      PIC X(7).

       FD  SALES-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01  SALES-RECORD.
           05  CAR-REGISTRATION-NUMBER-IN PIC 9(8).
           05  CAR-TYPE-IN                PIC X(10).
               10  RETURN-DATE-IN         PIC 9(8).
               10  RENTAL-DUE-DATE-IN     PIC 9(8).
           05  CHECKOUT-DATE-IN           PIC 9(8).
           05  CHECKOUT-ODOMETER-IN       PIC 9(7).
           05  RETURN-ODOMETER-IN         PIC 9(7).

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

       FD  CHECKOUT-REJECT-OUT
           RECORD CONTAINS 63 CHARACTERS.
       01  CHECKOUT-REJECT-RECORD-OUT.
           05  CHKOUT-REJECT-DATA-OUT     PIC X(38).
           05  FILLER                     PIC X VALUE SPACES.
           05  CHKOUT-REJECT-REASON-OUT   PIC X(24).

       FD  NO-SHOW-REPORT-OUT
           RECORD CONTAINS 90 CHARACTERS.
       01  NO-SHOW-REPORT-LINE-OUT         PIC X(90).

       FD  OVERDUE-REPORT-OUT
           RECORD CONTAINS 90 CHARACTERS.
       01  OVERDUE-REPORT-LINE-OUT         PIC X(90).
       01  CHECKOUT-EOF-FLAG           PIC A(3) VALUE SPACES.
       01  SALES-EOF-FLAG              PIC A(3) VALUE SPACES.
       01  CUSTOMER-FILE-STATUS-WS     PIC X(2) VALUE "00".
       01  VEHICLE-MASTER-STATUS-WS    PIC X(2) VALUE "00".
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  CHKOUT-REJECT-REASON-WS     PIC X(24) VALUE SPACES.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  RETURN-RELIEVED-CTR         PIC 9(7) VALUE 0.
       01  OVERDUE-CTR                 PIC 9(7) VALUE 0.

      *THE MOST A CAR CAN BE DRIVEN IN A DAY; A READING FURTHER ON
      *THAN THAT FROM THE LAST POSTED ONE IS REFUSED FOR REVIEW
       01  MAX-DAILY-KM-PARM-WS        PIC X(5) VALUE "01500".
       01  MAX-DAILY-KM-NUM-WS REDEFINES MAX-DAILY-KM-PARM-WS
                                       PIC 9(5).
       01  MAX-DAILY-KM-WS             PIC 9(5) VALUE 1500.
       01  CHKOUT-DATE-NUM-WS          PIC 9(8) VALUE 0.
       01  CHKOUT-ODOMETER-NUM-WS      PIC 9(7) VALUE 0.
       01  ODOMETER-DAYS-WS            PIC S9(5) VALUE 0.
       01  ODOMETER-DISTANCE-WS        PIC 9(7) VALUE 0.

      *ALL OPEN RENTALS HELD IN A TABLE SO RETURNS CAN RELIEVE THEM
      *AND THE FILE CAN BE REWRITTEN WITHOUT THE CLOSED ONES
       01  OPEN-RENTAL-TABLE-WS.
               10  OPEN-CUST-TBL       PIC 9(7).
               10  OPEN-OUT-DATE-TBL   PIC 9(8).
               10  OPEN-DUE-TBL        PIC 9(8).
               10  OPEN-OUT-ODO-TBL    PIC 9(7).
               10  OPEN-CLOSED-TBL     PIC X.
       01  OPEN-OVERFLOW-FLAG-WS       PIC X VALUE "N".

      *ALL RESERVATIONS, LOADED SO CHECKOUTS CAN PICK THEM UP AND
      *NO-SHOWS BE MARKED; ON OVERFLOW NEITHER IS DONE AND THE FILE
      *IS LEFT UNTOUCHED
       01  RESERVATION-TABLE-WS.
           05  RESV-TBL-COUNT-WS       PIC 9(4) VALUE 0.
           05  RESV-TBL-MAX-WS         PIC 9(4) VALUE 3000.
           05  RESV-TBL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY RESV-TBL-IDX.
               10  RESV-IMAGE-TBL      PIC X(64).
               10  RESV-IMAGE-FIELDS-TBL REDEFINES RESV-IMAGE-TBL.
                   15  RESV-NUMBER-TBL     PIC 9(6).
                   15  RESV-CUST-TBL       PIC 9(7).
                   15  RESV-TYPE-TBL       PIC X(10).
                   15  RESV-PICKUP-TBL     PIC 9(8).
                   15  RESV-RETURN-TBL     PIC 9(8).
                   15  RESV-STATUS-TBL     PIC X.
                   15  RESV-BOOKED-TBL     PIC 9(8).
                   15  RESV-REG-TBL        PIC 9(8).
                   15  RESV-STATUS-DATE-TBL PIC 9(8).
       01  RESV-OVERFLOW-FLAG-WS       PIC X VALUE "N".
       01  RESERVATION-EOF-FLAG        PIC A(3) VALUE SPACES.
       01  CHKOUT-CAR-TYPE-WS          PIC X(10) VALUE SPACES.
       01  FOUND-RESV-IDX-WS           PIC 9(4) VALUE 0.
       01  RESV-PICKED-UP-CTR          PIC 9(7) VALUE 0.
       01  NO-SHOW-CTR                 PIC 9(7) VALUE 0.

       01  LOOKUP-CUSTOMER-NAME-WS     PIC X(30).

       01  OVERDUE-DETAIL-LINE-WS.
           05  FILLER                  PIC X(5) VALUE " DAYS".
           05  FILLER                  PIC X(5) VALUE SPACES.
       01  OVERDUE-ROW-FILLER-WS       PIC X(90).

       01  NO-SHOW-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  NOSH-RESV-NUMBER-OUT    PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NOSH-CUSTOMER-ID-OUT    PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NOSH-CUSTOMER-NAME-OUT  PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NOSH-CAR-TYPE-OUT       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NOSH-PICKUP-DATE-OUT    PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NOSH-RETURN-DATE-OUT    PIC 9(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  NO-SHOW-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "RESV #".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "CUSTOMR".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
           "CUSTOMER NAME".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CAR TYPE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PICKUP".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "RETURN".
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  NO-SHOW-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "NO-SHOWS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  NOSH-TOTAL-OUT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(68) VALUE SPACES.
       01  OVERDUE-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "CARS OVERDUE".

           PERFORM 200-INITIATE-TRACK-JOB.
           PERFORM 200-LOAD-OPEN-RENTALS.
           PERFORM 200-LOAD-RESERVATIONS.
           PERFORM 200-APPLY-CHECKOUTS.
           PERFORM 200-RELIEVE-RETURNS.
           PERFORM 200-FLAG-NO-SHOWS.
           PERFORM 200-REWRITE-OPEN-RENTALS.
           PERFORM 200-REWRITE-RESERVATIONS.
           PERFORM 200-REPORT-OVERDUE-RENTALS.
           PERFORM 200-TERM-TRACK-JOB.
           STOP RUN.
      *OPEN THE FIXED FILES AND WRITE THE REPORT HEADINGS
       200-INITIATE-TRACK-JOB.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT MAX-DAILY-KM-PARM-WS FROM ENVIRONMENT
               "MAX_DAILY_KM"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF MAX-DAILY-KM-PARM-WS NUMERIC
               MOVE MAX-DAILY-KM-NUM-WS TO MAX-DAILY-KM-WS
           END-IF.
           OPEN INPUT CUSTOMER-FILE-IN.
           OPEN INPUT VEHICLE-MASTER-IN.
           OPEN OUTPUT CHECKOUT-REJECT-OUT.
           OPEN OUTPUT OVERDUE-REPORT-OUT.
           OPEN OUTPUT OVERDUE-NOTICE-OUT.
           OPEN OUTPUT NO-SHOW-REPORT-OUT.
           WRITE OVERDUE-REPORT-LINE-OUT FROM OVERDUE-HDR-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE OVERDUE-REPORT-LINE-OUT FROM OVERDUE-ROW-FILLER-WS.
                               OPEN-OUT-DATE-TBL (OPEN-TBL-IDX)
                           MOVE OPEN-DUE-DATE TO
                               OPEN-DUE-TBL (OPEN-TBL-IDX)
                           MOVE OPEN-CHECKOUT-ODOMETER TO
                               OPEN-OUT-ODO-TBL (OPEN-TBL-IDX)
                           MOVE "N" TO
                               OPEN-CLOSED-TBL (OPEN-TBL-IDX)
                       ELSE
           END-PERFORM.
           CLOSE OPEN-RENTAL-FILE.

      *LOAD EVERY RESERVATION; ON OVERFLOW NONE IS PICKED UP OR
      *MARKED AND THE FILE IS LEFT UNTOUCHED AT END OF JOB
       200-LOAD-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE.
           PERFORM UNTIL RESERVATION-EOF-FLAG = "YES"
               READ RESERVATION-FILE
                   AT END MOVE "YES" TO RESERVATION-EOF-FLAG
                   NOT AT END
                       IF RESV-TBL-COUNT-WS < RESV-TBL-MAX-WS
                           ADD 1 TO RESV-TBL-COUNT-WS
                           SET RESV-TBL-IDX TO RESV-TBL-COUNT-WS
                           MOVE RESERVATION-RECORD TO
                               RESV-IMAGE-TBL (RESV-TBL-IDX)
                       ELSE
                           MOVE "Y" TO RESV-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESERVATION-FILE.

      *ADD EACH NEW CHECKOUT TO THE OPEN RENTALS
       200-APPLY-CHECKOUTS.
           OPEN INPUT CHECKOUT-FILE-IN.
                       OPEN-OUT-DATE-TBL (OPEN-TBL-IDX)
                   MOVE CHKOUT-DUE-DATE-IN TO
                       OPEN-DUE-TBL (OPEN-TBL-IDX)
                   MOVE CHKOUT-ODOMETER-IN TO
                       OPEN-OUT-ODO-TBL (OPEN-TBL-IDX)
                   MOVE "N" TO OPEN-CLOSED-TBL (OPEN-TBL-IDX)
                   PERFORM 900-PICK-UP-RESERVATION
               ELSE
                   MOVE "OPEN RENTALS OVER CAP" TO
                       CHKOUT-REJECT-REASON-WS
                           OR CHKOUT-DUE-DATE-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD CHECKOUT/DUE DATE" TO
                           CHKOUT-REJECT-REASON-WS
                   ELSE
                       IF CHKOUT-ODOMETER-IN NOT NUMERIC
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BAD ODOMETER READING" TO
                               CHKOUT-REJECT-REASON-WS
                       ELSE
                           PERFORM 900-CHECK-CHECKOUT-VEHICLE
                           IF EDIT-VALID-FLAG-WS = "Y"
                               PERFORM 900-CHECK-CHECKOUT-CUSTOMER.

      *A CAR IN THE SHOP OR DISPOSED OF CANNOT GO OUT; A CAR NOT ON
      *THE FLEET FILE IS LEFT FOR THE BILLING RUN TO REPORT
       900-CHECK-CHECKOUT-VEHICLE.
           MOVE SPACES TO CHKOUT-CAR-TYPE-WS.
           MOVE CHKOUT-REG-NUMBER-IN TO VEH-REG-NUMBER-MS.
           READ VEHICLE-MASTER-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VEH-CAR-TYPE-MS TO CHKOUT-CAR-TYPE-WS
                   IF VEH-STATUS-MS = "S"
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "VEHICLE IN SERVICE" TO
                           CHKOUT-REJECT-REASON-WS
                   ELSE
                       IF VEH-STATUS-MS = "D"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "VEHICLE DISPOSED" TO
                               CHKOUT-REJECT-REASON-WS
                       ELSE
                           PERFORM 900-CHECK-CHECKOUT-ODOMETER
                       END-IF
                   END-IF
           END-READ.

      *THE CHECKOUT READING CANNOT BE BELOW THE CAR'S LAST POSTED
      *READING, NOR FURTHER ON FROM IT THAN THE CAR COULD HAVE BEEN
      *DRIVEN AT THE DAILY MAXIMUM SINCE THAT READING WAS TAKEN
       900-CHECK-CHECKOUT-ODOMETER.
           MOVE CHKOUT-ODOMETER-IN TO CHKOUT-ODOMETER-NUM-WS.
           MOVE CHKOUT-DATE-IN TO CHKOUT-DATE-NUM-WS.
           IF CHKOUT-ODOMETER-NUM-WS < VEH-ODOMETER-MS
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "ODOMETER WENT BACKWARDS" TO
                   CHKOUT-REJECT-REASON-WS
           ELSE
               IF VEH-ODOMETER-DATE-MS > 0
                       AND VEH-ODOMETER-DATE-MS NOT > CHKOUT-DATE-NUM-WS
                   COMPUTE ODOMETER-DAYS-WS =
                       FUNCTION INTEGER-OF-DATE (CHKOUT-DATE-NUM-WS)
                       - FUNCTION INTEGER-OF-DATE
                           (VEH-ODOMETER-DATE-MS)
                   IF ODOMETER-DAYS-WS < 1
                       MOVE 1 TO ODOMETER-DAYS-WS
                   END-IF
                   COMPUTE ODOMETER-DISTANCE-WS =
                       CHKOUT-ODOMETER-NUM-WS - VEH-ODOMETER-MS
                   IF ODOMETER-DISTANCE-WS >
                           ODOMETER-DAYS-WS * MAX-DAILY-KM-WS
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "IMPOSSIBLE DAILY KM" TO
                           CHKOUT-REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

      *ONLY A CUSTOMER ON FILE, ACTIVE, AND HOLDING A LICENCE STILL
      *VALID ON THE CHECKOUT DATE CAN TAKE A CAR OUT
       900-CHECK-CHECKOUT-CUSTOMER.
           MOVE CHKOUT-CUSTOMER-ID-IN TO CUSTOMER-ID-IN.
           READ CUSTOMER-FILE-IN
               INVALID KEY
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "UNKNOWN CUSTOMER" TO CHKOUT-REJECT-REASON-WS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-STATUS-IN = "C"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "CUSTOMER CLOSED" TO
                               CHKOUT-REJECT-REASON-WS
                       WHEN CUST-STATUS-IN = "H"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "CUSTOMER ON CREDIT HOLD" TO
                               CHKOUT-REJECT-REASON-WS
                       WHEN CUST-STATUS-IN = "B"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "CUSTOMER BANNED" TO
                               CHKOUT-REJECT-REASON-WS
                       WHEN CUST-LICENCE-EXPIRY-IN NOT NUMERIC
                               OR CUST-LICENCE-EXPIRY-IN = 0
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "NO LICENCE ON FILE" TO
                               CHKOUT-REJECT-REASON-WS
                       WHEN CUST-LICENCE-EXPIRY-IN < CHKOUT-DATE-IN
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "LICENCE EXPIRED" TO
                               CHKOUT-REJECT-REASON-WS
                   END-EVALUATE
           END-READ.

      *A CHECKOUT PICKS UP THE CUSTOMER'S OPEN RESERVATION FOR THE
      *SAME CAR TYPE WHOSE DATES OVERLAP THE RENTAL, THE EARLIEST
      *PICKUP FIRST; A CAR NOT ON THE FLEET MATCHES ON CUSTOMER ALONE
       900-PICK-UP-RESERVATION.
           MOVE 0 TO FOUND-RESV-IDX-WS.
           IF RESV-OVERFLOW-FLAG-WS NOT = "Y"
               PERFORM VARYING RESV-TBL-IDX FROM 1 BY 1
                       UNTIL RESV-TBL-IDX > RESV-TBL-COUNT-WS
                   IF RESV-STATUS-TBL (RESV-TBL-IDX) = "O"
                       AND RESV-CUST-TBL (RESV-TBL-IDX) =
                           CHKOUT-CUSTOMER-ID-IN
                       AND (RESV-TYPE-TBL (RESV-TBL-IDX) =
                           CHKOUT-CAR-TYPE-WS
                           OR CHKOUT-CAR-TYPE-WS = SPACES)
                       AND RESV-PICKUP-TBL (RESV-TBL-IDX)
                           NOT > CHKOUT-DUE-DATE-IN
                       AND RESV-RETURN-TBL (RESV-TBL-IDX)
                           NOT < CHKOUT-DATE-IN
                       PERFORM 900-NOTE-EARLIEST-RESERVATION
                   END-IF
               END-PERFORM
           END-IF.
           IF FOUND-RESV-IDX-WS > 0
               SET RESV-TBL-IDX TO FOUND-RESV-IDX-WS
               MOVE "P" TO RESV-STATUS-TBL (RESV-TBL-IDX)
               MOVE CHKOUT-REG-NUMBER-IN TO RESV-REG-TBL (RESV-TBL-IDX)
               MOVE RUN-DATE-WS TO RESV-STATUS-DATE-TBL (RESV-TBL-IDX)
               ADD 1 TO RESV-PICKED-UP-CTR
           END-IF.

      *KEEP THE MATCHING RESERVATION WITH THE EARLIEST PICKUP DATE
       900-NOTE-EARLIEST-RESERVATION.
           IF FOUND-RESV-IDX-WS = 0
               SET FOUND-RESV-IDX-WS TO RESV-TBL-IDX
           ELSE
               IF RESV-PICKUP-TBL (RESV-TBL-IDX) <
                       RESV-PICKUP-TBL (FOUND-RESV-IDX-WS)
                   SET FOUND-RESV-IDX-WS TO RESV-TBL-IDX
               END-IF
           END-IF.

      *WRITE A REJECTED CHECKOUT WITH ITS REASON CODE
       900-WRITE-CHECKOUT-REJECT-OUT.
               END-IF
           END-PERFORM.

      *AN OPEN RESERVATION STILL NOT PICKED UP AFTER ITS PICKUP DATE
      *IS A NO-SHOW: IT IS MARKED SO AND LISTED, AND NO LONGER HOLDS
      *A CAR
       200-FLAG-NO-SHOWS.
           WRITE NO-SHOW-REPORT-LINE-OUT FROM NO-SHOW-HDR-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE NO-SHOW-REPORT-LINE-OUT FROM OVERDUE-ROW-FILLER-WS.
           IF RESV-OVERFLOW-FLAG-WS NOT = "Y"
               PERFORM VARYING RESV-TBL-IDX FROM 1 BY 1
                       UNTIL RESV-TBL-IDX > RESV-TBL-COUNT-WS
                   IF RESV-STATUS-TBL (RESV-TBL-IDX) = "O"
                       AND RESV-PICKUP-TBL (RESV-TBL-IDX) < RUN-DATE-WS
                       PERFORM 700-MARK-NO-SHOW
                   END-IF
               END-PERFORM
           END-IF.
           MOVE NO-SHOW-CTR TO NOSH-TOTAL-OUT.
           WRITE NO-SHOW-REPORT-LINE-OUT FROM NO-SHOW-COUNT-LINE-WS
           AFTER ADVANCING 2 LINE.

      *MARK ONE RESERVATION A NO-SHOW AND LIST IT
       700-MARK-NO-SHOW.
           MOVE "N" TO RESV-STATUS-TBL (RESV-TBL-IDX).
           MOVE RUN-DATE-WS TO RESV-STATUS-DATE-TBL (RESV-TBL-IDX).
           MOVE "UNKNOWN CUSTOMER" TO LOOKUP-CUSTOMER-NAME-WS.
           MOVE RESV-CUST-TBL (RESV-TBL-IDX) TO CUSTOMER-ID-IN.
           READ CUSTOMER-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO LOOKUP-CUSTOMER-NAME-WS
                   STRING CUSTOMER-FIRST-NAME-IN DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CUSTOMER-LAST-NAME-IN DELIMITED BY SPACE
                       INTO LOOKUP-CUSTOMER-NAME-WS
           END-READ.
           MOVE RESV-NUMBER-TBL (RESV-TBL-IDX) TO NOSH-RESV-NUMBER-OUT.
           MOVE RESV-CUST-TBL (RESV-TBL-IDX) TO NOSH-CUSTOMER-ID-OUT.
           MOVE LOOKUP-CUSTOMER-NAME-WS TO NOSH-CUSTOMER-NAME-OUT.
           MOVE RESV-TYPE-TBL (RESV-TBL-IDX) TO NOSH-CAR-TYPE-OUT.
           MOVE RESV-PICKUP-TBL (RESV-TBL-IDX) TO NOSH-PICKUP-DATE-OUT.
           MOVE RESV-RETURN-TBL (RESV-TBL-IDX) TO NOSH-RETURN-DATE-OUT.
           WRITE NO-SHOW-REPORT-LINE-OUT FROM NO-SHOW-DETAIL-LINE-WS.
           ADD 1 TO NO-SHOW-CTR.

      *WRITE THE RESERVATIONS BACK WITH THIS RUN'S PICKUPS AND
      *NO-SHOWS; IF THE LOAD OVERFLOWED THE FILE IS LEFT AS IT STANDS
       200-REWRITE-RESERVATIONS.
           IF RESV-OVERFLOW-FLAG-WS NOT = "Y"
               AND (RESV-PICKED-UP-CTR > 0 OR NO-SHOW-CTR > 0)
               OPEN OUTPUT RESERVATION-FILE
               PERFORM VARYING RESV-TBL-IDX FROM 1 BY 1
                       UNTIL RESV-TBL-IDX > RESV-TBL-COUNT-WS
                   MOVE RESV-IMAGE-TBL (RESV-TBL-IDX) TO
                       RESERVATION-RECORD
                   WRITE RESERVATION-RECORD
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF.

      *WRITE THE STILL-OPEN RENTALS BACK; IF THE LOAD OVERFLOWED THE
      *FILE IS LEFT AS IT STANDS SO THE UNLOADED RENTALS SURVIVE
       200-REWRITE-OPEN-RENTALS.
                           OPEN-CHECKOUT-DATE
                       MOVE OPEN-DUE-TBL (OPEN-TBL-IDX) TO
                           OPEN-DUE-DATE
                       MOVE OPEN-OUT-ODO-TBL (OPEN-TBL-IDX) TO
                           OPEN-CHECKOUT-ODOMETER
                       WRITE OPEN-RENTAL-RECORD
                   END-IF
               END-PERFORM
      *CLOSE THE TRACKING FILES
       200-TERM-TRACK-JOB.
           CLOSE CUSTOMER-FILE-IN.
           CLOSE VEHICLE-MASTER-IN.
           CLOSE CHECKOUT-REJECT-OUT.
           CLOSE OVERDUE-REPORT-OUT.
           CLOSE OVERDUE-NOTICE-OUT.
           CLOSE NO-SHOW-REPORT-OUT.
