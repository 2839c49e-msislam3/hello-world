       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResvBook.
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

           SELECT CUSTOMER-FILE-IN
               ASSIGN TO "CUSTOMERS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID-IN
               FILE STATUS IS CUSTOMER-FILE-STATUS-WS.

           SELECT OPTIONAL OPEN-RENTAL-FILE
               ASSIGN TO "OPENRENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESERVATION-FILE
               ASSIGN TO "RESERVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESV-TRAN-FILE-IN
               ASSIGN TO "RESVTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESV-REJECT-OUT
               ASSIGN TO "RESV-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESV-AUDIT-OUT
               ASSIGN TO "RESVAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AVAIL-GRID-OUT
               ASSIGN TO "AVAILGRID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PICKUP-LIST-OUT
               ASSIGN TO "PICKUPLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE FLEET, READ ONCE FROM END TO END TO COUNT THE CARS OF
      *EACH TYPE AND TO TYPE THE CARS ALREADY OUT
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

       FD  CUSTOMER-FILE-IN
           RECORD CONTAINS 157 CHARACTERS.
       01  CUSTOMER-RECORD-IN.
           05  CUSTOMER-ID-IN              PIC 9(7).
           05  CUSTOMER-NAME-IN.
               10  CUSTOMER-FIRST-NAME-IN  PIC X(15).
               10  CUSTOMER-INITIAL-IN     PIC X(2).
               10  CUSTOMER-LAST-NAME-IN   PIC X(28).
           05  CUSTOMER-ADDRESS-IN.
               10  CUST-STREET-ADDRESS-IN  PIC X(25).
               10  CUST-CITY-IN            PIC X(15).
               10  CUST-PROVINCE-IN        PIC X(15).
               10  CUST-POSTAL-CODE-IN     PIC X(6).
           05  CUST-PHONE-IN               PIC X(12).
           05  CUST-LICENCE-NUMBER-IN      PIC X(15).
           05  CUST-LICENCE-EXPIRY-IN      PIC 9(8).
           05  CUST-STATUS-IN              PIC X.
           05  CUST-STATUS-DATE-IN         PIC 9(8).

       FD  OPEN-RENTAL-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  OPEN-RENTAL-RECORD.
           05  OPEN-REG-NUMBER         PIC 9(8).
           05  OPEN-CUSTOMER-ID        PIC 9(7).
           05  OPEN-CHECKOUT-DATE      PIC 9(8).
           05  OPEN-DUE-DATE           PIC 9(8).
           05  OPEN-CHECKOUT-ODOMETER  PIC 9(7).

      *ONE RECORD PER ADVANCE BOOKING: STATUS O IS OPEN, P PICKED UP
      *(WITH THE CAR THAT WENT OUT), C CANCELLED, N A NO-SHOW
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

      *R IS RESERVE, C IS CHANGE, X IS CANCEL; THE OFFICE KEYS THE
      *RESERVATION NUMBER GIVEN TO THE CUSTOMER
       FD  RESV-TRAN-FILE-IN
           RECORD CONTAINS 40 CHARACTERS.
       01  RESV-TRAN-RECORD-IN.
           05  RSTR-ACTION-IN              PIC X.
           05  RSTR-NUMBER-IN              PIC X(6).
           05  RSTR-CUSTOMER-ID-IN         PIC X(7).
           05  RSTR-CAR-TYPE-IN            PIC X(10).
           05  RSTR-PICKUP-DATE-IN         PIC X(8).
           05  RSTR-RETURN-DATE-IN         PIC X(8).

       FD  RESV-REJECT-OUT
           RECORD CONTAINS 65 CHARACTERS.
       01  RESV-REJECT-RECORD-OUT.
           05  RESV-REJECT-DATA-OUT        PIC X(40).
           05  FILLER                      PIC X VALUE SPACES.
           05  RESV-REJECT-REASON-OUT      PIC X(24).

       FD  RESV-AUDIT-OUT
           RECORD CONTAINS 75 CHARACTERS.
       01  RESV-AUDIT-RECORD-OUT.
           05  RESV-AUDIT-DATE-OUT         PIC 9(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  RESV-AUDIT-ACTION-OUT       PIC X.
           05  FILLER                      PIC X VALUE SPACES.
           05  RESV-AUDIT-IMAGE-OUT        PIC X(64).

       FD  AVAIL-GRID-OUT
           RECORD CONTAINS 166 CHARACTERS.
       01  AVAIL-GRID-LINE-OUT             PIC X(166).

       FD  PICKUP-LIST-OUT
           RECORD CONTAINS 110 CHARACTERS.
       01  PICKUP-LIST-LINE-OUT            PIC X(110).

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
       01  RESV-TRAN-EOF-FLAG          PIC A(3) VALUE SPACES.
       01  RESERVATION-EOF-FLAG        PIC A(3) VALUE SPACES.
       01  OPEN-RENTAL-EOF-FLAG        PIC A(3) VALUE SPACES.
       01  VEHICLE-MASTER-EOF-FLAG     PIC A(3) VALUE SPACES.
       01  VEHICLE-MASTER-STATUS-WS    PIC X(2) VALUE "00".
       01  CUSTOMER-FILE-STATUS-WS     PIC X(2) VALUE "00".
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  RESV-REJECT-REASON-WS       PIC X(24) VALUE SPACES.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  RUN-DAY-WS                  PIC 9(7) VALUE 0.
       01  TOMORROW-DATE-WS            PIC 9(8) VALUE 0.
       01  RESV-TRAN-IN-CTR            PIC 9(7) VALUE 0.
       01  RESV-APPLIED-CTR            PIC 9(7) VALUE 0.
       01  RESV-REJECT-CTR             PIC 9(7) VALUE 0.
       01  PICKUP-CTR                  PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.

      *CLOSED RESERVATIONS ARE KEPT THIS MANY DAYS AFTER THEY CLOSE
      *SO A LATE QUERY CAN STILL BE ANSWERED, THEN DROPPED
       01  RESV-KEEP-DAYS-WS           PIC 9(3) VALUE 30.
       01  RESV-PURGE-DATE-WS          PIC 9(8) VALUE 0.

      *PICKUP AND RETURN DATES BROKEN OUT SO THEIR MONTH AND DAY CAN
      *BE EDITED
       01  BOOKING-PICKUP-WS           PIC 9(8) VALUE 0.
       01  BOOKING-PICKUP-SPLIT-WS REDEFINES BOOKING-PICKUP-WS.
           05  BOOKING-PICKUP-YEAR-WS  PIC 9(4).
           05  BOOKING-PICKUP-MONTH-WS PIC 9(2).
           05  BOOKING-PICKUP-DAY-WS   PIC 9(2).
       01  BOOKING-RETURN-WS           PIC 9(8) VALUE 0.
       01  BOOKING-RETURN-SPLIT-WS REDEFINES BOOKING-RETURN-WS.
           05  BOOKING-RETURN-YEAR-WS  PIC 9(4).
           05  BOOKING-RETURN-MONTH-WS PIC 9(2).
           05  BOOKING-RETURN-DAY-WS   PIC 9(2).

      *THE TYPE, DAY RANGE AND RESERVATION TO LEAVE OUT WHEN COUNTING
      *THE CARS OF A TYPE ALREADY SPOKEN FOR; DAYS ARE DAY NUMBERS
      *FROM INTEGER-OF-DATE SO RANGES CAN BE STEPPED THROUGH
       01  CHECK-TYPE-WS               PIC X(10) VALUE SPACES.
       01  CHECK-FIRST-DAY-WS          PIC 9(7) VALUE 0.
       01  CHECK-LAST-DAY-WS           PIC 9(7) VALUE 0.
       01  CHECK-DAY-WS                PIC 9(7) VALUE 0.
       01  CHECK-SKIP-NUMBER-WS        PIC 9(6) VALUE 0.
       01  FLEET-COUNT-WS              PIC 9(4) VALUE 0.
       01  CARS-BOOKED-WS              PIC 9(4) VALUE 0.
       01  CARS-FREE-WS                PIC S9(4) VALUE 0.
       01  AVAILABLE-FLAG-WS           PIC X VALUE "Y".
       01  FOUND-TYPE-IDX-WS           PIC 9(4) VALUE 0.
       01  FOUND-RESV-IDX-WS           PIC 9(4) VALUE 0.
       01  FOUND-VEH-IDX-WS            PIC 9(4) VALUE 0.
       01  GRID-SUB                    PIC 9(2) VALUE 0.

       01  GRID-DATE-WS                PIC 9(8) VALUE 0.
       01  GRID-DATE-SPLIT-WS REDEFINES GRID-DATE-WS.
           05  GRID-DATE-YYYYMM-WS     PIC 9(6).
           05  GRID-DATE-DD-WS         PIC 9(2).

      *START AND END DATE-TIME STAMPS FOR THE SHARED BATCH RUN LOG
       01  RUN-START-STAMP-WS          PIC 9(14) VALUE 0.
       01  RUN-END-STAMP-WS            PIC 9(14) VALUE 0.
       01  STAMP-DATE-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

      *CARS ON THE FLEET BY TYPE; DISPOSED CARS ARE LEFT OUT
       01  CAR-TYPE-TABLE-WS.
           05  TYPE-TBL-COUNT-WS       PIC 9(4) VALUE 0.
           05  TYPE-TBL-MAX-WS         PIC 9(4) VALUE 50.
           05  TYPE-TBL-ENTRY OCCURS 50 TIMES
                   INDEXED BY TYPE-TBL-IDX.
               10  TYPE-NAME-TBL       PIC X(10).
               10  TYPE-FLEET-TBL      PIC 9(4).

      *EVERY CAR'S TYPE, SO AN OPEN RENTAL CAN BE COUNTED BY TYPE
       01  VEHICLE-TABLE-WS.
           05  VEH-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  VEH-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  VEH-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VEH-TBL-IDX.
               10  VEH-REG-TBL         PIC 9(8).
               10  VEH-TYPE-TBL        PIC X(10).

      *CARS ALREADY OUT, BY TYPE, FROM THEIR CHECKOUT DAY TO THE DAY
      *BEFORE THEY ARE DUE BACK; AN OVERDUE CAR IS HELD OUT TO TODAY
       01  OPEN-RENTAL-TABLE-WS.
           05  OPEN-TBL-COUNT-WS       PIC 9(4) VALUE 0.
           05  OPEN-TBL-MAX-WS         PIC 9(4) VALUE 2000.
           05  OPEN-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY OPEN-TBL-IDX.
               10  OPEN-TYPE-TBL       PIC X(10).
               10  OPEN-FIRST-DAY-TBL  PIC 9(7).
               10  OPEN-LAST-DAY-TBL   PIC 9(7).

      *ALL RESERVATIONS, LOADED AT JOB START AND WRITTEN BACK AT END
      *OF JOB; ON OVERFLOW EVERY TRANSACTION IS REFUSED AND THE FILE
      *LEFT UNTOUCHED
       01  RESERVATION-TABLE-WS.
           05  RESV-TBL-COUNT-WS       PIC 9(4) VALUE 0.
           05  RESV-TBL-MAX-WS         PIC 9(4) VALUE 3000.
           05  RESV-TBL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY RESV-TBL-IDX.
               10  RESV-NUMBER-TBL     PIC 9(6).
               10  RESV-CUST-TBL       PIC 9(7).
               10  RESV-TYPE-TBL       PIC X(10).
               10  RESV-PICKUP-TBL     PIC 9(8).
               10  RESV-RETURN-TBL     PIC 9(8).
               10  RESV-STATUS-TBL     PIC X.
               10  RESV-BOOKED-TBL     PIC 9(8).
               10  RESV-REG-TBL        PIC 9(8).
               10  RESV-STATUS-DATE-TBL PIC 9(8).
               10  RESV-FIRST-DAY-TBL  PIC 9(7).
               10  RESV-LAST-DAY-TBL   PIC 9(7).
       01  RESV-OVERFLOW-FLAG-WS       PIC X VALUE "N".

       01  LOOKUP-CUSTOMER-NAME-WS     PIC X(30).

       01  GRID-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
           "CARS FREE BY TYPE FOR 30 DAYS FROM".
           05  GRID-FROM-DATE-OUT      PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  GRID-TO-DATE-OUT        PIC 9(8).
           05  FILLER                  PIC X(109) VALUE SPACES.
       01  GRID-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CAR TYPE".
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "FLT".
           05  GRID-HDR-DAY-ENTRY OCCURS 30 TIMES.
               10  FILLER              PIC X(3) VALUE SPACES.
               10  GRID-HDR-DD-OUT     PIC 9(2).
       01  GRID-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  GRID-TYPE-OUT           PIC X(10).
           05  FILLER                  PIC X VALUE SPACES.
           05  GRID-FLEET-OUT          PIC ZZZ9.
           05  GRID-DAY-ENTRY OCCURS 30 TIMES.
               10  FILLER              PIC X VALUE SPACES.
               10  GRID-FREE-OUT       PIC -ZZ9.
       01  GRID-ROW-FILLER-WS          PIC X(166) VALUE SPACES.

       01  PICKUP-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
           "RESERVED PICKUPS DUE ON".
           05  PICKUP-TITLE-DATE-OUT   PIC 9(8).
           05  FILLER                  PIC X(77) VALUE SPACES.
       01  PICKUP-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "RESV #".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "CUSTOMR".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
           "CUSTOMER NAME".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "PHONE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CAR TYPE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "RETURN".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE "NOTE".
       01  PICKUP-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  PICK-RESV-NUMBER-OUT    PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PICK-CUSTOMER-ID-OUT    PIC 9(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PICK-CUSTOMER-NAME-OUT  PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PICK-PHONE-OUT          PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PICK-CAR-TYPE-OUT       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PICK-RETURN-DATE-OUT    PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PICK-NOTE-OUT           PIC X(24).
       01  PICKUP-ROW-FILLER-WS        PIC X(110) VALUE SPACES.
       01  PICKUP-COUNT-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
           "PICKUPS LISTED".
           05  PICK-TOTAL-OUT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       100-BOOK-RESERVATIONS.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-BOOKING-JOB.

           PERFORM 200-PROCESS-RESV-TRAN
               UNTIL RESV-TRAN-EOF-FLAG = "YES".

           PERFORM 200-REWRITE-RESERVATIONS.
           PERFORM 200-REPORT-AVAILABILITY.
           PERFORM 200-LIST-TOMORROWS-PICKUPS.
           PERFORM 200-TERM-BOOKING-JOB.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.

      *STAMP THE JOB START DATE-TIME FOR THE SHARED RUN LOG
       700-SET-RUN-START-STAMP.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           COMPUTE RUN-START-STAMP-WS =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.

      *RECONCILE TRANSACTIONS READ AGAINST APPLIED PLUS REJECTED
       700-RECONCILE-RECORD-COUNTS.
           COMPUTE RECORD-COUNT-CHECK-WS =
               RESV-APPLIED-CTR + RESV-REJECT-CTR.
           IF RESV-TRAN-IN-CTR = RECORD-COUNT-CHECK-WS
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
           MOVE "RESVBOOK" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "RESVTRAN.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE RESV-TRAN-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE RESV-APPLIED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE RESV-REJECT-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *OPEN THE FILES AND LOAD THE FLEET, THE CARS OUT AND THE
      *RESERVATIONS ALREADY BOOKED
       200-INITIATE-BOOKING-JOB.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-LOAD-FLEET-TABLES.
           PERFORM 700-LOAD-OPEN-RENTALS.
           PERFORM 700-LOAD-RESERVATIONS.
           PERFORM 700-READ-RESV-TRAN-RECORD.

      *APPLY ONE BOOKING TRANSACTION THEN READ THE NEXT ONE
       200-PROCESS-RESV-TRAN.
           ADD 1 TO RESV-TRAN-IN-CTR.
           PERFORM 700-EDIT-RESV-TRAN-RECORD.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-APPLY-RESV-TRAN
           ELSE
               PERFORM 900-WRITE-RESV-REJECT-OUT
           END-IF.
           PERFORM 700-READ-RESV-TRAN-RECORD.

      *CLOSE THE BOOKING FILES
       200-TERM-BOOKING-JOB.
           CLOSE CUSTOMER-FILE-IN.
           CLOSE RESV-TRAN-FILE-IN.
           CLOSE RESV-REJECT-OUT.
           CLOSE RESV-AUDIT-OUT.
           CLOSE AVAIL-GRID-OUT.
           CLOSE PICKUP-LIST-OUT.

      *OPEN INPUT AND OUTPUT FILES AND SET THE RUN'S KEY DATES
       700-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE-IN.
           OPEN INPUT RESV-TRAN-FILE-IN.
           OPEN OUTPUT RESV-REJECT-OUT.
           OPEN EXTEND RESV-AUDIT-OUT.
           OPEN OUTPUT AVAIL-GRID-OUT.
           OPEN OUTPUT PICKUP-LIST-OUT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           COMPUTE RUN-DAY-WS = FUNCTION INTEGER-OF-DATE (RUN-DATE-WS).
           COMPUTE TOMORROW-DATE-WS =
               FUNCTION DATE-OF-INTEGER (RUN-DAY-WS + 1).
           COMPUTE RESV-PURGE-DATE-WS =
               FUNCTION DATE-OF-INTEGER
                   (RUN-DAY-WS - RESV-KEEP-DAYS-WS).

      *COUNT THE CARS OF EACH TYPE STILL ON THE FLEET AND NOTE EVERY
      *CAR'S TYPE
       700-LOAD-FLEET-TABLES.
           OPEN INPUT VEHICLE-MASTER-IN.
           PERFORM UNTIL VEHICLE-MASTER-EOF-FLAG = "YES"
               READ VEHICLE-MASTER-IN
                   AT END MOVE "YES" TO VEHICLE-MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM 900-NOTE-FLEET-VEHICLE
               END-READ
           END-PERFORM.
           CLOSE VEHICLE-MASTER-IN.

      *ADD ONE CAR TO THE VEHICLE TABLE AND, UNLESS DISPOSED, TO THE
      *COUNT FOR ITS TYPE
       900-NOTE-FLEET-VEHICLE.
           IF VEH-TBL-COUNT-WS < VEH-TBL-MAX-WS
               ADD 1 TO VEH-TBL-COUNT-WS
               SET VEH-TBL-IDX TO VEH-TBL-COUNT-WS
               MOVE VEH-REG-NUMBER-MS TO VEH-REG-TBL (VEH-TBL-IDX)
               MOVE VEH-CAR-TYPE-MS TO VEH-TYPE-TBL (VEH-TBL-IDX)
           END-IF.
           IF VEH-STATUS-MS NOT = "D"
               MOVE VEH-CAR-TYPE-MS TO CHECK-TYPE-WS
               PERFORM 900-FIND-CAR-TYPE
               IF FOUND-TYPE-IDX-WS > 0
                   SET TYPE-TBL-IDX TO FOUND-TYPE-IDX-WS
                   ADD 1 TO TYPE-FLEET-TBL (TYPE-TBL-IDX)
               ELSE
                   IF TYPE-TBL-COUNT-WS < TYPE-TBL-MAX-WS
                       ADD 1 TO TYPE-TBL-COUNT-WS
                       SET TYPE-TBL-IDX TO TYPE-TBL-COUNT-WS
                       MOVE VEH-CAR-TYPE-MS TO
                           TYPE-NAME-TBL (TYPE-TBL-IDX)
                       MOVE 1 TO TYPE-FLEET-TBL (TYPE-TBL-IDX)
                   END-IF
               END-IF
           END-IF.

      *LOAD THE CARS ALREADY OUT, TYPED FROM THE FLEET; A CAR NOT ON
      *THE FLEET CANNOT BE COUNTED AGAINST ANY TYPE AND IS SKIPPED
       700-LOAD-OPEN-RENTALS.
           OPEN INPUT OPEN-RENTAL-FILE.
           PERFORM UNTIL OPEN-RENTAL-EOF-FLAG = "YES"
               READ OPEN-RENTAL-FILE
                   AT END MOVE "YES" TO OPEN-RENTAL-EOF-FLAG
                   NOT AT END
                       PERFORM 900-NOTE-OPEN-RENTAL
               END-READ
           END-PERFORM.
           CLOSE OPEN-RENTAL-FILE.

      *ADD ONE CAR OUT TO THE OPEN-RENTAL TABLE WITH THE DAYS IT IS
      *EXPECTED TO BE AWAY
       900-NOTE-OPEN-RENTAL.
           PERFORM 900-FIND-VEHICLE.
           IF FOUND-VEH-IDX-WS > 0
                   AND OPEN-TBL-COUNT-WS < OPEN-TBL-MAX-WS
                   AND OPEN-CHECKOUT-DATE > 0
               SET VEH-TBL-IDX TO FOUND-VEH-IDX-WS
               ADD 1 TO OPEN-TBL-COUNT-WS
               SET OPEN-TBL-IDX TO OPEN-TBL-COUNT-WS
               MOVE VEH-TYPE-TBL (VEH-TBL-IDX) TO
                   OPEN-TYPE-TBL (OPEN-TBL-IDX)
               COMPUTE OPEN-FIRST-DAY-TBL (OPEN-TBL-IDX) =
                   FUNCTION INTEGER-OF-DATE (OPEN-CHECKOUT-DATE)
               MOVE RUN-DAY-WS TO OPEN-LAST-DAY-TBL (OPEN-TBL-IDX)
               IF OPEN-DUE-DATE > RUN-DATE-WS
                   COMPUTE OPEN-LAST-DAY-TBL (OPEN-TBL-IDX) =
                       FUNCTION INTEGER-OF-DATE (OPEN-DUE-DATE) - 1
               END-IF
           END-IF.

      *LOAD EVERY RESERVATION ON FILE
       700-LOAD-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE.
           PERFORM UNTIL RESERVATION-EOF-FLAG = "YES"
               READ RESERVATION-FILE
                   AT END MOVE "YES" TO RESERVATION-EOF-FLAG
                   NOT AT END
                       IF RESV-TBL-COUNT-WS < RESV-TBL-MAX-WS
                           ADD 1 TO RESV-TBL-COUNT-WS
                           SET RESV-TBL-IDX TO RESV-TBL-COUNT-WS
                           PERFORM 900-LOAD-RESV-ENTRY
                       ELSE
                           MOVE "Y" TO RESV-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESERVATION-FILE.

      *MOVE ONE RESERVATION RECORD INTO ITS TABLE ENTRY
       900-LOAD-RESV-ENTRY.
           MOVE RESV-NUMBER TO RESV-NUMBER-TBL (RESV-TBL-IDX).
           MOVE RESV-CUSTOMER-ID TO RESV-CUST-TBL (RESV-TBL-IDX).
           MOVE RESV-CAR-TYPE TO RESV-TYPE-TBL (RESV-TBL-IDX).
           MOVE RESV-PICKUP-DATE TO RESV-PICKUP-TBL (RESV-TBL-IDX).
           MOVE RESV-RETURN-DATE TO RESV-RETURN-TBL (RESV-TBL-IDX).
           MOVE RESV-STATUS TO RESV-STATUS-TBL (RESV-TBL-IDX).
           MOVE RESV-BOOKED-DATE TO RESV-BOOKED-TBL (RESV-TBL-IDX).
           MOVE RESV-REG-NUMBER TO RESV-REG-TBL (RESV-TBL-IDX).
           MOVE RESV-STATUS-DATE TO
               RESV-STATUS-DATE-TBL (RESV-TBL-IDX).
           PERFORM 900-SET-RESV-DAYS.

      *A RESERVATION HOLDS A CAR FROM ITS PICKUP DAY TO THE DAY
      *BEFORE IT IS DUE BACK, AND AT LEAST FOR ITS PICKUP DAY
       900-SET-RESV-DAYS.
           COMPUTE RESV-FIRST-DAY-TBL (RESV-TBL-IDX) =
               FUNCTION INTEGER-OF-DATE
                   (RESV-PICKUP-TBL (RESV-TBL-IDX)).
           COMPUTE RESV-LAST-DAY-TBL (RESV-TBL-IDX) =
               FUNCTION INTEGER-OF-DATE
                   (RESV-RETURN-TBL (RESV-TBL-IDX)) - 1.
           IF RESV-LAST-DAY-TBL (RESV-TBL-IDX) <
                   RESV-FIRST-DAY-TBL (RESV-TBL-IDX)
               MOVE RESV-FIRST-DAY-TBL (RESV-TBL-IDX) TO
                   RESV-LAST-DAY-TBL (RESV-TBL-IDX)
           END-IF.

      *READ ONE BOOKING TRANSACTION RECORD
       700-READ-RESV-TRAN-RECORD.
           READ RESV-TRAN-FILE-IN
               AT END MOVE "YES" TO RESV-TRAN-EOF-FLAG
           END-READ.

      *EDIT THE ACTION AND RESERVATION NUMBER OF A TRANSACTION
       700-EDIT-RESV-TRAN-RECORD.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO RESV-REJECT-REASON-WS.
           IF RESV-OVERFLOW-FLAG-WS = "Y"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "RESERVATION TABLE FULL" TO RESV-REJECT-REASON-WS
           ELSE
               IF RSTR-ACTION-IN NOT = "R" AND RSTR-ACTION-IN NOT = "C"
                       AND RSTR-ACTION-IN NOT = "X"
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD ACTION CODE" TO RESV-REJECT-REASON-WS
               ELSE
                   IF RSTR-NUMBER-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD RESERVATION NUMBER" TO
                           RESV-REJECT-REASON-WS
                   ELSE
                       IF RSTR-ACTION-IN NOT = "X"
                           PERFORM 700-EDIT-RESV-BOOKING-FIELDS.

      *A RESERVE OR CHANGE NEEDS A CUSTOMER, A CAR TYPE AND A PICKUP
      *AND RETURN DATE, THE PICKUP NOT ALREADY PAST
       700-EDIT-RESV-BOOKING-FIELDS.
           IF RSTR-CUSTOMER-ID-IN NOT NUMERIC
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BAD CUSTOMER ID" TO RESV-REJECT-REASON-WS
           ELSE
               IF RSTR-CAR-TYPE-IN = SPACES
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BLANK CAR TYPE" TO RESV-REJECT-REASON-WS
               ELSE
                   IF RSTR-PICKUP-DATE-IN NOT NUMERIC
                           OR RSTR-RETURN-DATE-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD PICKUP/RETURN DATE" TO
                           RESV-REJECT-REASON-WS
                   ELSE
                       PERFORM 700-EDIT-RESV-BOOKING-DATES.

      *EDIT THE MONTH AND DAY OF BOTH DATES AND THEIR ORDER, THEN
      *CHECK THE CUSTOMER MAY RENT
       700-EDIT-RESV-BOOKING-DATES.
           MOVE RSTR-PICKUP-DATE-IN TO BOOKING-PICKUP-WS.
           MOVE RSTR-RETURN-DATE-IN TO BOOKING-RETURN-WS.
           IF BOOKING-PICKUP-MONTH-WS < 1
                   OR BOOKING-PICKUP-MONTH-WS > 12
                   OR BOOKING-PICKUP-DAY-WS < 1
                   OR BOOKING-PICKUP-DAY-WS > 31
                   OR BOOKING-RETURN-MONTH-WS < 1
                   OR BOOKING-RETURN-MONTH-WS > 12
                   OR BOOKING-RETURN-DAY-WS < 1
                   OR BOOKING-RETURN-DAY-WS > 31
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BAD PICKUP/RETURN DATE" TO RESV-REJECT-REASON-WS
           ELSE
               IF BOOKING-PICKUP-WS < RUN-DATE-WS
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "PICKUP DATE PASSED" TO RESV-REJECT-REASON-WS
               ELSE
                   IF BOOKING-RETURN-WS < BOOKING-PICKUP-WS
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "RETURN BEFORE PICKUP" TO
                           RESV-REJECT-REASON-WS
                   ELSE
                       PERFORM 900-CHECK-BOOKING-CUSTOMER.

      *ONLY A CUSTOMER ON FILE, ACTIVE, AND HOLDING A LICENCE STILL
      *VALID ON THE PICKUP DATE CAN BOOK A CAR
       900-CHECK-BOOKING-CUSTOMER.
           MOVE RSTR-CUSTOMER-ID-IN TO CUSTOMER-ID-IN.
           READ CUSTOMER-FILE-IN
               INVALID KEY
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "UNKNOWN CUSTOMER" TO RESV-REJECT-REASON-WS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-STATUS-IN = "C"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "CUSTOMER CLOSED" TO
                               RESV-REJECT-REASON-WS
                       WHEN CUST-STATUS-IN = "H"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "CUSTOMER ON CREDIT HOLD" TO
                               RESV-REJECT-REASON-WS
                       WHEN CUST-STATUS-IN = "B"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "CUSTOMER BANNED" TO
                               RESV-REJECT-REASON-WS
                       WHEN CUST-LICENCE-EXPIRY-IN NOT NUMERIC
                               OR CUST-LICENCE-EXPIRY-IN = 0
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "NO LICENCE ON FILE" TO
                               RESV-REJECT-REASON-WS
                       WHEN CUST-LICENCE-EXPIRY-IN < BOOKING-PICKUP-WS
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "LICENCE EXPIRED" TO
                               RESV-REJECT-REASON-WS
                   END-EVALUATE
           END-READ.

      *ROUTE AN EDITED TRANSACTION TO ITS RESERVE/CHANGE/CANCEL
      *LOGIC; A CHANGE OR CANCEL NEEDS THE RESERVATION TO BE OPEN
       700-APPLY-RESV-TRAN.
           PERFORM 900-FIND-RESERVATION.
           IF RSTR-ACTION-IN = "R"
               PERFORM 700-ADD-RESERVATION
           ELSE
               IF FOUND-RESV-IDX-WS = 0
                   MOVE "RESERVATION NOT FOUND" TO
                       RESV-REJECT-REASON-WS
                   PERFORM 900-WRITE-RESV-REJECT-OUT
               ELSE
                   SET RESV-TBL-IDX TO FOUND-RESV-IDX-WS
                   IF RESV-STATUS-TBL (RESV-TBL-IDX) NOT = "O"
                       MOVE "RESERVATION NOT OPEN" TO
                           RESV-REJECT-REASON-WS
                       PERFORM 900-WRITE-RESV-REJECT-OUT
                   ELSE
                       IF RSTR-ACTION-IN = "C"
                           PERFORM 700-CHANGE-RESERVATION
                       ELSE
                           PERFORM 700-CANCEL-RESERVATION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *BOOK A NEW RESERVATION IF A CAR OF THE TYPE IS FREE ON EVERY
      *DAY OF IT
       700-ADD-RESERVATION.
           IF FOUND-RESV-IDX-WS > 0
               MOVE "DUPLICATE RESERVATION" TO
                   RESV-REJECT-REASON-WS
               PERFORM 900-WRITE-RESV-REJECT-OUT
           ELSE
               IF RESV-TBL-COUNT-WS NOT < RESV-TBL-MAX-WS
                   MOVE "RESERVATION TABLE FULL" TO
                       RESV-REJECT-REASON-WS
                   PERFORM 900-WRITE-RESV-REJECT-OUT
               ELSE
                   MOVE 0 TO CHECK-SKIP-NUMBER-WS
                   PERFORM 900-CHECK-BOOKING-AVAILABLE
                   IF EDIT-VALID-FLAG-WS NOT = "Y"
                       PERFORM 900-WRITE-RESV-REJECT-OUT
                   ELSE
                       ADD 1 TO RESV-TBL-COUNT-WS
                       SET RESV-TBL-IDX TO RESV-TBL-COUNT-WS
                       MOVE RSTR-NUMBER-IN TO
                           RESV-NUMBER-TBL (RESV-TBL-IDX)
                       MOVE RUN-DATE-WS TO
                           RESV-BOOKED-TBL (RESV-TBL-IDX)
                       MOVE 0 TO RESV-REG-TBL (RESV-TBL-IDX)
                       PERFORM 900-MOVE-BOOKING-TO-ENTRY
                       PERFORM 900-NOTE-RESV-APPLIED
                   END-IF
               END-IF
           END-IF.

      *MOVE AN OPEN RESERVATION TO A NEW CUSTOMER, TYPE OR DATES IF
      *A CAR IS FREE, LEAVING ITS OWN CURRENT BOOKING OUT OF THE COUNT
       700-CHANGE-RESERVATION.
           MOVE RESV-NUMBER-TBL (RESV-TBL-IDX) TO CHECK-SKIP-NUMBER-WS.
           PERFORM 900-CHECK-BOOKING-AVAILABLE.
           IF EDIT-VALID-FLAG-WS NOT = "Y"
               PERFORM 900-WRITE-RESV-REJECT-OUT
           ELSE
               SET RESV-TBL-IDX TO FOUND-RESV-IDX-WS
               PERFORM 900-MOVE-BOOKING-TO-ENTRY
               PERFORM 900-NOTE-RESV-APPLIED
           END-IF.

      *CANCEL AN OPEN RESERVATION, KEEPING IT FOR HISTORY
       700-CANCEL-RESERVATION.
           MOVE "C" TO RESV-STATUS-TBL (RESV-TBL-IDX).
           MOVE RUN-DATE-WS TO RESV-STATUS-DATE-TBL (RESV-TBL-IDX).
           PERFORM 900-NOTE-RESV-APPLIED.

      *FIND THE RESERVATION NAMED ON THE TRANSACTION; ZERO IF NONE
       900-FIND-RESERVATION.
           MOVE 0 TO FOUND-RESV-IDX-WS.
           SET RESV-TBL-IDX TO 1.
           SEARCH RESV-TBL-ENTRY
               VARYING RESV-TBL-IDX
               AT END
                   CONTINUE
               WHEN RESV-TBL-IDX > RESV-TBL-COUNT-WS
                   CONTINUE
               WHEN RESV-NUMBER-TBL (RESV-TBL-IDX) = RSTR-NUMBER-IN
                   SET FOUND-RESV-IDX-WS TO RESV-TBL-IDX
           END-SEARCH.

      *THE BOOKING'S CAR TYPE MUST BE ON THE FLEET AND A CAR OF THAT
      *TYPE FREE ON EVERY DAY FROM PICKUP TO THE DAY BEFORE RETURN
       900-CHECK-BOOKING-AVAILABLE.
           MOVE RSTR-CAR-TYPE-IN TO CHECK-TYPE-WS.
           PERFORM 900-FIND-CAR-TYPE.
           IF FOUND-TYPE-IDX-WS = 0
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "UNKNOWN CAR TYPE" TO RESV-REJECT-REASON-WS
           ELSE
               SET TYPE-TBL-IDX TO FOUND-TYPE-IDX-WS
               MOVE TYPE-FLEET-TBL (TYPE-TBL-IDX) TO FLEET-COUNT-WS
               COMPUTE CHECK-FIRST-DAY-WS =
                   FUNCTION INTEGER-OF-DATE (BOOKING-PICKUP-WS)
               COMPUTE CHECK-LAST-DAY-WS =
                   FUNCTION INTEGER-OF-DATE (BOOKING-RETURN-WS) - 1
               IF CHECK-LAST-DAY-WS < CHECK-FIRST-DAY-WS
                   MOVE CHECK-FIRST-DAY-WS TO CHECK-LAST-DAY-WS
               END-IF
               MOVE "Y" TO AVAILABLE-FLAG-WS
               PERFORM 900-CHECK-ONE-DAY
                   VARYING CHECK-DAY-WS FROM CHECK-FIRST-DAY-WS BY 1
                   UNTIL CHECK-DAY-WS > CHECK-LAST-DAY-WS
                       OR AVAILABLE-FLAG-WS = "N"
               IF AVAILABLE-FLAG-WS = "N"
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "NO CAR OF TYPE FREE" TO RESV-REJECT-REASON-WS
               END-IF
           END-IF.

      *A DAY IS FULL WHEN EVERY CAR OF THE TYPE IS OUT OR RESERVED
       900-CHECK-ONE-DAY.
           PERFORM 900-COUNT-CARS-BOOKED.
           IF CARS-BOOKED-WS NOT < FLEET-COUNT-WS
               MOVE "N" TO AVAILABLE-FLAG-WS
           END-IF.

      *COUNT THE CARS OF THE TYPE OUT ON OPEN RENTALS OR HELD FOR
      *OPEN RESERVATIONS ON ONE DAY
       900-COUNT-CARS-BOOKED.
           MOVE 0 TO CARS-BOOKED-WS.
           PERFORM VARYING OPEN-TBL-IDX FROM 1 BY 1
                   UNTIL OPEN-TBL-IDX > OPEN-TBL-COUNT-WS
               IF OPEN-TYPE-TBL (OPEN-TBL-IDX) = CHECK-TYPE-WS
                   AND OPEN-FIRST-DAY-TBL (OPEN-TBL-IDX)
                       NOT > CHECK-DAY-WS
                   AND OPEN-LAST-DAY-TBL (OPEN-TBL-IDX)
                       NOT < CHECK-DAY-WS
                   ADD 1 TO CARS-BOOKED-WS
               END-IF
           END-PERFORM.
           PERFORM VARYING RESV-TBL-IDX FROM 1 BY 1
                   UNTIL RESV-TBL-IDX > RESV-TBL-COUNT-WS
               IF RESV-STATUS-TBL (RESV-TBL-IDX) = "O"
                   AND RESV-TYPE-TBL (RESV-TBL-IDX) = CHECK-TYPE-WS
                   AND RESV-NUMBER-TBL (RESV-TBL-IDX)
                       NOT = CHECK-SKIP-NUMBER-WS
                   AND RESV-FIRST-DAY-TBL (RESV-TBL-IDX)
                       NOT > CHECK-DAY-WS
                   AND RESV-LAST-DAY-TBL (RESV-TBL-IDX)
                       NOT < CHECK-DAY-WS
                   ADD 1 TO CARS-BOOKED-WS
               END-IF
           END-PERFORM.

      *FIND A CAR TYPE ON THE FLEET TYPE TABLE; ZERO IF NONE
       900-FIND-CAR-TYPE.
           MOVE 0 TO FOUND-TYPE-IDX-WS.
           SET TYPE-TBL-IDX TO 1.
           SEARCH TYPE-TBL-ENTRY
               VARYING TYPE-TBL-IDX
               AT END
                   CONTINUE
               WHEN TYPE-TBL-IDX > TYPE-TBL-COUNT-WS
                   CONTINUE
               WHEN TYPE-NAME-TBL (TYPE-TBL-IDX) = CHECK-TYPE-WS
                   SET FOUND-TYPE-IDX-WS TO TYPE-TBL-IDX
           END-SEARCH.

      *FIND AN OPEN RENTAL'S CAR ON THE VEHICLE TABLE; ZERO IF NONE
       900-FIND-VEHICLE.
           MOVE 0 TO FOUND-VEH-IDX-WS.
           SET VEH-TBL-IDX TO 1.
           SEARCH VEH-TBL-ENTRY
               VARYING VEH-TBL-IDX
               AT END
                   CONTINUE
               WHEN VEH-TBL-IDX > VEH-TBL-COUNT-WS
                   CONTINUE
               WHEN VEH-REG-TBL (VEH-TBL-IDX) = OPEN-REG-NUMBER
                   SET FOUND-VEH-IDX-WS TO VEH-TBL-IDX
           END-SEARCH.

      *COPY THE BOOKING'S CUSTOMER, TYPE AND DATES INTO THE ENTRY AND
      *MARK IT OPEN
       900-MOVE-BOOKING-TO-ENTRY.
           MOVE RSTR-CUSTOMER-ID-IN TO RESV-CUST-TBL (RESV-TBL-IDX).
           MOVE RSTR-CAR-TYPE-IN TO RESV-TYPE-TBL (RESV-TBL-IDX).
           MOVE BOOKING-PICKUP-WS TO RESV-PICKUP-TBL (RESV-TBL-IDX).
           MOVE BOOKING-RETURN-WS TO RESV-RETURN-TBL (RESV-TBL-IDX).
           MOVE "O" TO RESV-STATUS-TBL (RESV-TBL-IDX).
           MOVE RUN-DATE-WS TO RESV-STATUS-DATE-TBL (RESV-TBL-IDX).
           PERFORM 900-SET-RESV-DAYS.

      *COUNT AN APPLIED TRANSACTION AND AUDIT THE ENTRY AS IT NOW
      *STANDS
       900-NOTE-RESV-APPLIED.
           ADD 1 TO RESV-APPLIED-CTR.
           PERFORM 900-MOVE-ENTRY-TO-RECORD.
           MOVE RUN-DATE-WS TO RESV-AUDIT-DATE-OUT.
           MOVE RSTR-ACTION-IN TO RESV-AUDIT-ACTION-OUT.
           MOVE RESERVATION-RECORD TO RESV-AUDIT-IMAGE-OUT.
           WRITE RESV-AUDIT-RECORD-OUT.

      *MOVE ONE TABLE ENTRY BACK INTO THE RESERVATION RECORD
       900-MOVE-ENTRY-TO-RECORD.
           MOVE RESV-NUMBER-TBL (RESV-TBL-IDX) TO RESV-NUMBER.
           MOVE RESV-CUST-TBL (RESV-TBL-IDX) TO RESV-CUSTOMER-ID.
           MOVE RESV-TYPE-TBL (RESV-TBL-IDX) TO RESV-CAR-TYPE.
           MOVE RESV-PICKUP-TBL (RESV-TBL-IDX) TO RESV-PICKUP-DATE.
           MOVE RESV-RETURN-TBL (RESV-TBL-IDX) TO RESV-RETURN-DATE.
           MOVE RESV-STATUS-TBL (RESV-TBL-IDX) TO RESV-STATUS.
           MOVE RESV-BOOKED-TBL (RESV-TBL-IDX) TO RESV-BOOKED-DATE.
           MOVE RESV-REG-TBL (RESV-TBL-IDX) TO RESV-REG-NUMBER.
           MOVE RESV-STATUS-DATE-TBL (RESV-TBL-IDX) TO
               RESV-STATUS-DATE.

      *WRITE A REJECTED BOOKING TRANSACTION WITH ITS REASON CODE
       900-WRITE-RESV-REJECT-OUT.
           MOVE RESV-TRAN-RECORD-IN TO RESV-REJECT-DATA-OUT.
           MOVE RESV-REJECT-REASON-WS TO RESV-REJECT-REASON-OUT.
           WRITE RESV-REJECT-RECORD-OUT.
           ADD 1 TO RESV-REJECT-CTR.

      *WRITE THE RESERVATIONS BACK, DROPPING THOSE CLOSED LONGER AGO
      *THAN THE KEEP PERIOD; IF THE LOAD OVERFLOWED NOTHING WAS
      *APPLIED AND THE FILE IS LEFT AS IT IS
       200-REWRITE-RESERVATIONS.
           IF RESV-OVERFLOW-FLAG-WS NOT = "Y"
               OPEN OUTPUT RESERVATION-FILE
               PERFORM VARYING RESV-TBL-IDX FROM 1 BY 1
                       UNTIL RESV-TBL-IDX > RESV-TBL-COUNT-WS
                   IF RESV-STATUS-TBL (RESV-TBL-IDX) = "O"
                       OR RESV-STATUS-DATE-TBL (RESV-TBL-IDX)
                           NOT < RESV-PURGE-DATE-WS
                       PERFORM 900-MOVE-ENTRY-TO-RECORD
                       WRITE RESERVATION-RECORD
                   END-IF
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF.

      *PRINT THE CARS OF EACH TYPE STILL FREE ON EACH OF THE NEXT 30
      *DAYS, STARTING TODAY
       200-REPORT-AVAILABILITY.
           MOVE RUN-DATE-WS TO GRID-FROM-DATE-OUT.
           COMPUTE GRID-TO-DATE-OUT =
               FUNCTION DATE-OF-INTEGER (RUN-DAY-WS + 29).
           WRITE AVAIL-GRID-LINE-OUT FROM GRID-TITLE-LINE-WS
           AFTER ADVANCING 1 LINE.
           PERFORM VARYING GRID-SUB FROM 1 BY 1 UNTIL GRID-SUB > 30
               COMPUTE GRID-DATE-WS =
                   FUNCTION DATE-OF-INTEGER (RUN-DAY-WS + GRID-SUB - 1)
               MOVE GRID-DATE-DD-WS TO GRID-HDR-DD-OUT (GRID-SUB)
           END-PERFORM.
           WRITE AVAIL-GRID-LINE-OUT FROM GRID-ROW-FILLER-WS.
           WRITE AVAIL-GRID-LINE-OUT FROM GRID-HDR-LINE-WS.
           WRITE AVAIL-GRID-LINE-OUT FROM GRID-ROW-FILLER-WS.
           MOVE 0 TO CHECK-SKIP-NUMBER-WS.
           PERFORM 700-WRITE-GRID-TYPE-LINE
               VARYING TYPE-TBL-IDX FROM 1 BY 1
               UNTIL TYPE-TBL-IDX > TYPE-TBL-COUNT-WS.

      *WRITE ONE CAR TYPE'S ROW OF THE AVAILABILITY GRID; A DAY
      *OVERBOOKED BY LATE RETURNS SHOWS AS A NEGATIVE FIGURE
       700-WRITE-GRID-TYPE-LINE.
           MOVE TYPE-NAME-TBL (TYPE-TBL-IDX) TO CHECK-TYPE-WS.
           MOVE TYPE-NAME-TBL (TYPE-TBL-IDX) TO GRID-TYPE-OUT.
           MOVE TYPE-FLEET-TBL (TYPE-TBL-IDX) TO GRID-FLEET-OUT.
           PERFORM VARYING GRID-SUB FROM 1 BY 1 UNTIL GRID-SUB > 30
               COMPUTE CHECK-DAY-WS = RUN-DAY-WS + GRID-SUB - 1
               PERFORM 900-COUNT-CARS-BOOKED
               COMPUTE CARS-FREE-WS =
                   TYPE-FLEET-TBL (TYPE-TBL-IDX) - CARS-BOOKED-WS
               MOVE CARS-FREE-WS TO GRID-FREE-OUT (GRID-SUB)
           END-PERFORM.
           WRITE AVAIL-GRID-LINE-OUT FROM GRID-DETAIL-LINE-WS.

      *LIST THE OPEN RESERVATIONS DUE FOR PICKUP TOMORROW, WITH A
      *PHONE NUMBER SO THE DESK CAN CONFIRM THEM
       200-LIST-TOMORROWS-PICKUPS.
           MOVE TOMORROW-DATE-WS TO PICKUP-TITLE-DATE-OUT.
           WRITE PICKUP-LIST-LINE-OUT FROM PICKUP-TITLE-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE PICKUP-LIST-LINE-OUT FROM PICKUP-ROW-FILLER-WS.
           WRITE PICKUP-LIST-LINE-OUT FROM PICKUP-HDR-LINE-WS.
           WRITE PICKUP-LIST-LINE-OUT FROM PICKUP-ROW-FILLER-WS.
           PERFORM VARYING RESV-TBL-IDX FROM 1 BY 1
                   UNTIL RESV-TBL-IDX > RESV-TBL-COUNT-WS
               IF RESV-STATUS-TBL (RESV-TBL-IDX) = "O"
                   AND RESV-PICKUP-TBL (RESV-TBL-IDX) =
                       TOMORROW-DATE-WS
                   PERFORM 700-WRITE-PICKUP-LINE
               END-IF
           END-PERFORM.
           MOVE PICKUP-CTR TO PICK-TOTAL-OUT.
           WRITE PICKUP-LIST-LINE-OUT FROM PICKUP-COUNT-LINE-WS
           AFTER ADVANCING 2 LINE.

      *WRITE ONE PICKUP LINE, NOTING A CUSTOMER WHO CAN NO LONGER
      *RENT SO THE DESK CAN SORT IT OUT BEFORE THEY ARRIVE
       700-WRITE-PICKUP-LINE.
           MOVE "UNKNOWN CUSTOMER" TO LOOKUP-CUSTOMER-NAME-WS.
           MOVE SPACES TO PICK-PHONE-OUT.
           MOVE SPACES TO PICK-NOTE-OUT.
           MOVE RESV-CUST-TBL (RESV-TBL-IDX) TO CUSTOMER-ID-IN.
           READ CUSTOMER-FILE-IN
               INVALID KEY
                   MOVE "NOT ON CUSTOMER FILE" TO PICK-NOTE-OUT
               NOT INVALID KEY
                   MOVE SPACES TO LOOKUP-CUSTOMER-NAME-WS
                   STRING CUSTOMER-FIRST-NAME-IN DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CUSTOMER-LAST-NAME-IN DELIMITED BY SPACE
                       INTO LOOKUP-CUSTOMER-NAME-WS
                   MOVE CUST-PHONE-IN TO PICK-PHONE-OUT
                   EVALUATE TRUE
                       WHEN CUST-STATUS-IN = "C"
                           MOVE "CUSTOMER CLOSED" TO PICK-NOTE-OUT
                       WHEN CUST-STATUS-IN = "H"
                           MOVE "CUSTOMER ON CREDIT HOLD" TO
                               PICK-NOTE-OUT
                       WHEN CUST-STATUS-IN = "B"
                           MOVE "CUSTOMER BANNED" TO PICK-NOTE-OUT
                       WHEN CUST-LICENCE-EXPIRY-IN < TOMORROW-DATE-WS
                           MOVE "LICENCE EXPIRED" TO PICK-NOTE-OUT
                   END-EVALUATE
           END-READ.
           MOVE RESV-NUMBER-TBL (RESV-TBL-IDX) TO PICK-RESV-NUMBER-OUT.
           MOVE RESV-CUST-TBL (RESV-TBL-IDX) TO PICK-CUSTOMER-ID-OUT.
           MOVE LOOKUP-CUSTOMER-NAME-WS TO PICK-CUSTOMER-NAME-OUT.
           MOVE RESV-TYPE-TBL (RESV-TBL-IDX) TO PICK-CAR-TYPE-OUT.
           MOVE RESV-RETURN-TBL (RESV-TBL-IDX) TO PICK-RETURN-DATE-OUT.
           WRITE PICKUP-LIST-LINE-OUT FROM PICKUP-DETAIL-LINE-WS.
           ADD 1 TO PICKUP-CTR.
