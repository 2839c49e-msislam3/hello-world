       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMaint.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-IO
               ASSIGN TO "CUSTOMERS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID-MS
               FILE STATUS IS CUSTOMER-MASTER-STATUS-WS.

           SELECT CUST-TRAN-FILE-IN
               ASSIGN TO "CUSTTRAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-RENTAL-FILE
               ASSIGN TO "OPENRENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUST-REJECT-OUT
               ASSIGN TO "CUST-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUST-AUDIT-OUT
               ASSIGN TO "CUSTAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *THE CUSTOMER MASTER: STATUS A IS ACTIVE, H IS ON CREDIT HOLD,
      *B IS BANNED FROM RENTING, C IS CLOSED AND KEPT FOR HISTORY
       FD  CUSTOMER-MASTER-IO
           RECORD CONTAINS 157 CHARACTERS.
       01  CUST-MASTER-RECORD.
           05  CUST-ID-MS                  PIC 9(7).
           05  CUST-NAME-MS.
               10  CUST-FIRST-NAME-MS      PIC X(15).
               10  CUST-INITIAL-MS         PIC X(2).
               10  CUST-LAST-NAME-MS       PIC X(28).
           05  CUST-ADDRESS-MS.
               10  CUST-STREET-MS          PIC X(25).
               10  CUST-CITY-MS            PIC X(15).
               10  CUST-PROVINCE-MS        PIC X(15).
               10  CUST-POSTAL-CODE-MS     PIC X(6).
           05  CUST-PHONE-MS               PIC X(12).
           05  CUST-LICENCE-NUMBER-MS      PIC X(15).
           05  CUST-LICENCE-EXPIRY-MS      PIC 9(8).
           05  CUST-STATUS-MS              PIC X.
           05  CUST-STATUS-DATE-MS         PIC 9(8).

      *A IS ADD, C IS CHANGE, D IS CLOSE; ON A CHANGE A STATUS OF H
      *OR B PUTS THE CUSTOMER ON HOLD OR BANS THEM AND A REOPENS OR
      *RELEASES THEM, WHILE A BLANK STATUS LEAVES IT AS IT STANDS
       FD  CUST-TRAN-FILE-IN
           RECORD CONTAINS 150 CHARACTERS.
       01  CUST-TRAN-RECORD-IN.
           05  CUST-ACTION-IN              PIC X.
           05  CUST-ID-IN                  PIC X(7).
           05  CUST-FIRST-NAME-IN          PIC X(15).
           05  CUST-INITIAL-IN             PIC X(2).
           05  CUST-LAST-NAME-IN           PIC X(28).
           05  CUST-STREET-IN              PIC X(25).
           05  CUST-CITY-IN                PIC X(15).
           05  CUST-PROVINCE-IN            PIC X(15).
           05  CUST-POSTAL-CODE-IN         PIC X(6).
           05  CUST-PHONE-IN               PIC X(12).
           05  CUST-LICENCE-NUMBER-IN      PIC X(15).
           05  CUST-LICENCE-EXPIRY-IN      PIC X(8).
           05  CUST-STATUS-IN              PIC X.

      *READ ONLY, SO A CUSTOMER WITH A CAR STILL OUT IS NOT CLOSED
       FD  OPEN-RENTAL-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  OPEN-RENTAL-RECORD.
           05  OPEN-REG-NUMBER         PIC 9(8).
           05  OPEN-CUSTOMER-ID        PIC 9(7).
           05  OPEN-CHECKOUT-DATE      PIC 9(8).
           05  OPEN-DUE-DATE           PIC 9(8).
           05  OPEN-CHECKOUT-ODOMETER  PIC 9(7).

       FD  CUST-REJECT-OUT
           RECORD CONTAINS 175 CHARACTERS.
       01  CUST-REJECT-RECORD-OUT.
           05  CUST-REJECT-DATA-OUT        PIC X(150).
           05  FILLER                      PIC X VALUE SPACES.
           05  CUST-REJECT-REASON-OUT      PIC X(24).

      *BEFORE AND AFTER IMAGES OF EVERY CHANGE APPLIED; THE BEFORE
      *IMAGE IS BLANK ON AN ADD
       FD  CUST-AUDIT-OUT
           RECORD CONTAINS 326 CHARACTERS.
       01  CUST-AUDIT-RECORD-OUT.
           05  CUST-AUDIT-DATE-OUT         PIC 9(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  CUST-AUDIT-ACTION-OUT       PIC X.
           05  FILLER                      PIC X VALUE SPACES.
           05  CUST-AUDIT-BEFORE-OUT       PIC X(157).
           05  FILLER                      PIC X VALUE SPACES.
           05  CUST-AUDIT-AFTER-OUT        PIC X(157).

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
       01  CUST-TRAN-EOF-FLAG          PIC A(3) VALUE SPACES.
       01  OPEN-RENTAL-EOF-FLAG        PIC A(3) VALUE SPACES.
       01  CUSTOMER-MASTER-STATUS-WS   PIC X(2) VALUE "00".
       01  EDIT-VALID-FLAG-WS          PIC X VALUE "Y".
       01  CAR-OUT-FLAG-WS             PIC X VALUE "N".
       01  CUST-REJECT-REASON-WS       PIC X(24) VALUE SPACES.
       01  CUST-BEFORE-IMAGE-WS        PIC X(157) VALUE SPACES.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.
       01  CUST-TRAN-IN-CTR            PIC 9(7) VALUE 0.
       01  CUST-APPLIED-CTR            PIC 9(7) VALUE 0.
       01  CUST-REJECT-CTR             PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  RECORD-COUNT-CHECK-WS       PIC 9(7) VALUE 0.

      *LICENCE EXPIRY BROKEN OUT SO ITS MONTH AND DAY CAN BE EDITED
       01  LICENCE-EXPIRY-WS           PIC 9(8) VALUE 0.
       01  LICENCE-EXPIRY-SPLIT-WS REDEFINES LICENCE-EXPIRY-WS.
           05  LICENCE-EXPIRY-YEAR-WS  PIC 9(4).
           05  LICENCE-EXPIRY-MONTH-WS PIC 9(2).
           05  LICENCE-EXPIRY-DAY-WS   PIC 9(2).

      *START AND END DATE-TIME STAMPS FOR THE SHARED BATCH RUN LOG
       01  RUN-START-STAMP-WS          PIC 9(14) VALUE 0.
       01  RUN-END-STAMP-WS            PIC 9(14) VALUE 0.
       01  STAMP-DATE-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

       PROCEDURE DIVISION.
       100-MAINT-CUSTOMER-MASTER.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-CUSTOMER-MAINT.

           PERFORM 200-PROCESS-CUST-TRAN
               UNTIL CUST-TRAN-EOF-FLAG = "YES".

           PERFORM 200-TERM-CUSTOMER-MAINT.
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
               CUST-APPLIED-CTR + CUST-REJECT-CTR.
           IF CUST-TRAN-IN-CTR = RECORD-COUNT-CHECK-WS
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
           MOVE "CUSTMNT " TO RUNLOG-PROGRAM-ID-OUT.
           MOVE "CUSTTRAN.TXT" TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE CUST-TRAN-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE CUST-APPLIED-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE CUST-REJECT-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *INITIATES CUSTOMER MASTER MAINTENANCE JOB
       200-INITIATE-CUSTOMER-MAINT.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-READ-CUST-TRAN-RECORD.

      *APPLY ONE MAINTENANCE TRANSACTION THEN READ THE NEXT ONE
       200-PROCESS-CUST-TRAN.
           ADD 1 TO CUST-TRAN-IN-CTR.
           PERFORM 700-EDIT-CUST-TRAN-RECORD.
           IF EDIT-VALID-FLAG-WS = "Y"
               PERFORM 700-APPLY-CUST-TRAN
           ELSE
               PERFORM 900-WRITE-CUST-REJECT-OUT
           END-IF.
           PERFORM 700-READ-CUST-TRAN-RECORD.

      *CLOSE CUSTOMER MAINTENANCE FILES
       200-TERM-CUSTOMER-MAINT.
           CLOSE CUSTOMER-MASTER-IO.
           CLOSE CUST-TRAN-FILE-IN.
           CLOSE CUST-REJECT-OUT.
           CLOSE CUST-AUDIT-OUT.

      *OPEN INPUT AND OUTPUT FILES, CREATING THE MASTER IF ABSENT
       700-OPEN-FILES.
           OPEN I-O CUSTOMER-MASTER-IO.
           IF CUSTOMER-MASTER-STATUS-WS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-IO
               CLOSE CUSTOMER-MASTER-IO
               OPEN I-O CUSTOMER-MASTER-IO
           END-IF.
           OPEN INPUT CUST-TRAN-FILE-IN.
           OPEN OUTPUT CUST-REJECT-OUT.
           OPEN EXTEND CUST-AUDIT-OUT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.

      *READ ONE CUSTOMER MAINTENANCE TRANSACTION RECORD
       700-READ-CUST-TRAN-RECORD.
           READ CUST-TRAN-FILE-IN
               AT END MOVE "YES" TO CUST-TRAN-EOF-FLAG
           END-READ.

      *EDIT EVERY FIELD OF A MAINTENANCE TRANSACTION BEFORE APPLYING
       700-EDIT-CUST-TRAN-RECORD.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           MOVE SPACES TO CUST-REJECT-REASON-WS.
           IF CUST-ACTION-IN NOT = "A" AND CUST-ACTION-IN NOT = "C"
                   AND CUST-ACTION-IN NOT = "D"
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BAD ACTION CODE" TO CUST-REJECT-REASON-WS
           ELSE
               IF CUST-ID-IN NOT NUMERIC
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD CUSTOMER ID" TO CUST-REJECT-REASON-WS
               ELSE
                   IF CUST-ACTION-IN NOT = "D"
                       PERFORM 700-EDIT-CUST-NAME-FIELDS.

      *EDIT THE NAME AND ADDRESS FIELDS REQUIRED ON AN ADD OR CHANGE
       700-EDIT-CUST-NAME-FIELDS.
           IF CUST-FIRST-NAME-IN = SPACES
                   OR CUST-LAST-NAME-IN = SPACES
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BLANK CUSTOMER NAME" TO CUST-REJECT-REASON-WS
           ELSE
               IF CUST-STREET-IN = SPACES OR CUST-CITY-IN = SPACES
                       OR CUST-PROVINCE-IN = SPACES
                       OR CUST-POSTAL-CODE-IN = SPACES
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "INCOMPLETE ADDRESS" TO CUST-REJECT-REASON-WS
               ELSE
                   IF CUST-PHONE-IN = SPACES
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BLANK PHONE NUMBER" TO
                           CUST-REJECT-REASON-WS
                   ELSE
                       PERFORM 700-EDIT-CUST-LICENCE-FIELDS.

      *EDIT THE DRIVER'S LICENCE AND STATUS FIELDS ON AN ADD OR CHANGE
       700-EDIT-CUST-LICENCE-FIELDS.
           IF CUST-LICENCE-NUMBER-IN = SPACES
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BLANK LICENCE NUMBER" TO CUST-REJECT-REASON-WS
           ELSE
               IF CUST-LICENCE-EXPIRY-IN NOT NUMERIC
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD LICENCE EXPIRY" TO CUST-REJECT-REASON-WS
               ELSE
                   MOVE CUST-LICENCE-EXPIRY-IN TO LICENCE-EXPIRY-WS
                   IF LICENCE-EXPIRY-MONTH-WS < 1
                           OR LICENCE-EXPIRY-MONTH-WS > 12
                           OR LICENCE-EXPIRY-DAY-WS < 1
                           OR LICENCE-EXPIRY-DAY-WS > 31
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD LICENCE EXPIRY" TO
                           CUST-REJECT-REASON-WS
                   ELSE
                       IF CUST-STATUS-IN NOT = SPACE
                               AND CUST-STATUS-IN NOT = "A"
                               AND CUST-STATUS-IN NOT = "H"
                               AND CUST-STATUS-IN NOT = "B"
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "BAD CUSTOMER STATUS" TO
                               CUST-REJECT-REASON-WS.

      *ROUTE AN EDITED TRANSACTION TO ITS ADD/CHANGE/CLOSE LOGIC
       700-APPLY-CUST-TRAN.
           IF CUST-ACTION-IN = "A"
               PERFORM 700-ADD-CUSTOMER
           ELSE
               IF CUST-ACTION-IN = "C"
                   PERFORM 700-CHANGE-CUSTOMER
               ELSE
                   PERFORM 700-CLOSE-CUSTOMER.

      *ADD A NEW CUSTOMER, REJECTING DUPLICATE CUSTOMER IDS
       700-ADD-CUSTOMER.
           MOVE SPACES TO CUST-BEFORE-IMAGE-WS.
           PERFORM 900-BUILD-MASTER-FROM-TRAN.
           WRITE CUST-MASTER-RECORD
               INVALID KEY
                   MOVE "DUPLICATE CUSTOMER ID" TO
                       CUST-REJECT-REASON-WS
                   PERFORM 900-WRITE-CUST-REJECT-OUT
               NOT INVALID KEY
                   ADD 1 TO CUST-APPLIED-CTR
                   PERFORM 900-WRITE-CUST-AUDIT-OUT
           END-WRITE.

      *CHANGE AN EXISTING CUSTOMER; A CLOSED CUSTOMER CAN ONLY BE
      *CHANGED BY A TRANSACTION THAT REOPENS THEM AS ACTIVE
       700-CHANGE-CUSTOMER.
           MOVE CUST-ID-IN TO CUST-ID-MS.
           READ CUSTOMER-MASTER-IO
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO CUST-REJECT-REASON-WS
                   PERFORM 900-WRITE-CUST-REJECT-OUT
               NOT INVALID KEY
                   IF CUST-STATUS-MS = "C" AND CUST-STATUS-IN NOT = "A"
                       MOVE "CUSTOMER CLOSED" TO CUST-REJECT-REASON-WS
                       PERFORM 900-WRITE-CUST-REJECT-OUT
                   ELSE
                       PERFORM 900-APPLY-CUSTOMER-CHANGE
                   END-IF
           END-READ.

      *CLOSE AN EXISTING CUSTOMER, KEEPING THEM FOR HISTORY; A
      *CUSTOMER WITH A CAR STILL OUT CANNOT BE CLOSED
       700-CLOSE-CUSTOMER.
           MOVE CUST-ID-IN TO CUST-ID-MS.
           READ CUSTOMER-MASTER-IO
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO CUST-REJECT-REASON-WS
                   PERFORM 900-WRITE-CUST-REJECT-OUT
               NOT INVALID KEY
                   PERFORM 900-CHECK-CUSTOMER-CAR-OUT
                   IF CUST-STATUS-MS = "C"
                       MOVE "CUSTOMER ALREADY CLOSED" TO
                           CUST-REJECT-REASON-WS
                       PERFORM 900-WRITE-CUST-REJECT-OUT
                   ELSE
                       IF CAR-OUT-FLAG-WS = "Y"
                           MOVE "CUSTOMER HAS CAR OUT" TO
                               CUST-REJECT-REASON-WS
                           PERFORM 900-WRITE-CUST-REJECT-OUT
                       ELSE
                           MOVE CUST-MASTER-RECORD TO
                               CUST-BEFORE-IMAGE-WS
                           MOVE "C" TO CUST-STATUS-MS
                           MOVE RUN-DATE-WS TO CUST-STATUS-DATE-MS
                           REWRITE CUST-MASTER-RECORD
                           ADD 1 TO CUST-APPLIED-CTR
                           PERFORM 900-WRITE-CUST-AUDIT-OUT
                       END-IF
                   END-IF
           END-READ.

      *REPLACE THE CUSTOMER'S DETAILS AND, WHEN ONE IS GIVEN, THEIR
      *STATUS, DATING ANY STATUS CHANGE
       900-APPLY-CUSTOMER-CHANGE.
           MOVE CUST-MASTER-RECORD TO CUST-BEFORE-IMAGE-WS.
           MOVE CUST-FIRST-NAME-IN TO CUST-FIRST-NAME-MS.
           MOVE CUST-INITIAL-IN TO CUST-INITIAL-MS.
           MOVE CUST-LAST-NAME-IN TO CUST-LAST-NAME-MS.
           MOVE CUST-STREET-IN TO CUST-STREET-MS.
           MOVE CUST-CITY-IN TO CUST-CITY-MS.
           MOVE CUST-PROVINCE-IN TO CUST-PROVINCE-MS.
           MOVE CUST-POSTAL-CODE-IN TO CUST-POSTAL-CODE-MS.
           MOVE CUST-PHONE-IN TO CUST-PHONE-MS.
           MOVE CUST-LICENCE-NUMBER-IN TO CUST-LICENCE-NUMBER-MS.
           MOVE CUST-LICENCE-EXPIRY-IN TO CUST-LICENCE-EXPIRY-MS.
           IF CUST-STATUS-IN NOT = SPACE
                   AND CUST-STATUS-IN NOT = CUST-STATUS-MS
               MOVE CUST-STATUS-IN TO CUST-STATUS-MS
               MOVE RUN-DATE-WS TO CUST-STATUS-DATE-MS
           END-IF.
           REWRITE CUST-MASTER-RECORD.
           ADD 1 TO CUST-APPLIED-CTR.
           PERFORM 900-WRITE-CUST-AUDIT-OUT.

      *SCAN THE OPEN RENTALS FOR A CAR STILL OUT TO THIS CUSTOMER
       900-CHECK-CUSTOMER-CAR-OUT.
           MOVE "N" TO CAR-OUT-FLAG-WS.
           MOVE SPACES TO OPEN-RENTAL-EOF-FLAG.
           OPEN INPUT OPEN-RENTAL-FILE.
           PERFORM UNTIL OPEN-RENTAL-EOF-FLAG = "YES"
                   OR CAR-OUT-FLAG-WS = "Y"
               READ OPEN-RENTAL-FILE
                   AT END MOVE "YES" TO OPEN-RENTAL-EOF-FLAG
                   NOT AT END
                       IF OPEN-CUSTOMER-ID = CUST-ID-MS
                           MOVE "Y" TO CAR-OUT-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-RENTAL-FILE.

      *BUILD A NEW ACTIVE MASTER RECORD FROM AN ADD TRANSACTION; AN
      *ADD MAY OPEN THE ACCOUNT DIRECTLY ON HOLD OR BANNED
       900-BUILD-MASTER-FROM-TRAN.
           MOVE CUST-ID-IN TO CUST-ID-MS.
           MOVE CUST-FIRST-NAME-IN TO CUST-FIRST-NAME-MS.
           MOVE CUST-INITIAL-IN TO CUST-INITIAL-MS.
           MOVE CUST-LAST-NAME-IN TO CUST-LAST-NAME-MS.
           MOVE CUST-STREET-IN TO CUST-STREET-MS.
           MOVE CUST-CITY-IN TO CUST-CITY-MS.
           MOVE CUST-PROVINCE-IN TO CUST-PROVINCE-MS.
           MOVE CUST-POSTAL-CODE-IN TO CUST-POSTAL-CODE-MS.
           MOVE CUST-PHONE-IN TO CUST-PHONE-MS.
           MOVE CUST-LICENCE-NUMBER-IN TO CUST-LICENCE-NUMBER-MS.
           MOVE CUST-LICENCE-EXPIRY-IN TO CUST-LICENCE-EXPIRY-MS.
           IF CUST-STATUS-IN = SPACE
               MOVE "A" TO CUST-STATUS-MS
           ELSE
               MOVE CUST-STATUS-IN TO CUST-STATUS-MS
           END-IF.
           MOVE RUN-DATE-WS TO CUST-STATUS-DATE-MS.

      *WRITE A REJECTED MAINTENANCE TRANSACTION WITH ITS REASON CODE
       900-WRITE-CUST-REJECT-OUT.
           MOVE CUST-TRAN-RECORD-IN TO CUST-REJECT-DATA-OUT.
           MOVE CUST-REJECT-REASON-WS TO CUST-REJECT-REASON-OUT.
           WRITE CUST-REJECT-RECORD-OUT.
           ADD 1 TO CUST-REJECT-CTR.

      *WRITE ONE AUDIT LINE WITH THE MASTER BEFORE AND AFTER THE CHANGE
       900-WRITE-CUST-AUDIT-OUT.
           MOVE RUN-DATE-WS TO CUST-AUDIT-DATE-OUT.
           MOVE CUST-ACTION-IN TO CUST-AUDIT-ACTION-OUT.
           MOVE CUST-BEFORE-IMAGE-WS TO CUST-AUDIT-BEFORE-OUT.
           MOVE CUST-MASTER-RECORD TO CUST-AUDIT-AFTER-OUT.
           WRITE CUST-AUDIT-RECORD-OUT.
