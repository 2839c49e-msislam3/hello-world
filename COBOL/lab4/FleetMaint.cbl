       DATA DIVISION.
       FILE SECTION.
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

       FD  FLEET-TRAN-FILE-IN
           RECORD CONTAINS 53 CHARACTERS.
       01  FLEET-TRAN-RECORD-IN.
           05  VEH-ACTION-IN               PIC X.
           05  VEH-REG-NUMBER-IN           PIC X(8).
           05  VEH-CAR-MODEL-IN            PIC X(5).
           05  VEH-MODEL-YEAR-IN           PIC X(8).
           05  VEH-EFFECTIVE-DATE-IN       PIC X(8).
           05  VEH-ODOMETER-IN             PIC X(7).
           05  VEH-SERVICE-INTERVAL-IN     PIC X(6).

       FD  FLEET-REJECT-OUT
           RECORD CONTAINS 78 CHARACTERS.
       01  FLEET-REJECT-RECORD-OUT.
           05  FLEET-REJECT-DATA-OUT       PIC X(53).
           05  FILLER                      PIC X VALUE SPACES.
           05  FLEET-REJECT-REASON-OUT     PIC X(24).

       FD  FLEET-AUDIT-OUT
           RECORD CONTAINS 87 CHARACTERS.
       01  FLEET-AUDIT-RECORD-OUT.
           05  FLEET-AUDIT-DATE-OUT        PIC 9(8).
           05  FILLER                      PIC X VALUE SPACES.
           05  FLEET-AUDIT-ACTION-OUT      PIC X.
           05  FILLER                      PIC X VALUE SPACES.
           05  FLEET-AUDIT-IMAGE-OUT       PIC X(76).

       WORKING-STORAGE SECTION.
       01  FLEET-TRAN-EOF-FLAG         PIC A(3) VALUE SPACES.
                   IF VEH-MODEL-YEAR-IN NOT NUMERIC
                       MOVE "N" TO EDIT-VALID-FLAG-WS
                       MOVE "BAD MODEL YEAR" TO
                           FLEET-REJECT-REASON-WS
                   ELSE
                       PERFORM 700-EDIT-FLEET-ODOMETER-FIELDS.

      *THE ODOMETER AND SERVICE INTERVAL MAY BE LEFT BLANK (ZERO ON
      *AN ADD, UNCHANGED ON A CHANGE) BUT MUST OTHERWISE BE NUMERIC
       700-EDIT-FLEET-ODOMETER-FIELDS.
           IF VEH-ODOMETER-IN NOT = SPACES
                   AND VEH-ODOMETER-IN NOT NUMERIC
               MOVE "N" TO EDIT-VALID-FLAG-WS
               MOVE "BAD ODOMETER READING" TO FLEET-REJECT-REASON-WS
           ELSE
               IF VEH-SERVICE-INTERVAL-IN NOT = SPACES
                       AND VEH-SERVICE-INTERVAL-IN NOT NUMERIC
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD SERVICE INTERVAL" TO
                       FLEET-REJECT-REASON-WS.

      *ROUTE AN EDITED TRANSACTION TO ITS ADD/CHANGE/DISPOSE LOGIC
       700-APPLY-FLEET-TRAN.
               ELSE
                   PERFORM 700-DISPOSE-VEHICLE.

      *ADD A NEW VEHICLE, REJECTING DUPLICATE REGISTRATIONS; THE
      *READING IT IS ACQUIRED AT COUNTS AS ITS LAST SERVICE
       700-ADD-VEHICLE.
           MOVE VEH-REG-NUMBER-IN TO VEH-REG-NUMBER-MS.
           MOVE VEH-CAR-TYPE-IN TO VEH-CAR-TYPE-MS.
           MOVE "A" TO VEH-STATUS-MS.
           MOVE VEH-EFFECTIVE-DATE-IN TO VEH-ACQUIRED-DATE-MS.
           MOVE 0 TO VEH-DISPOSED-DATE-MS.
           MOVE 0 TO VEH-ODOMETER-MS.
           MOVE VEH-EFFECTIVE-DATE-IN TO VEH-ODOMETER-DATE-MS.
           MOVE 0 TO VEH-SERVICE-INTERVAL-MS.
           PERFORM 900-APPLY-ODOMETER-FIELDS.
           MOVE VEH-ODOMETER-MS TO VEH-LAST-SERVICE-ODO-MS.
           WRITE VEHICLE-MASTER-RECORD
               INVALID KEY
                   MOVE "DUPLICATE REGISTRATION" TO
                   PERFORM 900-WRITE-FLEET-AUDIT-OUT
           END-WRITE.

      *CHANGE AN EXISTING VEHICLE, KEEPING ITS STATUS AND DATES; AN
      *ODOMETER READING KEYED HERE CORRECTS THE CAR'S CURRENT READING
       700-CHANGE-VEHICLE.
           MOVE VEH-REG-NUMBER-IN TO VEH-REG-NUMBER-MS.
           READ VEHICLE-MASTER-IO
                   MOVE VEH-CAR-TYPE-IN TO VEH-CAR-TYPE-MS
                   MOVE VEH-CAR-MODEL-IN TO VEH-CAR-MODEL-MS
                   MOVE VEH-MODEL-YEAR-IN TO VEH-MODEL-YEAR-MS
                   PERFORM 900-APPLY-ODOMETER-FIELDS
                   REWRITE VEHICLE-MASTER-RECORD
                   ADD 1 TO FLEET-APPLIED-CTR
                   PERFORM 900-WRITE-FLEET-AUDIT-OUT
           END-READ.

      *MARK AN EXISTING VEHICLE DISPOSED, KEEPING IT FOR HISTORY SO
      *OLD RENTALS STILL VALIDATE AGAINST IT; A CAR IN THE SHOP ON AN
      *OPEN WORK ORDER (STATUS S) CANNOT BE DISPOSED UNTIL IT IS BACK
       700-DISPOSE-VEHICLE.
           MOVE VEH-REG-NUMBER-IN TO VEH-REG-NUMBER-MS.
           READ VEHICLE-MASTER-IO
                       FLEET-REJECT-REASON-WS
                   PERFORM 900-WRITE-FLEET-REJECT-OUT
               NOT INVALID KEY
                   IF VEH-STATUS-MS = "S"
                       MOVE "VEHICLE IN SERVICE" TO
                           FLEET-REJECT-REASON-WS
                       PERFORM 900-WRITE-FLEET-REJECT-OUT
                   ELSE
                       MOVE "D" TO VEH-STATUS-MS
                       MOVE VEH-EFFECTIVE-DATE-IN TO
                           VEH-DISPOSED-DATE-MS
                       REWRITE VEHICLE-MASTER-RECORD
                       ADD 1 TO FLEET-APPLIED-CTR
                       PERFORM 900-WRITE-FLEET-AUDIT-OUT
                   END-IF
           END-READ.

      *CARRY A KEYED ODOMETER READING (DATED THE EFFECTIVE DATE) AND
      *SERVICE INTERVAL ONTO THE MASTER; BLANK FIELDS LEAVE IT ALONE
       900-APPLY-ODOMETER-FIELDS.
           IF VEH-ODOMETER-IN NOT = SPACES
               MOVE VEH-ODOMETER-IN TO VEH-ODOMETER-MS
               MOVE VEH-EFFECTIVE-DATE-IN TO VEH-ODOMETER-DATE-MS
           END-IF.
           IF VEH-SERVICE-INTERVAL-IN NOT = SPACES
               MOVE VEH-SERVICE-INTERVAL-IN TO VEH-SERVICE-INTERVAL-MS
           END-IF.

      *WRITE A REJECTED MAINTENANCE TRANSACTION WITH ITS REASON CODE
       900-WRITE-FLEET-REJECT-OUT.
           MOVE FLEET-TRAN-RECORD-IN TO FLEET-REJECT-DATA-OUT.
