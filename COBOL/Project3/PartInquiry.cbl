       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartInquiry.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE MASTER IS OPENED FOR INPUT ONLY, SHARED, AND READ WITHOUT
      *LOCKS SO AN INQUIRY NEVER HOLDS UP THE BATCH
           SELECT INVENT-FILE-IN
               ASSIGN TO DYNAMIC INVENT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER-IN
               LOCK MODE IS MANUAL
               FILE STATUS IS INVENT-FILE-STATUS-WS.

           SELECT INVENT-BROWSE-IN
               ASSIGN TO DYNAMIC INVENT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BROWSE-PART-NUMBER-IN
               LOCK MODE IS MANUAL
               FILE STATUS IS INVENT-BROWSE-STATUS-WS.

           SELECT SUPPLIER-MASTER-IN
               ASSIGN TO DYNAMIC SUPPLIER-MASTER-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPP-CODE-MS
               LOCK MODE IS MANUAL
               FILE STATUS IS SUPPLIER-MASTER-STATUS-WS.

           SELECT OPTIONAL ON-ORDER-IN
               ASSIGN TO
               "ONORDER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COUNT-SCHED-IN
               ASSIGN TO
               "COUNTSCHED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCK-LEDGER-IN
               ASSIGN TO
               "STOCKLEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE-IN
           RECORD CONTAINS 55 CHARACTERS.
       01  INVENT-RECORD-IN.
           05  PART-NUMBER-IN             PIC 9(5).
           05  PART-NAME-IN               PIC X(20).
           05  PART-QUANTITY-IN-HAND-IN   PIC 9(5).
           05  PART-UNIT-PRICE-IN         PIC 9(4)V99.
           05  PART-SUPPLIER-CODE-IN      PIC X(5).
           05  PART-RE-ORDER-POINT-IN     PIC 9(5).
           05  PART-STATUS-IN             PIC X.
           05  PART-STATUS-DATE-IN        PIC 9(8).

      *THE SAME MASTER READ FROM THE TOP WHEN BROWSING BY NAME
       FD  INVENT-BROWSE-IN
           RECORD CONTAINS 55 CHARACTERS.
       01  INVENT-BROWSE-RECORD-IN.
           05  BROWSE-PART-NUMBER-IN      PIC 9(5).
           05  BROWSE-PART-NAME-IN        PIC X(20).
           05  BROWSE-QUANTITY-IN         PIC 9(5).
           05  BROWSE-UNIT-PRICE-IN       PIC 9(4)V99.
           05  BROWSE-SUPPLIER-CODE-IN    PIC X(5).
           05  BROWSE-RE-ORDER-POINT-IN   PIC 9(5).
           05  BROWSE-STATUS-IN           PIC X.
           05  BROWSE-STATUS-DATE-IN      PIC 9(8).

       FD  SUPPLIER-MASTER-IN
           RECORD CONTAINS 117 CHARACTERS.
       01  SUPP-MASTER-RECORD.
           05  SUPP-CODE-MS                PIC X(5).
           05  SUPP-NAME-MS                PIC X(15).
           05  SUPP-CONTACT-MS             PIC X(20).
           05  SUPP-PHONE-MS               PIC X(12).
           05  SUPP-ADDRESS-MS.
               10  SUPP-STREET-MS          PIC X(25).
               10  SUPP-CITY-MS            PIC X(15).
               10  SUPP-PROVINCE-MS        PIC X(15).
               10  SUPP-POSTAL-CODE-MS     PIC X(6).
           05  SUPP-LEAD-TIME-MS           PIC 9(3).
           05  SUPP-STATUS-MS              PIC X.

       FD  ON-ORDER-IN
           RECORD CONTAINS 32 CHARACTERS.
       01  ON-ORDER-RECORD.
           05  OO-PART-NUMBER          PIC 9(5).
           05  OO-QUANTITY             PIC 9(5).
           05  OO-SUPPLIER-CODE        PIC X(5).
           05  OO-ORDER-DATE           PIC 9(8).
           05  OO-PO-NUMBER            PIC 9(6).
           05  OO-PO-LINE              PIC 9(3).

       FD  COUNT-SCHED-IN
           RECORD CONTAINS 14 CHARACTERS.
       01  COUNT-SCHED-RECORD.
           05  SCHED-PART-NUMBER       PIC 9(5).
           05  SCHED-CLASS             PIC X.
           05  SCHED-LAST-COUNTED      PIC 9(8).

       FD  STOCK-LEDGER-IN
           RECORD CONTAINS 47 CHARACTERS.
       01  STOCK-LEDGER-RECORD-IN.
           05  SLGR-PART-NUMBER-IN         PIC 9(5).
           05  SLGR-MOVE-DATE-IN           PIC 9(8).
           05  SLGR-MOVE-TYPE-IN           PIC X(10).
           05  SLGR-QUANTITY-IN            PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  SLGR-BEFORE-QTY-IN          PIC 9(5).
           05  SLGR-AFTER-QTY-IN           PIC 9(5).
           05  SLGR-SOURCE-PROGRAM-IN      PIC X(8).

       WORKING-STORAGE SECTION.
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  INVENT-BROWSE-STATUS-WS     PIC X(2) VALUE "00".
       01  SUPPLIER-MASTER-STATUS-WS   PIC X(2) VALUE "00".
       01  INVENT-FILE-NAME-WS         PIC X(40) VALUE "INVENT.TXT".
       01  SUPPLIER-MASTER-NAME-WS     PIC X(40) VALUE "SUPPMAST.DAT".
       01  BROWSE-EOF-FLAG             PIC A(3) VALUE SPACES.
       01  ON-ORDER-EOF-FLAG           PIC A(3) VALUE SPACES.
       01  SCHED-EOF-FLAG              PIC A(3) VALUE SPACES.
       01  LEDGER-EOF-FLAG             PIC A(3) VALUE SPACES.
       01  INQ-END-FLAG                PIC A(3) VALUE SPACES.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.

      *WHAT THE OPERATOR KEYED: A PART NUMBER, OR SOME OF A PART NAME
      *TO BROWSE; BOTH BLANK ENDS THE INQUIRY
       01  INQ-PART-NUMBER-WS          PIC X(5) VALUE SPACES.
       01  INQ-PART-NAME-WS            PIC X(20) VALUE SPACES.
       01  INQ-NAME-LENGTH-WS          PIC 9(2) VALUE 0.
       01  INQ-NAME-HITS-WS            PIC 9(3) VALUE 0.
       01  INQ-MESSAGE-WS              PIC X(78) VALUE SPACES.

      *COUNT INTERVALS BY CLASS, AS THE COUNT SCHEDULER USES THEM: A
      *PARTS MONTHLY, B QUARTERLY, C ANNUALLY
       01  CLASS-A-DAYS-WS             PIC 9(3) VALUE 30.
       01  CLASS-B-DAYS-WS             PIC 9(3) VALUE 90.
       01  CLASS-C-DAYS-WS             PIC 9(3) VALUE 365.
       01  DUE-INTERVAL-WS             PIC 9(3) VALUE 0.
       01  PART-CLASS-WS               PIC X VALUE "C".
       01  PART-LAST-COUNTED-WS        PIC 9(8) VALUE 0.
       01  PART-NEXT-COUNT-WS          PIC 9(8) VALUE 0.
       01  DAYS-OUTSTANDING-WS         PIC 9(5) VALUE 0.

      *THE RESULT AREA OF THE SCREEN: PART DETAIL OR BROWSE MATCHES
       01  INQ-DISPLAY-AREA-WS.
           05  INQ-DISPLAY-LINE-WS     PIC X(78) OCCURS 17 TIMES.
       01  INQ-LINE-IDX-WS             PIC 9(2) VALUE 0.
       01  BROWSE-LINE-MAX-WS          PIC 9(2) VALUE 16.
       01  BROWSE-MATCH-CTR            PIC 9(5) VALUE 0.

      *OPEN ORDER LINES SHOWN ON THE DETAIL, WITH A COUNT OF ANY MORE
       01  ORDER-LINE-CTR              PIC 9(3) VALUE 0.
       01  ORDER-LINE-MAX-WS           PIC 9(3) VALUE 4.

      *THE MOST RECENT LEDGER MOVEMENTS FOR THE PART, KEPT AS A RING
      *WHILE THE LEDGER IS READ FROM THE TOP
       01  MOVEMENT-RING-WS.
           05  MOVE-RING-SIZE-WS       PIC 9(2) VALUE 5.
           05  MOVE-RING-ENTRY OCCURS 5 TIMES.
               10  MOVE-RING-LINE-TBL  PIC X(78).
       01  MOVEMENT-CTR                PIC 9(7) VALUE 0.
       01  MOVE-RING-SLOT-WS           PIC 9(2) VALUE 0.
       01  MOVE-RING-QUOT-WS           PIC 9(7) VALUE 0.
       01  MOVE-SHOWN-CTR              PIC 9(2) VALUE 0.
       01  MOVE-POSITION-WS            PIC 9(7) VALUE 0.

       01  DTL-PART-LINE-WS.
           05  FILLER                  PIC X(6) VALUE "PART ".
           05  DTL-PART-NUMBER-OUT     PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-PART-NAME-OUT       PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "STATUS ".
           05  DTL-STATUS-OUT          PIC X(7).
           05  FILLER                  PIC X(7) VALUE " SINCE ".
           05  DTL-STATUS-DATE-OUT     PIC 9(8).
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  DTL-STOCK-LINE-WS.
           05  FILLER                  PIC X(12) VALUE "QTY ON HAND ".
           05  DTL-QOH-OUT             PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "UNIT PRICE ".
           05  DTL-PRICE-OUT           PIC ZZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
           "REORDER POINT ".
           05  DTL-REORDER-OUT         PIC ZZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  DTL-SUPPLIER-LINE-WS.
           05  FILLER                  PIC X(9) VALUE "SUPPLIER ".
           05  DTL-SUPP-CODE-OUT       PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-SUPP-NAME-OUT       PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PHONE ".
           05  DTL-SUPP-PHONE-OUT      PIC X(12).
           05  FILLER                  PIC X(27) VALUE SPACES.
       01  DTL-COUNT-LINE-WS.
           05  FILLER                  PIC X(10) VALUE "ABC CLASS ".
           05  DTL-CLASS-OUT           PIC X.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "LAST COUNTED ".
           05  DTL-LAST-COUNTED-OUT    PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "NEXT COUNT ".
           05  DTL-NEXT-COUNT-OUT      PIC 9(8).
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  DTL-ORDER-HDR-WS            PIC X(78) VALUE
           "OPEN ORDERS     PO  LINE   ORDERED    QTY  SUPP   DAYS OUT".
       01  DTL-ORDER-LINE-WS.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  DTL-OO-PO-OUT           PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-OO-LINE-OUT         PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-OO-DATE-OUT         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-OO-QTY-OUT          PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-OO-SUPP-OUT         PIC X(5).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-OO-DAYS-OUT         PIC ZZZZ9.
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  DTL-MORE-ORDERS-WS.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  DTL-MORE-CTR-OUT        PIC ZZ9.
           05  FILLER                  PIC X(63) VALUE
           " MORE OPEN ORDER LINES - SEE THE ON-ORDER REPORT".
       01  DTL-MOVE-HDR-WS.
           05  FILLER                  PIC X(26) VALUE
           "LAST MOVEMENTS  DATE".
           05  FILLER                  PIC X(52) VALUE
           "TYPE          QTY BEFORE AFTER  PROGRAM".
       01  DTL-MOVE-LINE-WS.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  DTL-MV-DATE-OUT         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-MV-TYPE-OUT         PIC X(10).
           05  FILLER                  PIC X VALUE SPACES.
           05  DTL-MV-QTY-OUT          PIC ----9.
           05  FILLER                  PIC X VALUE SPACES.
           05  DTL-MV-BEFORE-OUT       PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
           05  DTL-MV-AFTER-OUT        PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-MV-PROGRAM-OUT      PIC X(8).
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  BRW-HDR-LINE-WS             PIC X(78) VALUE
           " PART  NAME                  STATUS     QOH UNIT PRICE".
       01  BRW-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  BRW-PART-OUT            PIC 9(5).
           05  FILLER                  PIC X VALUE SPACES.
           05  BRW-NAME-OUT            PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BRW-STATUS-OUT          PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BRW-QOH-OUT             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BRW-PRICE-OUT           PIC ZZZ9.99.
           05  FILLER                  PIC X(26) VALUE SPACES.

       SCREEN SECTION.
       01  PART-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "PART INQUIRY".
           05  LINE 1 COL 60 VALUE "DATE".
           05  LINE 1 COL 65 PIC 9(8) FROM RUN-DATE-WS.
           05  LINE 3 COL 1 VALUE "PART NUMBER".
           05  LINE 3 COL 13 PIC X(5) USING INQ-PART-NUMBER-WS.
           05  LINE 3 COL 21 VALUE "OR PART NAME CONTAINS".
           05  LINE 3 COL 43 PIC X(20) USING INQ-PART-NAME-WS.
           05  LINE 4 COL 1 VALUE
               "LEAVE BOTH BLANK TO END THE INQUIRY".
           05  LINE 6 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (1).
           05  LINE 7 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (2).
           05  LINE 8 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (3).
           05  LINE 9 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (4).
           05  LINE 10 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (5).
           05  LINE 11 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (6).
           05  LINE 12 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (7).
           05  LINE 13 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (8).
           05  LINE 14 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (9).
           05  LINE 15 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (10).
           05  LINE 16 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (11).
           05  LINE 17 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (12).
           05  LINE 18 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (13).
           05  LINE 19 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (14).
           05  LINE 20 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (15).
           05  LINE 21 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (16).
           05  LINE 22 COL 1 PIC X(78) FROM INQ-DISPLAY-LINE-WS (17).
           05  LINE 24 COL 1 PIC X(78) FROM INQ-MESSAGE-WS.

       PROCEDURE DIVISION.
       100-INQUIRE-ON-PARTS.

           PERFORM 200-INITIATE-INQUIRY.

           PERFORM 200-PROCESS-INQUIRY
               UNTIL INQ-END-FLAG = "YES".

           PERFORM 200-TERM-INQUIRY.
           STOP RUN.

      *OPEN THE MASTERS READ-ONLY AND SHARED, AND CLEAR THE SCREEN
       200-INITIATE-INQUIRY.
           PERFORM 700-GET-SITE-FILE-NAMES.
           OPEN INPUT SHARING WITH ALL OTHER INVENT-FILE-IN.
           OPEN INPUT SHARING WITH ALL OTHER SUPPLIER-MASTER-IN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE SPACES TO INQ-DISPLAY-AREA-WS.
           MOVE "KEY A PART NUMBER OR PART OF A NAME, THEN PRESS ENTER"
               TO INQ-MESSAGE-WS.

      *SHOW THE SCREEN, TAKE WHAT WAS KEYED AND ANSWER IT
       200-PROCESS-INQUIRY.
           DISPLAY PART-INQUIRY-SCREEN.
           ACCEPT PART-INQUIRY-SCREEN.
           MOVE SPACES TO INQ-DISPLAY-AREA-WS.
           MOVE SPACES TO INQ-MESSAGE-WS.
           IF INQ-PART-NUMBER-WS = SPACES AND INQ-PART-NAME-WS = SPACES
               MOVE "YES" TO INQ-END-FLAG
           ELSE
               IF INQ-PART-NUMBER-WS NOT = SPACES
                   IF INQ-PART-NUMBER-WS IS NUMERIC
                       PERFORM 700-SHOW-PART-DETAIL
                   ELSE
                       MOVE "PART NUMBER MUST BE FIVE DIGITS" TO
                           INQ-MESSAGE-WS
                   END-IF
               ELSE
                   PERFORM 700-BROWSE-BY-NAME
               END-IF
           END-IF.

      *CLOSE THE MASTERS
       200-TERM-INQUIRY.
           CLOSE INVENT-FILE-IN.
           CLOSE SUPPLIER-MASTER-IN.

      *OVERRIDE DEFAULT FILE NAMES FROM RUN PARAMETERS SO EACH SITE'S
      *MASTER CAN BE LOOKED AT
       700-GET-SITE-FILE-NAMES.
           ACCEPT INVENT-FILE-NAME-WS FROM ENVIRONMENT
               "INVENT_FILE_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT SUPPLIER-MASTER-NAME-WS FROM ENVIRONMENT
               "SUPPLIER_FILE_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

      *READ THE PART WITHOUT A LOCK AND BUILD ITS DETAIL: MASTER
      *FIGURES, SUPPLIER, COUNT SCHEDULE, OPEN ORDERS AND THE LATEST
      *LEDGER MOVEMENTS
       700-SHOW-PART-DETAIL.
           MOVE INQ-PART-NUMBER-WS TO PART-NUMBER-IN.
           READ INVENT-FILE-IN WITH NO LOCK
               INVALID KEY
                   MOVE "PART NOT ON FILE" TO INQ-MESSAGE-WS
               NOT INVALID KEY
                   PERFORM 700-BUILD-MASTER-LINES
                   PERFORM 700-BUILD-SUPPLIER-LINE
                   PERFORM 700-BUILD-COUNT-LINE
                   PERFORM 700-BUILD-ORDER-LINES
                   PERFORM 700-BUILD-MOVEMENT-LINES
                   MOVE "PART FOUND - KEY ANOTHER OR LEAVE BLANK TO END"
                       TO INQ-MESSAGE-WS
           END-READ.

      *PART NUMBER, NAME, STATUS, STOCK, PRICE AND REORDER POINT
       700-BUILD-MASTER-LINES.
           MOVE PART-NUMBER-IN TO DTL-PART-NUMBER-OUT.
           MOVE PART-NAME-IN TO DTL-PART-NAME-OUT.
           IF PART-STATUS-IN = "I"
               MOVE "RETIRED" TO DTL-STATUS-OUT
           ELSE
               MOVE "ACTIVE" TO DTL-STATUS-OUT
           END-IF.
           MOVE PART-STATUS-DATE-IN TO DTL-STATUS-DATE-OUT.
           MOVE DTL-PART-LINE-WS TO INQ-DISPLAY-LINE-WS (1).
           MOVE PART-QUANTITY-IN-HAND-IN TO DTL-QOH-OUT.
           MOVE PART-UNIT-PRICE-IN TO DTL-PRICE-OUT.
           MOVE PART-RE-ORDER-POINT-IN TO DTL-REORDER-OUT.
           MOVE DTL-STOCK-LINE-WS TO INQ-DISPLAY-LINE-WS (2).

      *SUPPLIER NAME AND PHONE FROM THE SUPPLIER MASTER
       700-BUILD-SUPPLIER-LINE.
           MOVE PART-SUPPLIER-CODE-IN TO DTL-SUPP-CODE-OUT.
           MOVE PART-SUPPLIER-CODE-IN TO SUPP-CODE-MS.
           READ SUPPLIER-MASTER-IN WITH NO LOCK
               INVALID KEY
                   MOVE "NOT ON FILE" TO DTL-SUPP-NAME-OUT
                   MOVE SPACES TO DTL-SUPP-PHONE-OUT
               NOT INVALID KEY
                   MOVE SUPP-NAME-MS TO DTL-SUPP-NAME-OUT
                   MOVE SUPP-PHONE-MS TO DTL-SUPP-PHONE-OUT
           END-READ.
           MOVE DTL-SUPPLIER-LINE-WS TO INQ-DISPLAY-LINE-WS (3).

      *ABC CLASS AND LAST COUNT FROM THE COUNT SCHEDULE; THE NEXT
      *COUNT FALLS ONE CLASS INTERVAL AFTER THE LAST, AND A PART
      *NEVER COUNTED OR NOT SCHEDULED IS DUE TODAY AS A CLASS C
       700-BUILD-COUNT-LINE.
           MOVE "C" TO PART-CLASS-WS.
           MOVE 0 TO PART-LAST-COUNTED-WS.
           MOVE SPACES TO SCHED-EOF-FLAG.
           OPEN INPUT COUNT-SCHED-IN.
           PERFORM UNTIL SCHED-EOF-FLAG = "YES"
               READ COUNT-SCHED-IN
                   AT END MOVE "YES" TO SCHED-EOF-FLAG
                   NOT AT END
                       IF SCHED-PART-NUMBER = PART-NUMBER-IN
                           MOVE SCHED-CLASS TO PART-CLASS-WS
                           IF SCHED-LAST-COUNTED NUMERIC
                               MOVE SCHED-LAST-COUNTED TO
                                   PART-LAST-COUNTED-WS
                           END-IF
                           MOVE "YES" TO SCHED-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COUNT-SCHED-IN.
           EVALUATE PART-CLASS-WS
               WHEN "A"
                   MOVE CLASS-A-DAYS-WS TO DUE-INTERVAL-WS
               WHEN "B"
                   MOVE CLASS-B-DAYS-WS TO DUE-INTERVAL-WS
               WHEN OTHER
                   MOVE CLASS-C-DAYS-WS TO DUE-INTERVAL-WS
           END-EVALUATE.
           MOVE PART-CLASS-WS TO DTL-CLASS-OUT.
           IF PART-LAST-COUNTED-WS = 0
               MOVE "NEVER" TO DTL-LAST-COUNTED-OUT
               MOVE RUN-DATE-WS TO PART-NEXT-COUNT-WS
           ELSE
               MOVE PART-LAST-COUNTED-WS TO DTL-LAST-COUNTED-OUT
               COMPUTE PART-NEXT-COUNT-WS = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (PART-LAST-COUNTED-WS)
                   + DUE-INTERVAL-WS)
           END-IF.
           MOVE PART-NEXT-COUNT-WS TO DTL-NEXT-COUNT-OUT.
           MOVE DTL-COUNT-LINE-WS TO INQ-DISPLAY-LINE-WS (4).

      *EVERY OPEN ORDER LINE FOR THE PART WITH HOW LONG IT HAS BEEN
      *OUTSTANDING; PAST THE SPACE ON THE SCREEN ONLY A COUNT IS SHOWN
       700-BUILD-ORDER-LINES.
           MOVE DTL-ORDER-HDR-WS TO INQ-DISPLAY-LINE-WS (6).
           MOVE 6 TO INQ-LINE-IDX-WS.
           MOVE 0 TO ORDER-LINE-CTR.
           MOVE SPACES TO ON-ORDER-EOF-FLAG.
           OPEN INPUT ON-ORDER-IN.
           PERFORM UNTIL ON-ORDER-EOF-FLAG = "YES"
               READ ON-ORDER-IN
                   AT END MOVE "YES" TO ON-ORDER-EOF-FLAG
                   NOT AT END
                       IF OO-PART-NUMBER = PART-NUMBER-IN
                           PERFORM 900-ADD-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-IN.
           IF ORDER-LINE-CTR = 0
               MOVE "            NONE" TO INQ-DISPLAY-LINE-WS (7)
           END-IF.
           IF ORDER-LINE-CTR > ORDER-LINE-MAX-WS
               COMPUTE DTL-MORE-CTR-OUT =
                   ORDER-LINE-CTR - ORDER-LINE-MAX-WS
               MOVE DTL-MORE-ORDERS-WS TO INQ-DISPLAY-LINE-WS (11)
           END-IF.

      *FORMAT ONE OPEN ORDER LINE INTO THE NEXT FREE ORDER ROW
       900-ADD-ORDER-LINE.
           ADD 1 TO ORDER-LINE-CTR.
           IF ORDER-LINE-CTR NOT > ORDER-LINE-MAX-WS
               ADD 1 TO INQ-LINE-IDX-WS
               MOVE OO-PO-NUMBER TO DTL-OO-PO-OUT
               MOVE OO-PO-LINE TO DTL-OO-LINE-OUT
               MOVE OO-ORDER-DATE TO DTL-OO-DATE-OUT
               MOVE OO-QUANTITY TO DTL-OO-QTY-OUT
               MOVE OO-SUPPLIER-CODE TO DTL-OO-SUPP-OUT
               IF OO-ORDER-DATE NUMERIC AND OO-ORDER-DATE > 0
                   AND OO-ORDER-DATE NOT > RUN-DATE-WS
                   COMPUTE DAYS-OUTSTANDING-WS =
                       FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)
                       - FUNCTION INTEGER-OF-DATE (OO-ORDER-DATE)
               ELSE
                   MOVE 0 TO DAYS-OUTSTANDING-WS
               END-IF
               MOVE DAYS-OUTSTANDING-WS TO DTL-OO-DAYS-OUT
               MOVE DTL-ORDER-LINE-WS TO
                   INQ-DISPLAY-LINE-WS (INQ-LINE-IDX-WS)
           END-IF.

      *READ THE LEDGER FROM THE TOP KEEPING THE PART'S LATEST
      *MOVEMENTS, THEN SHOW THEM NEWEST FIRST
       700-BUILD-MOVEMENT-LINES.
           MOVE DTL-MOVE-HDR-WS TO INQ-DISPLAY-LINE-WS (12).
           MOVE 0 TO MOVEMENT-CTR.
           MOVE SPACES TO LEDGER-EOF-FLAG.
           OPEN INPUT STOCK-LEDGER-IN.
           PERFORM UNTIL LEDGER-EOF-FLAG = "YES"
               READ STOCK-LEDGER-IN
                   AT END MOVE "YES" TO LEDGER-EOF-FLAG
                   NOT AT END
                       IF SLGR-PART-NUMBER-IN = PART-NUMBER-IN
                           PERFORM 900-KEEP-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STOCK-LEDGER-IN.
           IF MOVEMENT-CTR = 0
               MOVE "                NONE" TO INQ-DISPLAY-LINE-WS (13)
           END-IF.
           MOVE 12 TO INQ-LINE-IDX-WS.
           MOVE 0 TO MOVE-SHOWN-CTR.
           MOVE MOVEMENT-CTR TO MOVE-POSITION-WS.
           PERFORM UNTIL MOVE-SHOWN-CTR = MOVE-RING-SIZE-WS
                   OR MOVE-POSITION-WS = 0
               PERFORM 900-FIND-RING-SLOT
               ADD 1 TO INQ-LINE-IDX-WS
               MOVE MOVE-RING-LINE-TBL (MOVE-RING-SLOT-WS) TO
                   INQ-DISPLAY-LINE-WS (INQ-LINE-IDX-WS)
               ADD 1 TO MOVE-SHOWN-CTR
               SUBTRACT 1 FROM MOVE-POSITION-WS
           END-PERFORM.

      *FORMAT A MOVEMENT INTO THE RING, OVER THE OLDEST ONE HELD
       900-KEEP-MOVEMENT.
           ADD 1 TO MOVEMENT-CTR.
           MOVE MOVEMENT-CTR TO MOVE-POSITION-WS.
           PERFORM 900-FIND-RING-SLOT.
           MOVE SLGR-MOVE-DATE-IN TO DTL-MV-DATE-OUT.
           MOVE SLGR-MOVE-TYPE-IN TO DTL-MV-TYPE-OUT.
           MOVE SLGR-QUANTITY-IN TO DTL-MV-QTY-OUT.
           MOVE SLGR-BEFORE-QTY-IN TO DTL-MV-BEFORE-OUT.
           MOVE SLGR-AFTER-QTY-IN TO DTL-MV-AFTER-OUT.
           MOVE SLGR-SOURCE-PROGRAM-IN TO DTL-MV-PROGRAM-OUT.
           MOVE DTL-MOVE-LINE-WS TO
               MOVE-RING-LINE-TBL (MOVE-RING-SLOT-WS).

      *THE RING SLOT HOLDING THE MOVEMENT AT A GIVEN POSITION
       900-FIND-RING-SLOT.
           DIVIDE MOVE-POSITION-WS BY MOVE-RING-SIZE-WS
               GIVING MOVE-RING-QUOT-WS
               REMAINDER MOVE-RING-SLOT-WS.
           ADD 1 TO MOVE-RING-SLOT-WS.

      *READ THE MASTER FROM THE TOP, WITHOUT LOCKS, LISTING EVERY PART
      *WHOSE NAME CONTAINS WHAT WAS KEYED
       700-BROWSE-BY-NAME.
           MOVE 20 TO INQ-NAME-LENGTH-WS.
           PERFORM UNTIL INQ-NAME-LENGTH-WS = 0
                   OR INQ-PART-NAME-WS (INQ-NAME-LENGTH-WS:1)
                       NOT = SPACE
               SUBTRACT 1 FROM INQ-NAME-LENGTH-WS
           END-PERFORM.
           MOVE BRW-HDR-LINE-WS TO INQ-DISPLAY-LINE-WS (1).
           MOVE 1 TO INQ-LINE-IDX-WS.
           MOVE 0 TO BROWSE-MATCH-CTR.
           MOVE SPACES TO BROWSE-EOF-FLAG.
           OPEN INPUT SHARING WITH ALL OTHER INVENT-BROWSE-IN.
           PERFORM UNTIL BROWSE-EOF-FLAG = "YES"
               READ INVENT-BROWSE-IN WITH NO LOCK
                   AT END MOVE "YES" TO BROWSE-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CHECK-NAME-MATCH
               END-READ
           END-PERFORM.
           CLOSE INVENT-BROWSE-IN.
           IF BROWSE-MATCH-CTR = 0
               MOVE "NO PART NAME CONTAINS THAT TEXT" TO INQ-MESSAGE-WS
           ELSE
               IF BROWSE-MATCH-CTR > BROWSE-LINE-MAX-WS
                   MOVE "MORE MATCHES THAN SHOWN - KEY MORE OF THE NAME"
                       TO INQ-MESSAGE-WS
               ELSE
                   MOVE "KEY ONE OF THESE PART NUMBERS FOR ITS DETAIL"
                       TO INQ-MESSAGE-WS
               END-IF
           END-IF.

      *LIST ONE PART IF ITS NAME CONTAINS THE KEYED TEXT, UNTIL THE
      *RESULT AREA IS FULL
       900-CHECK-NAME-MATCH.
           MOVE 0 TO INQ-NAME-HITS-WS.
           INSPECT BROWSE-PART-NAME-IN TALLYING INQ-NAME-HITS-WS
               FOR ALL INQ-PART-NAME-WS (1:INQ-NAME-LENGTH-WS).
           IF INQ-NAME-HITS-WS > 0
               ADD 1 TO BROWSE-MATCH-CTR
               IF BROWSE-MATCH-CTR NOT > BROWSE-LINE-MAX-WS
                   ADD 1 TO INQ-LINE-IDX-WS
                   MOVE BROWSE-PART-NUMBER-IN TO BRW-PART-OUT
                   MOVE BROWSE-PART-NAME-IN TO BRW-NAME-OUT
                   IF BROWSE-STATUS-IN = "I"
                       MOVE "RETIRED" TO BRW-STATUS-OUT
                   ELSE
                       MOVE "ACTIVE" TO BRW-STATUS-OUT
                   END-IF
                   MOVE BROWSE-QUANTITY-IN TO BRW-QOH-OUT
                   MOVE BROWSE-UNIT-PRICE-IN TO BRW-PRICE-OUT
                   MOVE BRW-DETAIL-LINE-WS TO
                       INQ-DISPLAY-LINE-WS (INQ-LINE-IDX-WS)
               END-IF
           END-IF.
