       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartConvert.
       AUTHOR. RIFAT SHAMS.
       DATE-WRITTEN. 15 OCTOBER 2026

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *EVERY SITE MASTER NAMED ON THE SITE LIST (OR THE ONE MASTER
      *WHEN THERE IS NO LIST) IS READ IN ITS 49-BYTE LAYOUT AND
      *RELOADED UNDER THE SAME NAME IN THE 55-BYTE LAYOUT
           SELECT OPTIONAL SITE-LIST-IN
               ASSIGN TO
               "SITELIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENT-OLD-IN
               ASSIGN TO DYNAMIC INVENT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PART-NUMBER-OLD
               FILE STATUS IS INVENT-FILE-STATUS-WS.

           SELECT INVENT-FILE-OUT
               ASSIGN TO DYNAMIC INVENT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-NUMBER-MS
               FILE STATUS IS INVENT-FILE-STATUS-WS.

           SELECT INVENT-WORK
               ASSIGN TO DYNAMIC INVENT-WORK-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VALUE-HISTORY-FILE
               ASSIGN TO
               "VALUE-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALUE-HISTORY-WORK
               ASSIGN TO
               "VALUE-HISTORY-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCK-LEDGER-FILE
               ASSIGN TO
               "STOCKLEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STOCK-LEDGER-WORK
               ASSIGN TO
               "STOCKLEDGER-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVENT-JOURNAL-FILE
               ASSIGN TO
               "INVJOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENT-JOURNAL-WORK
               ASSIGN TO
               "INVJOURNAL-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ON-ORDER-FILE
               ASSIGN TO
               "ONORDER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ON-ORDER-WORK
               ASSIGN TO
               "ONORDER-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO
               "RCPTHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-HISTORY-WORK
               ASSIGN TO
               "RCPTHIST-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ADJUST-AUDIT-FILE
               ASSIGN TO
               "ADJAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJUST-AUDIT-WORK
               ASSIGN TO
               "ADJAUDIT-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REVAL-HISTORY-FILE
               ASSIGN TO
               "REVALHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVAL-HISTORY-WORK
               ASSIGN TO
               "REVALHIST-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PPV-HISTORY-FILE
               ASSIGN TO
               "PPVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PPV-HISTORY-WORK
               ASSIGN TO
               "PPVHIST-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BIN-LOCATION-FILE
               ASSIGN TO
               "BINLOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BIN-LOCATION-WORK
               ASSIGN TO
               "BINLOC-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ORDER-POLICY-FILE
               ASSIGN TO
               "ORDPOLICY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDER-POLICY-WORK
               ASSIGN TO
               "ORDPOLICY-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-QUEUE-FILE
               ASSIGN TO
               "PENDAPPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVAL-QUEUE-WORK
               ASSIGN TO
               "PENDAPPR-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL KIT-REGISTER-FILE
               ASSIGN TO
               "KITREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KIT-REGISTER-WORK
               ASSIGN TO
               "KITREG-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BIN-AUDIT-FILE
               ASSIGN TO
               "BINAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BIN-AUDIT-WORK
               ASSIGN TO
               "BINAUDIT-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COST-LOG-FILE
               ASSIGN TO
               "COSTLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COST-LOG-WORK
               ASSIGN TO
               "COSTLOG-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WO-PARTS-FILE
               ASSIGN TO
               "WOPARTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WO-PARTS-WORK
               ASSIGN TO
               "WOPARTS-CONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONVERSION-CONTROL-FILE
               ASSIGN TO
               "PARTCONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONVERSION-REPORT-OUT
               ASSIGN TO
               "PARTCONVRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-OUT
               ASSIGN TO
               "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT THE CORPORATE CONSOLIDATION READS; ONLY THE SITE
      *CODE AND MASTER FILE NAME ARE USED HERE
       FD  SITE-LIST-IN
           RECORD CONTAINS 173 CHARACTERS.
       01  SITE-LIST-RECORD-IN.
           05  SITE-CODE-IN               PIC X(5).
           05  SITE-MASTER-FILE-IN        PIC X(40).
           05  FILLER                     PIC X(128).

       FD  INVENT-OLD-IN
           RECORD CONTAINS 49 CHARACTERS.
       01  INVENT-RECORD-OLD.
           05  PART-NUMBER-OLD            PIC 9(5).
           05  FILLER                     PIC X(44).

       FD  INVENT-FILE-OUT
           RECORD CONTAINS 55 CHARACTERS.
       01  INVENT-RECORD-MS.
           05  PART-NUMBER-MS             PIC 9(5).
           05  PART-NAME-MS               PIC X(20).
           05  PART-QUANTITY-IN-HAND-MS   PIC 9(5).
           05  PART-UNIT-PRICE-MS         PIC 9(4)V99.
           05  PART-SUPPLIER-CODE-MS      PIC X(5).
           05  PART-RE-ORDER-POINT-MS     PIC 9(5).
           05  PART-STATUS-MS             PIC X.
           05  PART-STATUS-DATE-MS        PIC 9(8).

       FD  INVENT-WORK
           RECORD CONTAINS 55 CHARACTERS.
       01  INVENT-WORK-RECORD              PIC X(55).

      *EVERY SEQUENTIAL FILE IS READ THROUGH ITS OLD VIEW: THE LINE
      *COMES BACK SPACE-FILLED TO THE NEW LENGTH, AND THE SAME FD IS
      *WRITTEN IN THE NEW LAYOUT AT CUT-OVER. FIELDS THAT DO NOT
      *CHANGE WIDTH ARE CARRIED BYTE FOR BYTE
       FD  VALUE-HISTORY-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  VALUE-HISTORY-RECORD            PIC X(44).
       01  VALUE-HISTORY-OLD-VIEW.
           05  VHIST-LEAD-OLD              PIC X(33).
           05  VHIST-PART-VALUE-OLD        PIC 9(7)V99.
           05  FILLER                      PIC X(2).

       FD  VALUE-HISTORY-WORK
           RECORD CONTAINS 44 CHARACTERS.
       01  VALUE-HISTORY-WORK-RECORD.
           05  VHIST-LEAD-NEW              PIC X(33).
           05  VHIST-PART-VALUE-NEW        PIC 9(9)V99.

       FD  STOCK-LEDGER-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  STOCK-LEDGER-RECORD             PIC X(47).
       01  STOCK-LEDGER-OLD-VIEW.
           05  SLGR-LEAD-OLD               PIC X(23).
           05  SLGR-QUANTITY-OLD           PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  SLGR-BEFORE-QTY-OLD         PIC 9(3).
           05  SLGR-AFTER-QTY-OLD          PIC 9(3).
           05  SLGR-SOURCE-PROGRAM-OLD     PIC X(8).
           05  FILLER                      PIC X(4).

       FD  STOCK-LEDGER-WORK
           RECORD CONTAINS 47 CHARACTERS.
       01  STOCK-LEDGER-WORK-RECORD.
           05  SLGR-LEAD-NEW               PIC X(23).
           05  SLGR-QUANTITY-NEW           PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  SLGR-BEFORE-QTY-NEW         PIC 9(5).
           05  SLGR-AFTER-QTY-NEW          PIC 9(5).
           05  SLGR-SOURCE-PROGRAM-NEW     PIC X(8).

      *A JOURNAL LINE ALREADY IN THE 133-BYTE LAYOUT HAS THE STAMP
      *RUNNING INTO ITS LAST TWELVE BYTES AND IS CARRIED UNCHANGED
       FD  INVENT-JOURNAL-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  INVENT-JOURNAL-RECORD           PIC X(133).
       01  INVENT-JOURNAL-OLD-VIEW.
           05  JRNL-ACTION-OLD             PIC X.
           05  JRNL-BEFORE-IMAGE-OLD       PIC X(49).
           05  JRNL-AFTER-IMAGE-OLD        PIC X(49).
           05  JRNL-TRAILER-OLD            PIC X(22).
           05  JRNL-UNUSED-OLD             PIC X(12).

       FD  INVENT-JOURNAL-WORK
           RECORD CONTAINS 133 CHARACTERS.
       01  INVENT-JOURNAL-WORK-RECORD.
           05  JRNL-ACTION-NEW             PIC X.
           05  JRNL-BEFORE-IMAGE-NEW       PIC X(55).
           05  JRNL-AFTER-IMAGE-NEW        PIC X(55).
           05  JRNL-TRAILER-NEW            PIC X(22).

       FD  ON-ORDER-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  ON-ORDER-RECORD                 PIC X(32).
       01  ON-ORDER-OLD-VIEW.
           05  OO-PART-NUMBER-OLD          PIC X(5).
           05  OO-QUANTITY-OLD             PIC 9(3).
           05  OO-TAIL-OLD                 PIC X(22).
           05  FILLER                      PIC X(2).

       FD  ON-ORDER-WORK
           RECORD CONTAINS 32 CHARACTERS.
       01  ON-ORDER-WORK-RECORD.
           05  OO-PART-NUMBER-NEW          PIC X(5).
           05  OO-QUANTITY-NEW             PIC 9(5).
           05  OO-TAIL-NEW                 PIC X(22).

      *LINES WRITTEN BEFORE RECEIVED, RETURNED AND PRICE WERE
      *CAPTURED CARRY SPACES THERE, AND KEEP THEM
       FD  RECEIPT-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  RECEIPT-HISTORY-RECORD          PIC X(53).
       01  RECEIPT-HISTORY-OLD-VIEW.
           05  RHIST-LEAD-OLD              PIC X(10).
           05  RHIST-QUANTITY-OLD          PIC 9(3).
           05  RHIST-MIDDLE-OLD            PIC X(22).
           05  RHIST-RECEIVED-QTY-OLD      PIC 9(3).
           05  RHIST-RETURNED-QTY-OLD      PIC 9(3).
           05  RHIST-INVOICE-PRICE-OLD     PIC 9(2)V99.
           05  FILLER                      PIC X(8).

       FD  RECEIPT-HISTORY-WORK
           RECORD CONTAINS 53 CHARACTERS.
       01  RECEIPT-HISTORY-WORK-RECORD.
           05  RHIST-LEAD-NEW              PIC X(10).
           05  RHIST-QUANTITY-NEW          PIC 9(5).
           05  RHIST-MIDDLE-NEW            PIC X(22).
           05  RHIST-RECEIVED-QTY-NEW      PIC 9(5).
           05  RHIST-RECEIVED-QTY-NEW-X REDEFINES
                   RHIST-RECEIVED-QTY-NEW  PIC X(5).
           05  RHIST-RETURNED-QTY-NEW      PIC 9(5).
           05  RHIST-RETURNED-QTY-NEW-X REDEFINES
                   RHIST-RETURNED-QTY-NEW  PIC X(5).
           05  RHIST-INVOICE-PRICE-NEW     PIC 9(4)V99.
           05  RHIST-INVOICE-PRICE-NEW-X REDEFINES
                   RHIST-INVOICE-PRICE-NEW PIC X(6).

       FD  ADJUST-AUDIT-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  ADJUST-AUDIT-RECORD             PIC X(47).
       01  ADJUST-AUDIT-OLD-VIEW.
           05  AUDIT-PART-NUMBER-OLD       PIC X(5).
           05  AUDIT-BEFORE-QTY-OLD        PIC 9(3).
           05  AUDIT-AFTER-QTY-OLD         PIC 9(3).
           05  AUDIT-QUANTITY-DELTA-OLD    PIC S9(3)
                                               SIGN LEADING SEPARATE.
           05  AUDIT-TAIL-OLD              PIC X(26).
           05  FILLER                      PIC X(6).

       FD  ADJUST-AUDIT-WORK
           RECORD CONTAINS 47 CHARACTERS.
       01  ADJUST-AUDIT-WORK-RECORD.
           05  AUDIT-PART-NUMBER-NEW       PIC X(5).
           05  AUDIT-BEFORE-QTY-NEW        PIC 9(5).
           05  AUDIT-AFTER-QTY-NEW         PIC 9(5).
           05  AUDIT-QUANTITY-DELTA-NEW    PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  AUDIT-TAIL-NEW              PIC X(26).

       FD  REVAL-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  REVAL-HISTORY-RECORD            PIC X(50).
       01  REVAL-HISTORY-OLD-VIEW.
           05  RVHST-LEAD-OLD              PIC X(13).
           05  RVHST-OLD-PRICE-OLD         PIC 9(2)V99.
           05  RVHST-NEW-PRICE-OLD         PIC 9(2)V99.
           05  RVHST-QUANTITY-OLD          PIC 9(3).
           05  RVHST-VALUE-DELTA-OLD       PIC S9(7)V99
                                               SIGN LEADING SEPARATE.
           05  RVHST-EFFECTIVE-DATE-OLD    PIC X(8).
           05  FILLER                      PIC X(8).

       FD  REVAL-HISTORY-WORK
           RECORD CONTAINS 50 CHARACTERS.
       01  REVAL-HISTORY-WORK-RECORD.
           05  RVHST-LEAD-NEW              PIC X(13).
           05  RVHST-OLD-PRICE-NEW         PIC 9(4)V99.
           05  RVHST-NEW-PRICE-NEW         PIC 9(4)V99.
           05  RVHST-QUANTITY-NEW          PIC 9(5).
           05  RVHST-VALUE-DELTA-NEW       PIC S9(9)V99
                                               SIGN LEADING SEPARATE.
           05  RVHST-EFFECTIVE-DATE-NEW    PIC X(8).

       FD  PPV-HISTORY-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  PPV-HISTORY-RECORD              PIC X(67).
       01  PPV-HISTORY-OLD-VIEW.
           05  PPV-LEAD-OLD                PIC X(34).
           05  PPV-QUANTITY-OLD            PIC 9(3).
           05  PPV-STANDARD-PRICE-OLD      PIC 9(2)V99.
           05  PPV-INVOICE-PRICE-OLD       PIC 9(2)V99.
           05  PPV-VARIANCE-AMT-OLD        PIC S9(7)V99
                                               SIGN LEADING SEPARATE.
           05  PPV-STATUS-OLD              PIC X(4).
           05  FILLER                      PIC X(8).

       FD  PPV-HISTORY-WORK
           RECORD CONTAINS 67 CHARACTERS.
       01  PPV-HISTORY-WORK-RECORD.
           05  PPV-LEAD-NEW                PIC X(34).
           05  PPV-QUANTITY-NEW            PIC 9(5).
           05  PPV-STANDARD-PRICE-NEW      PIC 9(4)V99.
           05  PPV-INVOICE-PRICE-NEW       PIC 9(4)V99.
           05  PPV-VARIANCE-AMT-NEW        PIC S9(9)V99
                                               SIGN LEADING SEPARATE.
           05  PPV-STATUS-NEW              PIC X(4).

       FD  BIN-LOCATION-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  BIN-LOCATION-RECORD             PIC X(32).
       01  BIN-LOCATION-OLD-VIEW.
           05  BINL-LEAD-OLD               PIC X(19).
           05  BINL-QUANTITY-OLD           PIC 9(3).
           05  BINL-ASSIGNED-DATE-OLD      PIC X(8).
           05  FILLER                      PIC X(2).

       FD  BIN-LOCATION-WORK
           RECORD CONTAINS 32 CHARACTERS.
       01  BIN-LOCATION-WORK-RECORD.
           05  BINL-LEAD-NEW               PIC X(19).
           05  BINL-QUANTITY-NEW           PIC 9(5).
           05  BINL-ASSIGNED-DATE-NEW      PIC X(8).

      *A POLICY LINE WITH A NON-NUMERIC FIGURE IS IGNORED BY ITS
      *READERS; THE FIGURE IS CARRIED AS TEXT SO IT STAYS IGNORED
       FD  ORDER-POLICY-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ORDER-POLICY-RECORD             PIC X(20).
       01  ORDER-POLICY-OLD-VIEW.
           05  ORDPOL-PART-NUMBER-OLD      PIC X(5).
           05  ORDPOL-PACK-SIZE-OLD        PIC 9(3).
           05  ORDPOL-PACK-SIZE-OLD-X REDEFINES
                   ORDPOL-PACK-SIZE-OLD    PIC X(3).
           05  ORDPOL-MIN-ORDER-OLD        PIC 9(3).
           05  ORDPOL-MIN-ORDER-OLD-X REDEFINES
                   ORDPOL-MIN-ORDER-OLD    PIC X(3).
           05  ORDPOL-ORDER-UP-TO-OLD      PIC 9(3).
           05  ORDPOL-ORDER-UP-TO-OLD-X REDEFINES
                   ORDPOL-ORDER-UP-TO-OLD  PIC X(3).
           05  FILLER                      PIC X(6).

       FD  ORDER-POLICY-WORK
           RECORD CONTAINS 20 CHARACTERS.
       01  ORDER-POLICY-WORK-RECORD.
           05  ORDPOL-PART-NUMBER-NEW      PIC X(5).
           05  ORDPOL-PACK-SIZE-NEW        PIC 9(5).
           05  ORDPOL-PACK-SIZE-NEW-X REDEFINES
                   ORDPOL-PACK-SIZE-NEW    PIC X(5).
           05  ORDPOL-MIN-ORDER-NEW        PIC 9(5).
           05  ORDPOL-MIN-ORDER-NEW-X REDEFINES
                   ORDPOL-MIN-ORDER-NEW    PIC X(5).
           05  ORDPOL-ORDER-UP-TO-NEW      PIC 9(5).
           05  ORDPOL-ORDER-UP-TO-NEW-X REDEFINES
                   ORDPOL-ORDER-UP-TO-NEW  PIC X(5).

      *THE HELD TRANSACTION INSIDE EACH QUEUE ITEM IS RE-LAID OUT
      *BY ITS SOURCE: A ADJUSTMENT, P PRICE CHANGE, M PART MAINTENANCE
       FD  APPROVAL-QUEUE-FILE
           RECORD CONTAINS 158 CHARACTERS.
       01  APPROVAL-QUEUE-RECORD           PIC X(158).
       01  APPROVAL-QUEUE-OLD-VIEW.
           05  APQ-ITEM-NUMBER-OLD         PIC X(6).
           05  APQ-SOURCE-OLD              PIC X.
           05  APQ-LEAD-OLD                PIC X(46).
           05  APQ-EXTENDED-VALUE-OLD      PIC 9(7)V99.
           05  APQ-MIDDLE-OLD              PIC X(31).
           05  APQ-TRAN-DATA-OLD           PIC X(57).
           05  FILLER                      PIC X(8).

       FD  APPROVAL-QUEUE-WORK
           RECORD CONTAINS 158 CHARACTERS.
       01  APPROVAL-QUEUE-WORK-RECORD.
           05  APQ-ITEM-NUMBER-NEW         PIC X(6).
           05  APQ-SOURCE-NEW              PIC X.
           05  APQ-LEAD-NEW                PIC X(46).
           05  APQ-EXTENDED-VALUE-NEW      PIC 9(9)V99.
           05  APQ-MIDDLE-NEW              PIC X(31).
           05  APQ-TRAN-DATA-NEW           PIC X(63).

       FD  KIT-REGISTER-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  KIT-REGISTER-RECORD             PIC X(40).
       01  KIT-REGISTER-OLD-VIEW.
           05  KREG-LEAD-OLD               PIC X(14).
           05  KREG-QUANTITY-OLD           PIC 9(3).
           05  KREG-BUILT-COST-OLD         PIC 9(7)V99.
           05  KREG-OLD-PRICE-OLD          PIC 9(2)V99.
           05  KREG-NEW-PRICE-OLD          PIC 9(2)V99.
           05  FILLER                      PIC X(6).

       FD  KIT-REGISTER-WORK
           RECORD CONTAINS 40 CHARACTERS.
       01  KIT-REGISTER-WORK-RECORD.
           05  KREG-LEAD-NEW               PIC X(14).
           05  KREG-QUANTITY-NEW           PIC 9(5).
           05  KREG-BUILT-COST-NEW         PIC 9(7)V99.
           05  KREG-OLD-PRICE-NEW          PIC 9(4)V99.
           05  KREG-NEW-PRICE-NEW          PIC 9(4)V99.

      *EACH AUDIT LINE HOLDS A BIN LOCATION IMAGE, WIDENED AS THE
      *BIN LOCATION FILE IS
       FD  BIN-AUDIT-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  BIN-AUDIT-RECORD                PIC X(43).
       01  BIN-AUDIT-OLD-VIEW.
           05  BAUD-LEAD-OLD               PIC X(11).
           05  BAUD-IMAGE-LEAD-OLD         PIC X(19).
           05  BAUD-QUANTITY-OLD           PIC 9(3).
           05  BAUD-ASSIGNED-DATE-OLD      PIC X(8).
           05  FILLER                      PIC X(2).

       FD  BIN-AUDIT-WORK
           RECORD CONTAINS 43 CHARACTERS.
       01  BIN-AUDIT-WORK-RECORD.
           05  BAUD-LEAD-NEW               PIC X(11).
           05  BAUD-IMAGE-LEAD-NEW         PIC X(19).
           05  BAUD-QUANTITY-NEW           PIC 9(5).
           05  BAUD-ASSIGNED-DATE-NEW      PIC X(8).

       FD  COST-LOG-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  COST-LOG-RECORD                 PIC X(70).
       01  COST-LOG-OLD-VIEW.
           05  CLOG-LEAD-OLD               PIC X(42).
           05  CLOG-QTY-ON-HAND-OLD        PIC 9(3).
           05  CLOG-INVOICE-QTY-OLD        PIC 9(3).
           05  CLOG-OLD-COST-OLD           PIC 9(2)V99.
           05  CLOG-INVOICE-PRICE-OLD      PIC 9(2)V99.
           05  CLOG-NEW-COST-OLD           PIC 9(2)V99.
           05  FILLER                      PIC X(10).

       FD  COST-LOG-WORK
           RECORD CONTAINS 70 CHARACTERS.
       01  COST-LOG-WORK-RECORD.
           05  CLOG-LEAD-NEW               PIC X(42).
           05  CLOG-QTY-ON-HAND-NEW        PIC 9(5).
           05  CLOG-INVOICE-QTY-NEW        PIC 9(5).
           05  CLOG-OLD-COST-NEW           PIC 9(4)V99.
           05  CLOG-INVOICE-PRICE-NEW      PIC 9(4)V99.
           05  CLOG-NEW-COST-NEW           PIC 9(4)V99.

      *PARTS ISSUED TO WORK ORDERS BY THE FLEET WORKSHOP
       FD  WO-PARTS-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  WO-PARTS-RECORD                 PIC X(41).
       01  WO-PARTS-OLD-VIEW.
           05  WOPT-LEAD-OLD               PIC X(11).
           05  WOPT-QUANTITY-OLD           PIC 9(3).
           05  WOPT-UNIT-PRICE-OLD         PIC 9(2)V99.
           05  WOPT-ISSUE-DATE-OLD         PIC X(8).
           05  WOPT-EXTENDED-COST-OLD      PIC 9(7)V99.
           05  FILLER                      PIC X(6).

       FD  WO-PARTS-WORK
           RECORD CONTAINS 41 CHARACTERS.
       01  WO-PARTS-WORK-RECORD.
           05  WOPT-LEAD-NEW               PIC X(11).
           05  WOPT-QUANTITY-NEW           PIC 9(5).
           05  WOPT-UNIT-PRICE-NEW         PIC 9(4)V99.
           05  WOPT-ISSUE-DATE-NEW         PIC X(8).
           05  WOPT-EXTENDED-COST-NEW      PIC 9(9)V99.

      *WRITTEN ONCE THE CONVERTED FILES ARE IN PLACE; ITS PRESENCE
      *STOPS A SECOND RUN FROM WIDENING THE FILES AGAIN
       FD  CONVERSION-CONTROL-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  CONVERSION-CONTROL-RECORD.
           05  CONVCTL-RUN-DATE            PIC 9(8).
           05  CONVCTL-END-STAMP           PIC 9(14).

       FD  CONVERSION-REPORT-OUT
           RECORD CONTAINS 130 CHARACTERS.
       01  CONVERSION-REPORT-LINE-OUT      PIC X(130).

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
       01  INVENT-FILE-STATUS-WS       PIC X(2) VALUE "00".
       01  INVENT-FILE-NAME-WS         PIC X(40) VALUE "INVENT.TXT".
       01  INVENT-WORK-NAME-WS         PIC X(40) VALUE
           "INVENT-CONV.TXT".
       01  SITE-LIST-EOF-FLAG          PIC A(3) VALUE SPACES.
       01  RUN-LOG-INPUT-NAME-WS       PIC X(40) VALUE SPACES.

      *ONE ENTRY PER SITE MASTER, EACH CONVERTED THROUGH ITS OWN WORK
      *FILE AND BALANCED ON ITS OWN; THE FIRST LINE OF THE FILE TOTALS
      *TABLE CARRIES ALL THE SITE MASTERS TOGETHER
       01  SITE-MASTER-TABLE-WS.
           05  SITE-MASTER-COUNT-WS    PIC 9(2) VALUE 0.
           05  SITE-MASTER-MAX-WS      PIC 9(2) VALUE 20.
           05  SITE-MASTER-ENTRY OCCURS 20 TIMES.
               10  SITE-CODE-TBL       PIC X(5).
               10  SITE-MASTER-TBL     PIC X(40).
               10  SITE-WORK-TBL       PIC X(40).
               10  SITE-BEFORE-CTR-TBL PIC 9(7).
               10  SITE-AFTER-CTR-TBL  PIC 9(7).
               10  SITE-BEFORE-QTY-TBL PIC S9(11).
               10  SITE-AFTER-QTY-TBL  PIC S9(11).
               10  SITE-BEFORE-VALUE-TBL PIC S9(13)V99.
               10  SITE-AFTER-VALUE-TBL  PIC S9(13)V99.
               10  SITE-STATUS-TBL     PIC X(11).
       01  SITE-MASTER-SUB-WS          PIC 9(2) VALUE 0.
       01  SITE-OVERFLOW-CTR           PIC 9(3) VALUE 0.
       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.

      *R = READY TO CONVERT, D = CONVERTED ON AN EARLIER RUN, M =
      *MASTER COULD NOT BE READ, B = OUT OF BALANCE, A = APPLIED,
      *S = MORE SITES ON THE SITE LIST THAN THE TABLE HOLDS
       01  CONVERT-STATE-WS            PIC X VALUE "R".
       01  CONVERTED-DATE-WS           PIC 9(8) VALUE 0.
       01  MASTER-LOAD-FAIL-CTR        PIC 9(7) VALUE 0.
       01  CONTROL-TOTAL-STATUS-WS     PIC X(11) VALUE SPACES.
       01  TOTAL-BEFORE-CTR            PIC 9(7) VALUE 0.
       01  TOTAL-AFTER-CTR             PIC 9(7) VALUE 0.
       01  OUT-OF-BALANCE-CTR          PIC 9(7) VALUE 0.

      *START AND END DATE-TIME STAMPS FOR THE SHARED BATCH RUN LOG
       01  RUN-START-STAMP-WS          PIC 9(14) VALUE 0.
       01  RUN-END-STAMP-WS            PIC 9(14) VALUE 0.
       01  STAMP-DATE-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-WS               PIC 9(8) VALUE 0.
       01  STAMP-TIME-SPLIT-WS REDEFINES STAMP-TIME-WS.
           05  STAMP-HHMMSS-WS         PIC 9(6).
           05  FILLER                  PIC 9(2).

      *THE FILES CONVERTED, IN REPORT ORDER
       01  CONV-FILE-NAMES-WS.
           05  FILLER                  PIC X(20) VALUE
           "ALL SITE MASTERS".
           05  FILLER                  PIC X(20) VALUE
           "VALUE-HISTORY.TXT".
           05  FILLER                  PIC X(20) VALUE
           "STOCKLEDGER.TXT".
           05  FILLER                  PIC X(20) VALUE "INVJOURNAL.TXT".
           05  FILLER                  PIC X(20) VALUE "ONORDER.TXT".
           05  FILLER                  PIC X(20) VALUE "RCPTHIST.TXT".
           05  FILLER                  PIC X(20) VALUE "ADJAUDIT.TXT".
           05  FILLER                  PIC X(20) VALUE "REVALHIST.TXT".
           05  FILLER                  PIC X(20) VALUE "PPVHIST.TXT".
           05  FILLER                  PIC X(20) VALUE "BINLOC.TXT".
           05  FILLER                  PIC X(20) VALUE "ORDPOLICY.TXT".
           05  FILLER                  PIC X(20) VALUE "PENDAPPR.TXT".
           05  FILLER                  PIC X(20) VALUE "KITREG.TXT".
           05  FILLER                  PIC X(20) VALUE "BINAUDIT.TXT".
           05  FILLER                  PIC X(20) VALUE "COSTLOG.TXT".
           05  FILLER                  PIC X(20) VALUE "WOPARTS.TXT".
       01  CONV-FILE-NAMES-TBL-WS REDEFINES CONV-FILE-NAMES-WS.
           05  CONV-FILE-NAME-TBL OCCURS 16 TIMES PIC X(20).
       01  CONV-FILE-COUNT-WS          PIC 9(2) VALUE 16.
       01  CONV-FILE-SUB-WS            PIC 9(2) VALUE 0.

      *CONTROL TOTALS PER FILE, TAKEN FROM THE OLD LAYOUT AS IT IS
      *READ AND FROM THE NEW LAYOUT AS THE WORK FILE IS READ BACK.
      *THE QUANTITY TOTAL ADDS EVERY WIDENED QUANTITY FIELD IN THE
      *RECORD; THE VALUE TOTAL ADDS EVERY WIDENED PRICE OR AMOUNT,
      *EXCEPT ON THE MASTER AND JOURNAL IMAGES WHERE IT IS THE STOCK
      *VALUE, QUANTITY ON HAND TIMES UNIT PRICE
       01  CONV-TOTAL-TABLE-WS.
           05  CONV-TOTAL-ENTRY OCCURS 16 TIMES.
               10  BEFORE-CTR-TBL      PIC 9(7).
               10  AFTER-CTR-TBL       PIC 9(7).
               10  BEFORE-QTY-TBL      PIC S9(11).
               10  AFTER-QTY-TBL       PIC S9(11).
               10  BEFORE-VALUE-TBL    PIC S9(13)V99.
               10  AFTER-VALUE-TBL     PIC S9(13)V99.
               10  BALANCE-STATUS-TBL  PIC X(11).

      *A 49-BYTE MASTER IMAGE AND THE 55-BYTE IMAGE IT IS EXPANDED
      *INTO FIELD BY FIELD, FOR THE MASTER AND THE JOURNAL IMAGES
       01  OLD-PART-IMAGE-WS.
           05  OLD-PART-NUMBER-WS          PIC 9(5).
           05  OLD-PART-NAME-WS            PIC X(20).
           05  OLD-PART-QUANTITY-WS        PIC 9(3).
           05  OLD-PART-UNIT-PRICE-WS      PIC 9(2)V99.
           05  OLD-PART-SUPPLIER-CODE-WS   PIC X(5).
           05  OLD-PART-RE-ORDER-POINT-WS  PIC 9(3).
           05  OLD-PART-STATUS-WS          PIC X.
           05  OLD-PART-STATUS-DATE-WS     PIC 9(8).
       01  NEW-PART-IMAGE-WS.
           05  NEW-PART-NUMBER-WS          PIC 9(5).
           05  NEW-PART-NAME-WS            PIC X(20).
           05  NEW-PART-QUANTITY-WS        PIC 9(5).
           05  NEW-PART-UNIT-PRICE-WS      PIC 9(4)V99.
           05  NEW-PART-SUPPLIER-CODE-WS   PIC X(5).
           05  NEW-PART-RE-ORDER-POINT-WS  PIC 9(5).
           05  NEW-PART-STATUS-WS          PIC X.
           05  NEW-PART-STATUS-DATE-WS     PIC 9(8).
       01  IMAGE-QTY-WS                    PIC S9(11) VALUE 0.
       01  IMAGE-VALUE-WS                  PIC S9(13)V99 VALUE 0.

      *HELD ADJUSTMENT, 35 BYTES OLD AND 37 NEW
       01  OLD-ADJUST-TRAN-WS.
           05  OADJ-PART-NUMBER-WS         PIC X(5).
           05  OADJ-QUANTITY-DELTA-WS      PIC S9(3)
                                               SIGN LEADING SEPARATE.
           05  OADJ-TAIL-WS                PIC X(26).
           05  FILLER                      PIC X(22).
       01  NEW-ADJUST-TRAN-WS.
           05  NADJ-PART-NUMBER-WS         PIC X(5).
           05  NADJ-QUANTITY-DELTA-WS      PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  NADJ-TAIL-WS                PIC X(26).
           05  FILLER                      PIC X(26).

      *HELD PRICE CHANGE, 25 BYTES OLD AND 27 NEW
       01  OLD-PRICE-TRAN-WS.
           05  OPRC-PART-NUMBER-WS         PIC X(5).
           05  OPRC-NEW-PRICE-WS           PIC 9(2)V99.
           05  OPRC-TAIL-WS                PIC X(16).
           05  FILLER                      PIC X(32).
       01  NEW-PRICE-TRAN-WS.
           05  NPRC-PART-NUMBER-WS         PIC X(5).
           05  NPRC-NEW-PRICE-WS           PIC 9(4)V99.
           05  NPRC-TAIL-WS                PIC X(16).
           05  FILLER                      PIC X(36).

      *HELD PART MAINTENANCE TRANSACTION, 57 BYTES OLD AND 63 NEW;
      *QUANTITY AND REORDER POINT ARE KEYED TEXT AND MAY BE BLANK
       01  OLD-PART-TRAN-WS.
           05  OPTR-LEAD-WS                PIC X(26).
           05  OPTR-QUANTITY-WS            PIC X(3).
           05  OPTR-QUANTITY-NUM-WS REDEFINES
                   OPTR-QUANTITY-WS        PIC 9(3).
           05  OPTR-UNIT-PRICE-WS          PIC 9(2)V99.
           05  OPTR-UNIT-PRICE-X-WS REDEFINES
                   OPTR-UNIT-PRICE-WS      PIC X(4).
           05  OPTR-SUPPLIER-CODE-WS       PIC X(5).
           05  OPTR-RE-ORDER-POINT-WS      PIC X(3).
           05  OPTR-RE-ORDER-POINT-NUM-WS REDEFINES
                   OPTR-RE-ORDER-POINT-WS  PIC 9(3).
           05  OPTR-TAIL-WS                PIC X(16).
       01  NEW-PART-TRAN-WS.
           05  NPTR-LEAD-WS                PIC X(26).
           05  NPTR-QUANTITY-WS            PIC X(5).
           05  NPTR-QUANTITY-NUM-WS REDEFINES
                   NPTR-QUANTITY-WS        PIC 9(5).
           05  NPTR-UNIT-PRICE-WS          PIC 9(4)V99.
           05  NPTR-UNIT-PRICE-X-WS REDEFINES
                   NPTR-UNIT-PRICE-WS      PIC X(6).
           05  NPTR-SUPPLIER-CODE-WS       PIC X(5).
           05  NPTR-RE-ORDER-POINT-WS      PIC X(5).
           05  NPTR-RE-ORDER-POINT-NUM-WS REDEFINES
                   NPTR-RE-ORDER-POINT-WS  PIC 9(5).
           05  NPTR-TAIL-WS                PIC X(16).

       01  CONV-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
           "PART MASTER FIELD WIDTH CONVERSION - RUN".
           05  FILLER                  PIC X VALUE SPACES.
           05  CONV-TITLE-DATE-OUT     PIC 9(8).
           05  FILLER                  PIC X(80) VALUE SPACES.
       01  CONV-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "FILE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE " BEFORE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "  AFTER".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
           "     QTY BEFORE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
           "      QTY AFTER".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
           "        VALUE BEFORE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
           "         VALUE AFTER".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "STATUS".
       01  CONV-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  CONV-FILE-NAME-OUT      PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CONV-BEFORE-CTR-OUT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CONV-AFTER-CTR-OUT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CONV-BEFORE-QTY-OUT     PIC ---,---,---,--9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CONV-AFTER-QTY-OUT      PIC ---,---,---,--9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CONV-BEFORE-VALUE-OUT   PIC -,---,---,---,--9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CONV-AFTER-VALUE-OUT    PIC -,---,---,---,--9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CONV-STATUS-OUT         PIC X(11).
       01  CONV-OUTCOME-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  CONV-OUTCOME-TEXT-OUT   PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X VALUE SPACES.
           05  CONV-OUTCOME-DETAIL-OUT PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(68) VALUE SPACES.
       01  CONV-ROW-FILLER-WS          PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.
       100-CONVERT-PART-FILES.

           PERFORM 700-SET-RUN-START-STAMP.
           PERFORM 200-INITIATE-CONVERSION-JOB.
           IF CONVERT-STATE-WS = "R"
               PERFORM 200-CONVERT-TO-WORK-FILES
           END-IF.
           IF CONVERT-STATE-WS = "R"
               PERFORM 200-TOTAL-WORK-FILES
               PERFORM 200-BALANCE-WORK-FILES
           END-IF.
           IF CONVERT-STATE-WS = "R"
               PERFORM 200-CUT-OVER-LIVE-FILES
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
      *THE OLD LAYOUT, RECORDS WRITTEN IN THE NEW, AND THE NUMBER OF
      *FILES THAT FAILED TO BALANCE
       700-WRITE-RUN-LOG.
           PERFORM VARYING CONV-FILE-SUB-WS FROM 1 BY 1
                   UNTIL CONV-FILE-SUB-WS > CONV-FILE-COUNT-WS
               ADD BEFORE-CTR-TBL (CONV-FILE-SUB-WS) TO
                   TOTAL-BEFORE-CTR
               ADD AFTER-CTR-TBL (CONV-FILE-SUB-WS) TO
                   TOTAL-AFTER-CTR
           END-PERFORM.
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
           MOVE "PARTCONV" TO RUNLOG-PROGRAM-ID-OUT.
           MOVE RUN-LOG-INPUT-NAME-WS TO RUNLOG-INPUT-FILE-OUT.
           MOVE RUN-START-STAMP-WS TO RUNLOG-START-STAMP-OUT.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE TOTAL-BEFORE-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE TOTAL-AFTER-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           MOVE OUT-OF-BALANCE-CTR TO RUNLOG-REJECT-CTR-OUT.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.

      *PICK UP THE SITE MASTERS, CLEAR THE CONTROL TOTALS AND REFUSE
      *TO RUN AGAIN ONCE THE CONVERSION HAS BEEN APPLIED
       200-INITIATE-CONVERSION-JOB.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT INVENT-FILE-NAME-WS FROM ENVIRONMENT
               "INVENT_FILE_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           PERFORM 700-LOAD-SITE-MASTERS.
           PERFORM VARYING CONV-FILE-SUB-WS FROM 1 BY 1
                   UNTIL CONV-FILE-SUB-WS > CONV-FILE-COUNT-WS
               MOVE 0 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS)
               MOVE 0 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS)
               MOVE 0 TO BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
               MOVE 0 TO AFTER-QTY-TBL (CONV-FILE-SUB-WS)
               MOVE 0 TO BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
               MOVE 0 TO AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
               MOVE SPACES TO BALANCE-STATUS-TBL (CONV-FILE-SUB-WS)
           END-PERFORM.
           OPEN INPUT CONVERSION-CONTROL-FILE.
           READ CONVERSION-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "D" TO CONVERT-STATE-WS
                   MOVE CONVCTL-RUN-DATE TO CONVERTED-DATE-WS
           END-READ.
           CLOSE CONVERSION-CONTROL-FILE.

      *LIST EVERY SITE MASTER TO CONVERT: EACH ONE NAMED ON THE SITE
      *LIST, OR THE ONE MASTER NAMED FOR THE RUN WHEN THERE IS NO
      *LIST. A LIST LONGER THAN THE TABLE STOPS THE CONVERSION, SINCE
      *THE CONTROL RECORD WOULD LEAVE THE SITES LEFT OVER UNCONVERTED
       700-LOAD-SITE-MASTERS.
           MOVE INVENT-FILE-NAME-WS TO RUN-LOG-INPUT-NAME-WS.
           OPEN INPUT SITE-LIST-IN.
           PERFORM UNTIL SITE-LIST-EOF-FLAG = "YES"
               READ SITE-LIST-IN
                   AT END MOVE "YES" TO SITE-LIST-EOF-FLAG
                   NOT AT END
                       IF SITE-MASTER-FILE-IN NOT = SPACES
                           PERFORM 900-ADD-SITE-MASTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-LIST-IN.
           IF SITE-MASTER-COUNT-WS > 0
               MOVE "SITELIST.TXT" TO RUN-LOG-INPUT-NAME-WS
           ELSE
               MOVE 1 TO SITE-MASTER-COUNT-WS
               INITIALIZE SITE-MASTER-ENTRY (1)
               MOVE INVENT-FILE-NAME-WS TO SITE-MASTER-TBL (1)
               MOVE "INVENT-CONV.TXT" TO SITE-WORK-TBL (1)
           END-IF.
           IF SITE-OVERFLOW-CTR > 0
               MOVE "S" TO CONVERT-STATE-WS
           END-IF.

      *TAKE ONE SITE MASTER FROM THE SITE LIST, NUMBERING ITS WORK
      *FILE BY ITS PLACE IN THE LIST
       900-ADD-SITE-MASTER.
           IF SITE-MASTER-COUNT-WS < SITE-MASTER-MAX-WS
               ADD 1 TO SITE-MASTER-COUNT-WS
               MOVE SITE-MASTER-COUNT-WS TO SITE-MASTER-SUB-WS
               INITIALIZE SITE-MASTER-ENTRY (SITE-MASTER-SUB-WS)
               MOVE SITE-CODE-IN TO SITE-CODE-TBL (SITE-MASTER-SUB-WS)
               MOVE SITE-MASTER-FILE-IN TO
                   SITE-MASTER-TBL (SITE-MASTER-SUB-WS)
               STRING "INVENT-CONV-" DELIMITED BY SIZE
                   SITE-MASTER-SUB-WS DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO SITE-WORK-TBL (SITE-MASTER-SUB-WS)
               END-STRING
           ELSE
               ADD 1 TO SITE-OVERFLOW-CTR
           END-IF.

      *FIRST PASS: READ EVERY FILE IN ITS OLD LAYOUT, TAKE THE BEFORE
      *TOTALS AND WRITE THE NEW LAYOUT TO A WORK FILE; THE LIVE FILES
      *ARE NOT TOUCHED. AN UNREADABLE MASTER STOPS THE CONVERSION
       200-CONVERT-TO-WORK-FILES.
           PERFORM 700-CONVERT-MASTER.
           IF CONVERT-STATE-WS = "R"
               PERFORM 700-CONVERT-VALUE-HISTORY
               PERFORM 700-CONVERT-STOCK-LEDGER
               PERFORM 700-CONVERT-INVENT-JOURNAL
               PERFORM 700-CONVERT-ON-ORDER
               PERFORM 700-CONVERT-RECEIPT-HISTORY
               PERFORM 700-CONVERT-ADJUST-AUDIT
               PERFORM 700-CONVERT-REVAL-HISTORY
               PERFORM 700-CONVERT-PPV-HISTORY
               PERFORM 700-CONVERT-BIN-LOCATION
               PERFORM 700-CONVERT-ORDER-POLICY
               PERFORM 700-CONVERT-APPROVAL-QUEUE
               PERFORM 700-CONVERT-KIT-REGISTER
               PERFORM 700-CONVERT-BIN-AUDIT
               PERFORM 700-CONVERT-COST-LOG
               PERFORM 700-CONVERT-WO-PARTS
           END-IF.

      *SECOND PASS: READ EVERY WORK FILE BACK IN THE NEW LAYOUT FOR
      *THE AFTER TOTALS
       200-TOTAL-WORK-FILES.
           PERFORM 700-TOTAL-MASTER.
           PERFORM 700-TOTAL-VALUE-HISTORY.
           PERFORM 700-TOTAL-STOCK-LEDGER.
           PERFORM 700-TOTAL-INVENT-JOURNAL.
           PERFORM 700-TOTAL-ON-ORDER.
           PERFORM 700-TOTAL-RECEIPT-HISTORY.
           PERFORM 700-TOTAL-ADJUST-AUDIT.
           PERFORM 700-TOTAL-REVAL-HISTORY.
           PERFORM 700-TOTAL-PPV-HISTORY.
           PERFORM 700-TOTAL-BIN-LOCATION.
           PERFORM 700-TOTAL-ORDER-POLICY.
           PERFORM 700-TOTAL-APPROVAL-QUEUE.
           PERFORM 700-TOTAL-KIT-REGISTER.
           PERFORM 700-TOTAL-BIN-AUDIT.
           PERFORM 700-TOTAL-COST-LOG.
           PERFORM 700-TOTAL-WO-PARTS.

      *A FILE BALANCES WHEN ITS RECORD COUNT, QUANTITY TOTAL AND
      *VALUE TOTAL ARE THE SAME BEFORE AND AFTER; ONE FILE OUT OF
      *BALANCE HOLDS BACK THE WHOLE CONVERSION
       200-BALANCE-WORK-FILES.
           PERFORM VARYING CONV-FILE-SUB-WS FROM 1 BY 1
                   UNTIL CONV-FILE-SUB-WS > CONV-FILE-COUNT-WS
               IF BEFORE-CTR-TBL (CONV-FILE-SUB-WS) =
                       AFTER-CTR-TBL (CONV-FILE-SUB-WS)
                   AND BEFORE-QTY-TBL (CONV-FILE-SUB-WS) =
                       AFTER-QTY-TBL (CONV-FILE-SUB-WS)
                   AND BEFORE-VALUE-TBL (CONV-FILE-SUB-WS) =
                       AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
                   MOVE "IN BALANCE" TO
                       BALANCE-STATUS-TBL (CONV-FILE-SUB-WS)
               ELSE
                   MOVE "OUT OF BAL" TO
                       BALANCE-STATUS-TBL (CONV-FILE-SUB-WS)
                   ADD 1 TO OUT-OF-BALANCE-CTR
               END-IF
           END-PERFORM.
           PERFORM VARYING SITE-MASTER-SUB-WS FROM 1 BY 1
                   UNTIL SITE-MASTER-SUB-WS > SITE-MASTER-COUNT-WS
               PERFORM 900-BALANCE-SITE-MASTER
           END-PERFORM.
           IF OUT-OF-BALANCE-CTR > 0
               MOVE "B" TO CONVERT-STATE-WS
           END-IF.

      *EACH SITE MASTER MUST BALANCE ON ITS OWN AS WELL AS IN THE
      *TOTAL FOR ALL THE SITES
       900-BALANCE-SITE-MASTER.
           IF SITE-BEFORE-CTR-TBL (SITE-MASTER-SUB-WS) =
                   SITE-AFTER-CTR-TBL (SITE-MASTER-SUB-WS)
               AND SITE-BEFORE-QTY-TBL (SITE-MASTER-SUB-WS) =
                   SITE-AFTER-QTY-TBL (SITE-MASTER-SUB-WS)
               AND SITE-BEFORE-VALUE-TBL (SITE-MASTER-SUB-WS) =
                   SITE-AFTER-VALUE-TBL (SITE-MASTER-SUB-WS)
               MOVE "IN BALANCE" TO SITE-STATUS-TBL (SITE-MASTER-SUB-WS)
           ELSE
               MOVE "OUT OF BAL" TO SITE-STATUS-TBL (SITE-MASTER-SUB-WS)
               ADD 1 TO OUT-OF-BALANCE-CTR
           END-IF.

      *THIRD PASS: EVERY FILE BALANCED, SO COPY EACH WORK FILE OVER
      *ITS LIVE FILE, RELOAD EVERY SITE MASTER, AND RECORD THE RUN IN
      *THE CONTROL FILE
       200-CUT-OVER-LIVE-FILES.
           PERFORM 700-CUT-OVER-MASTER.
           PERFORM 700-CUT-OVER-VALUE-HISTORY.
           PERFORM 700-CUT-OVER-STOCK-LEDGER.
           PERFORM 700-CUT-OVER-INVENT-JOURNAL.
           PERFORM 700-CUT-OVER-ON-ORDER.
           PERFORM 700-CUT-OVER-RECEIPT-HISTORY.
           PERFORM 700-CUT-OVER-ADJUST-AUDIT.
           PERFORM 700-CUT-OVER-REVAL-HISTORY.
           PERFORM 700-CUT-OVER-PPV-HISTORY.
           PERFORM 700-CUT-OVER-BIN-LOCATION.
           PERFORM 700-CUT-OVER-ORDER-POLICY.
           PERFORM 700-CUT-OVER-APPROVAL-QUEUE.
           PERFORM 700-CUT-OVER-KIT-REGISTER.
           PERFORM 700-CUT-OVER-BIN-AUDIT.
           PERFORM 700-CUT-OVER-COST-LOG.
           PERFORM 700-CUT-OVER-WO-PARTS.
           MOVE "A" TO CONVERT-STATE-WS.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           OPEN OUTPUT CONVERSION-CONTROL-FILE.
           MOVE RUN-DATE-WS TO CONVCTL-RUN-DATE.
           COMPUTE CONVCTL-END-STAMP =
               STAMP-DATE-WS * 1000000 + STAMP-HHMMSS-WS.
           WRITE CONVERSION-CONTROL-RECORD.
           CLOSE CONVERSION-CONTROL-FILE.

      *LIST BEFORE AND AFTER COUNTS AND TOTALS FOR EVERY FILE AND
      *SAY WHETHER THE CONVERSION WAS APPLIED
       200-WRITE-CONVERSION-REPORT.
           OPEN OUTPUT CONVERSION-REPORT-OUT.
           MOVE RUN-DATE-WS TO CONV-TITLE-DATE-OUT.
           WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-TITLE-LINE-WS.
           WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-ROW-FILLER-WS.
           IF CONVERT-STATE-WS NOT = "D"
               WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-HDR-LINE-WS
               PERFORM VARYING CONV-FILE-SUB-WS FROM 1 BY 1
                       UNTIL CONV-FILE-SUB-WS > CONV-FILE-COUNT-WS
                   PERFORM 900-WRITE-FILE-TOTALS-LINE
               END-PERFORM
               PERFORM VARYING SITE-MASTER-SUB-WS FROM 1 BY 1
                       UNTIL SITE-MASTER-SUB-WS > SITE-MASTER-COUNT-WS
                   PERFORM 900-WRITE-SITE-TOTALS-LINE
               END-PERFORM
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-ROW-FILLER-WS
           END-IF.
           EVALUATE CONVERT-STATE-WS
               WHEN "A"
                   MOVE "CONVERSION APPLIED - ALL FILES IN BALANCE" TO
                       CONV-OUTCOME-TEXT-OUT
               WHEN "B"
                   MOVE "NOTHING APPLIED - FILES OUT OF BALANCE" TO
                       CONV-OUTCOME-TEXT-OUT
               WHEN "M"
                   MOVE "NOTHING APPLIED - MASTER UNREADABLE, STATUS"
                       TO CONV-OUTCOME-TEXT-OUT
                   MOVE INVENT-FILE-STATUS-WS TO
                       CONV-OUTCOME-DETAIL-OUT
               WHEN "S"
                   MOVE "NOTHING APPLIED - SITES OVER THE SITE TABLE" TO
                       CONV-OUTCOME-TEXT-OUT
                   MOVE SITE-OVERFLOW-CTR TO CONV-OUTCOME-DETAIL-OUT
               WHEN OTHER
                   MOVE "NOTHING APPLIED - ALREADY CONVERTED ON" TO
                       CONV-OUTCOME-TEXT-OUT
                   MOVE CONVERTED-DATE-WS TO CONV-OUTCOME-DETAIL-OUT
           END-EVALUATE.
           WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-OUTCOME-LINE-WS.
           IF CONVERT-STATE-WS = "M"
               MOVE INVENT-FILE-NAME-WS TO CONV-OUTCOME-TEXT-OUT
               MOVE SPACES TO CONV-OUTCOME-DETAIL-OUT
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-OUTCOME-LINE-WS
           END-IF.
           IF MASTER-LOAD-FAIL-CTR > 0
               MOVE "MASTER RECORDS NOT RELOADED" TO
                   CONV-OUTCOME-TEXT-OUT
               MOVE MASTER-LOAD-FAIL-CTR TO CONV-OUTCOME-DETAIL-OUT
               WRITE CONVERSION-REPORT-LINE-OUT FROM
                   CONV-OUTCOME-LINE-WS
           END-IF.
           CLOSE CONVERSION-REPORT-OUT.

      *ONE REPORT LINE FOR THE CURRENT FILE
       900-WRITE-FILE-TOTALS-LINE.
           MOVE CONV-FILE-NAME-TBL (CONV-FILE-SUB-WS) TO
               CONV-FILE-NAME-OUT.
           MOVE BEFORE-CTR-TBL (CONV-FILE-SUB-WS) TO
               CONV-BEFORE-CTR-OUT.
           MOVE AFTER-CTR-TBL (CONV-FILE-SUB-WS) TO CONV-AFTER-CTR-OUT.
           MOVE BEFORE-QTY-TBL (CONV-FILE-SUB-WS) TO
               CONV-BEFORE-QTY-OUT.
           MOVE AFTER-QTY-TBL (CONV-FILE-SUB-WS) TO CONV-AFTER-QTY-OUT.
           MOVE BEFORE-VALUE-TBL (CONV-FILE-SUB-WS) TO
               CONV-BEFORE-VALUE-OUT.
           MOVE AFTER-VALUE-TBL (CONV-FILE-SUB-WS) TO
               CONV-AFTER-VALUE-OUT.
           MOVE BALANCE-STATUS-TBL (CONV-FILE-SUB-WS) TO
               CONV-STATUS-OUT.
           WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-DETAIL-LINE-WS.

      *ONE REPORT LINE FOR THE CURRENT SITE MASTER, UNDER ITS FILE
      *NAME
       900-WRITE-SITE-TOTALS-LINE.
           MOVE SITE-MASTER-TBL (SITE-MASTER-SUB-WS) TO
               CONV-FILE-NAME-OUT.
           MOVE SITE-BEFORE-CTR-TBL (SITE-MASTER-SUB-WS) TO
               CONV-BEFORE-CTR-OUT.
           MOVE SITE-AFTER-CTR-TBL (SITE-MASTER-SUB-WS) TO
               CONV-AFTER-CTR-OUT.
           MOVE SITE-BEFORE-QTY-TBL (SITE-MASTER-SUB-WS) TO
               CONV-BEFORE-QTY-OUT.
           MOVE SITE-AFTER-QTY-TBL (SITE-MASTER-SUB-WS) TO
               CONV-AFTER-QTY-OUT.
           MOVE SITE-BEFORE-VALUE-TBL (SITE-MASTER-SUB-WS) TO
               CONV-BEFORE-VALUE-OUT.
           MOVE SITE-AFTER-VALUE-TBL (SITE-MASTER-SUB-WS) TO
               CONV-AFTER-VALUE-OUT.
           MOVE SITE-STATUS-TBL (SITE-MASTER-SUB-WS) TO
               CONV-STATUS-OUT.
           WRITE CONVERSION-REPORT-LINE-OUT FROM CONV-DETAIL-LINE-WS.

      *CARRY A 49-BYTE IMAGE INTO THE 55-BYTE LAYOUT; QUANTITIES AND
      *THE PRICE KEEP THEIR VALUES IN THE WIDER FIELDS. A BLANK IMAGE
      *(THE BEFORE-IMAGE OF A JOURNALLED ADD) STAYS BLANK
       900-EXPAND-OLD-IMAGE.
           IF OLD-PART-IMAGE-WS = SPACES
               MOVE SPACES TO NEW-PART-IMAGE-WS
           ELSE
               MOVE OLD-PART-NUMBER-WS TO NEW-PART-NUMBER-WS
               MOVE OLD-PART-NAME-WS TO NEW-PART-NAME-WS
               MOVE OLD-PART-QUANTITY-WS TO NEW-PART-QUANTITY-WS
               MOVE OLD-PART-UNIT-PRICE-WS TO NEW-PART-UNIT-PRICE-WS
               MOVE OLD-PART-SUPPLIER-CODE-WS TO
                   NEW-PART-SUPPLIER-CODE-WS
               MOVE OLD-PART-RE-ORDER-POINT-WS TO
                   NEW-PART-RE-ORDER-POINT-WS
               MOVE OLD-PART-STATUS-WS TO NEW-PART-STATUS-WS
               MOVE OLD-PART-STATUS-DATE-WS TO NEW-PART-STATUS-DATE-WS
           END-IF.

      *QUANTITY AND STOCK VALUE FIGURES OF ONE OLD-LAYOUT IMAGE
       900-FIGURE-OLD-IMAGE.
           MOVE 0 TO IMAGE-QTY-WS.
           MOVE 0 TO IMAGE-VALUE-WS.
           IF OLD-PART-QUANTITY-WS NUMERIC
               ADD OLD-PART-QUANTITY-WS TO IMAGE-QTY-WS
               IF OLD-PART-UNIT-PRICE-WS NUMERIC
                   COMPUTE IMAGE-VALUE-WS =
                       OLD-PART-QUANTITY-WS * OLD-PART-UNIT-PRICE-WS
               END-IF
           END-IF.
           IF OLD-PART-RE-ORDER-POINT-WS NUMERIC
               ADD OLD-PART-RE-ORDER-POINT-WS TO IMAGE-QTY-WS
           END-IF.

      *QUANTITY AND STOCK VALUE FIGURES OF ONE NEW-LAYOUT IMAGE
       900-FIGURE-NEW-IMAGE.
           MOVE 0 TO IMAGE-QTY-WS.
           MOVE 0 TO IMAGE-VALUE-WS.
           IF NEW-PART-QUANTITY-WS NUMERIC
               ADD NEW-PART-QUANTITY-WS TO IMAGE-QTY-WS
               IF NEW-PART-UNIT-PRICE-WS NUMERIC
                   COMPUTE IMAGE-VALUE-WS =
                       NEW-PART-QUANTITY-WS * NEW-PART-UNIT-PRICE-WS
               END-IF
           END-IF.
           IF NEW-PART-RE-ORDER-POINT-WS NUMERIC
               ADD NEW-PART-RE-ORDER-POINT-WS TO IMAGE-QTY-WS
           END-IF.

      *ADD THE CURRENT IMAGE'S FIGURES TO THE FILE'S BEFORE TOTALS
       900-ADD-IMAGE-BEFORE.
           ADD IMAGE-QTY-WS TO BEFORE-QTY-TBL (CONV-FILE-SUB-WS).
           ADD IMAGE-VALUE-WS TO BEFORE-VALUE-TBL (CONV-FILE-SUB-WS).

      *ADD THE CURRENT IMAGE'S FIGURES TO THE FILE'S AFTER TOTALS
       900-ADD-IMAGE-AFTER.
           ADD IMAGE-QTY-WS TO AFTER-QTY-TBL (CONV-FILE-SUB-WS).
           ADD IMAGE-VALUE-WS TO AFTER-VALUE-TBL (CONV-FILE-SUB-WS).

      *CONVERT EACH SITE MASTER IN TURN; THE FIRST ONE THAT CANNOT
      *BE READ STOPS THE CONVERSION FOR EVERY SITE
       700-CONVERT-MASTER.
           PERFORM VARYING SITE-MASTER-SUB-WS FROM 1 BY 1
                   UNTIL SITE-MASTER-SUB-WS > SITE-MASTER-COUNT-WS
                       OR CONVERT-STATE-WS NOT = "R"
               PERFORM 700-CONVERT-SITE-MASTER
           END-PERFORM.

      *READ ONE INDEXED MASTER IN KEY ORDER IN ITS OLD LAYOUT; AS IN
      *THE RECOVERY UNLOAD, AN I-O ERROR STATUS ENDS THE READ AND
      *STOPS THE CONVERSION RATHER THAN LOSE RECORDS
       700-CONVERT-SITE-MASTER.
           MOVE 1 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           MOVE SITE-MASTER-TBL (SITE-MASTER-SUB-WS) TO
               INVENT-FILE-NAME-WS.
           MOVE SITE-WORK-TBL (SITE-MASTER-SUB-WS) TO
               INVENT-WORK-NAME-WS.
           OPEN INPUT INVENT-OLD-IN.
           IF INVENT-FILE-STATUS-WS NOT = "00"
               MOVE "M" TO CONVERT-STATE-WS
           ELSE
               OPEN OUTPUT INVENT-WORK
               PERFORM UNTIL CONV-EOF-FLAG = "YES"
                   READ INVENT-OLD-IN NEXT RECORD
                       AT END MOVE "YES" TO CONV-EOF-FLAG
                   END-READ
                   IF CONV-EOF-FLAG NOT = "YES"
                       PERFORM 900-CARRY-MASTER
                   END-IF
               END-PERFORM
               CLOSE INVENT-WORK
               CLOSE INVENT-OLD-IN
           END-IF.

      *EXPAND ONE MASTER RECORD, OR STOP ON A DAMAGED READ
       900-CARRY-MASTER.
           IF INVENT-FILE-STATUS-WS = "00"
               ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS)
               ADD 1 TO SITE-BEFORE-CTR-TBL (SITE-MASTER-SUB-WS)
               MOVE INVENT-RECORD-OLD TO OLD-PART-IMAGE-WS
               PERFORM 900-FIGURE-OLD-IMAGE
               PERFORM 900-ADD-IMAGE-BEFORE
               ADD IMAGE-QTY-WS TO
                   SITE-BEFORE-QTY-TBL (SITE-MASTER-SUB-WS)
               ADD IMAGE-VALUE-WS TO
                   SITE-BEFORE-VALUE-TBL (SITE-MASTER-SUB-WS)
               PERFORM 900-EXPAND-OLD-IMAGE
               WRITE INVENT-WORK-RECORD FROM NEW-PART-IMAGE-WS
           ELSE
               MOVE "M" TO CONVERT-STATE-WS
               MOVE "YES" TO CONV-EOF-FLAG
           END-IF.

      *READ BACK EVERY CONVERTED SITE MASTER FOR ITS AFTER TOTALS
       700-TOTAL-MASTER.
           PERFORM VARYING SITE-MASTER-SUB-WS FROM 1 BY 1
                   UNTIL SITE-MASTER-SUB-WS > SITE-MASTER-COUNT-WS
               PERFORM 700-TOTAL-SITE-MASTER
           END-PERFORM.

      *READ BACK ONE CONVERTED SITE MASTER FROM ITS WORK FILE
       700-TOTAL-SITE-MASTER.
           MOVE 1 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           MOVE SITE-WORK-TBL (SITE-MASTER-SUB-WS) TO
               INVENT-WORK-NAME-WS.
           OPEN INPUT INVENT-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ INVENT-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS)
                       ADD 1 TO SITE-AFTER-CTR-TBL (SITE-MASTER-SUB-WS)
                       MOVE INVENT-WORK-RECORD TO NEW-PART-IMAGE-WS
                       PERFORM 900-FIGURE-NEW-IMAGE
                       PERFORM 900-ADD-IMAGE-AFTER
                       ADD IMAGE-QTY-WS TO
                           SITE-AFTER-QTY-TBL (SITE-MASTER-SUB-WS)
                       ADD IMAGE-VALUE-WS TO
                           SITE-AFTER-VALUE-TBL (SITE-MASTER-SUB-WS)
               END-READ
           END-PERFORM.
           CLOSE INVENT-WORK.

      *RELOAD EVERY SITE MASTER FROM ITS WORK FILE
       700-CUT-OVER-MASTER.
           PERFORM VARYING SITE-MASTER-SUB-WS FROM 1 BY 1
                   UNTIL SITE-MASTER-SUB-WS > SITE-MASTER-COUNT-WS
               PERFORM 700-CUT-OVER-SITE-MASTER
           END-PERFORM.

      *REBUILD ONE INDEXED MASTER UNDER ITS OWN NAME IN THE NEW
      *LAYOUT, AS THE RECOVERY REBUILD RELOADS IT FROM A BACKUP
       700-CUT-OVER-SITE-MASTER.
           MOVE SPACES TO CONV-EOF-FLAG.
           MOVE SITE-MASTER-TBL (SITE-MASTER-SUB-WS) TO
               INVENT-FILE-NAME-WS.
           MOVE SITE-WORK-TBL (SITE-MASTER-SUB-WS) TO
               INVENT-WORK-NAME-WS.
           OPEN INPUT INVENT-WORK.
           OPEN OUTPUT INVENT-FILE-OUT.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ INVENT-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       MOVE INVENT-WORK-RECORD TO INVENT-RECORD-MS
                       WRITE INVENT-RECORD-MS
                           INVALID KEY
                               ADD 1 TO MASTER-LOAD-FAIL-CTR
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE INVENT-WORK.
           CLOSE INVENT-FILE-OUT.

      *VALUE HISTORY: PART VALUE 9(7)V99 TO 9(9)V99
       700-CONVERT-VALUE-HISTORY.
           MOVE 2 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT VALUE-HISTORY-FILE.
           OPEN OUTPUT VALUE-HISTORY-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ VALUE-HISTORY-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-VALUE-HISTORY
               END-READ
           END-PERFORM.
           CLOSE VALUE-HISTORY-FILE.
           CLOSE VALUE-HISTORY-WORK.

      *WIDEN ONE VALUE HISTORY RECORD
       900-CARRY-VALUE-HISTORY.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF VHIST-PART-VALUE-OLD NUMERIC
               ADD VHIST-PART-VALUE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE VHIST-LEAD-OLD TO VHIST-LEAD-NEW.
           MOVE VHIST-PART-VALUE-OLD TO VHIST-PART-VALUE-NEW.
           WRITE VALUE-HISTORY-WORK-RECORD.

      *READ BACK THE CONVERTED VALUE HISTORY FOR ITS AFTER TOTALS
       700-TOTAL-VALUE-HISTORY.
           MOVE 2 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT VALUE-HISTORY-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ VALUE-HISTORY-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS)
                       IF VHIST-PART-VALUE-NEW NUMERIC
                           ADD VHIST-PART-VALUE-NEW TO
                               AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALUE-HISTORY-WORK.

      *COPY THE CONVERTED VALUE HISTORY OVER THE LIVE FILE
       700-CUT-OVER-VALUE-HISTORY.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT VALUE-HISTORY-WORK.
           OPEN OUTPUT VALUE-HISTORY-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ VALUE-HISTORY-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE VALUE-HISTORY-RECORD FROM
                           VALUE-HISTORY-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE VALUE-HISTORY-WORK.
           CLOSE VALUE-HISTORY-FILE.

      *STOCK LEDGER: BEFORE AND AFTER BALANCES 9(3) TO 9(5)
       700-CONVERT-STOCK-LEDGER.
           MOVE 3 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT STOCK-LEDGER-FILE.
           OPEN OUTPUT STOCK-LEDGER-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ STOCK-LEDGER-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-STOCK-LEDGER
               END-READ
           END-PERFORM.
           CLOSE STOCK-LEDGER-FILE.
           CLOSE STOCK-LEDGER-WORK.

      *WIDEN ONE STOCK LEDGER LINE
       900-CARRY-STOCK-LEDGER.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF SLGR-QUANTITY-OLD NUMERIC
               ADD SLGR-QUANTITY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF SLGR-BEFORE-QTY-OLD NUMERIC
               ADD SLGR-BEFORE-QTY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF SLGR-AFTER-QTY-OLD NUMERIC
               ADD SLGR-AFTER-QTY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE SLGR-LEAD-OLD TO SLGR-LEAD-NEW.
           MOVE SLGR-QUANTITY-OLD TO SLGR-QUANTITY-NEW.
           MOVE SLGR-BEFORE-QTY-OLD TO SLGR-BEFORE-QTY-NEW.
           MOVE SLGR-AFTER-QTY-OLD TO SLGR-AFTER-QTY-NEW.
           MOVE SLGR-SOURCE-PROGRAM-OLD TO SLGR-SOURCE-PROGRAM-NEW.
           WRITE STOCK-LEDGER-WORK-RECORD.

      *READ BACK THE CONVERTED STOCK LEDGER FOR ITS AFTER TOTALS
       700-TOTAL-STOCK-LEDGER.
           MOVE 3 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT STOCK-LEDGER-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ STOCK-LEDGER-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-STOCK-LEDGER
               END-READ
           END-PERFORM.
           CLOSE STOCK-LEDGER-WORK.

      *ADD ONE CONVERTED STOCK LEDGER LINE TO THE AFTER TOTALS
       900-TOTAL-STOCK-LEDGER.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF SLGR-QUANTITY-NEW NUMERIC
               ADD SLGR-QUANTITY-NEW TO AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF SLGR-BEFORE-QTY-NEW NUMERIC
               ADD SLGR-BEFORE-QTY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF SLGR-AFTER-QTY-NEW NUMERIC
               ADD SLGR-AFTER-QTY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED STOCK LEDGER OVER THE LIVE FILE
       700-CUT-OVER-STOCK-LEDGER.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT STOCK-LEDGER-WORK.
           OPEN OUTPUT STOCK-LEDGER-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ STOCK-LEDGER-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE STOCK-LEDGER-RECORD FROM
                           STOCK-LEDGER-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE STOCK-LEDGER-WORK.
           CLOSE STOCK-LEDGER-FILE.

      *INVENTORY JOURNAL: BEFORE AND AFTER IMAGES 49 TO 55 BYTES
       700-CONVERT-INVENT-JOURNAL.
           MOVE 4 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT INVENT-JOURNAL-FILE.
           OPEN OUTPUT INVENT-JOURNAL-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ INVENT-JOURNAL-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-INVENT-JOURNAL
               END-READ
           END-PERFORM.
           CLOSE INVENT-JOURNAL-FILE.
           CLOSE INVENT-JOURNAL-WORK.

      *EXPAND BOTH IMAGES OF ONE OLD JOURNAL LINE; A LINE ALREADY IN
      *THE NEW LAYOUT IS TOTALLED AND CARRIED AS IT STANDS
       900-CARRY-INVENT-JOURNAL.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF JRNL-UNUSED-OLD = SPACES
               MOVE JRNL-ACTION-OLD TO JRNL-ACTION-NEW
               MOVE JRNL-TRAILER-OLD TO JRNL-TRAILER-NEW
               MOVE JRNL-BEFORE-IMAGE-OLD TO OLD-PART-IMAGE-WS
               PERFORM 900-FIGURE-OLD-IMAGE
               PERFORM 900-ADD-IMAGE-BEFORE
               PERFORM 900-EXPAND-OLD-IMAGE
               MOVE NEW-PART-IMAGE-WS TO JRNL-BEFORE-IMAGE-NEW
               MOVE JRNL-AFTER-IMAGE-OLD TO OLD-PART-IMAGE-WS
               PERFORM 900-FIGURE-OLD-IMAGE
               PERFORM 900-ADD-IMAGE-BEFORE
               PERFORM 900-EXPAND-OLD-IMAGE
               MOVE NEW-PART-IMAGE-WS TO JRNL-AFTER-IMAGE-NEW
           ELSE
               MOVE INVENT-JOURNAL-RECORD TO INVENT-JOURNAL-WORK-RECORD
               MOVE JRNL-BEFORE-IMAGE-NEW TO NEW-PART-IMAGE-WS
               PERFORM 900-FIGURE-NEW-IMAGE
               PERFORM 900-ADD-IMAGE-BEFORE
               MOVE JRNL-AFTER-IMAGE-NEW TO NEW-PART-IMAGE-WS
               PERFORM 900-FIGURE-NEW-IMAGE
               PERFORM 900-ADD-IMAGE-BEFORE
           END-IF.
           WRITE INVENT-JOURNAL-WORK-RECORD.

      *READ BACK THE CONVERTED JOURNAL FOR ITS AFTER TOTALS
       700-TOTAL-INVENT-JOURNAL.
           MOVE 4 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT INVENT-JOURNAL-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ INVENT-JOURNAL-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS)
                       MOVE JRNL-BEFORE-IMAGE-NEW TO NEW-PART-IMAGE-WS
                       PERFORM 900-FIGURE-NEW-IMAGE
                       PERFORM 900-ADD-IMAGE-AFTER
                       MOVE JRNL-AFTER-IMAGE-NEW TO NEW-PART-IMAGE-WS
                       PERFORM 900-FIGURE-NEW-IMAGE
                       PERFORM 900-ADD-IMAGE-AFTER
               END-READ
           END-PERFORM.
           CLOSE INVENT-JOURNAL-WORK.

      *COPY THE CONVERTED JOURNAL OVER THE LIVE FILE
       700-CUT-OVER-INVENT-JOURNAL.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT INVENT-JOURNAL-WORK.
           OPEN OUTPUT INVENT-JOURNAL-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ INVENT-JOURNAL-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE INVENT-JOURNAL-RECORD FROM
                           INVENT-JOURNAL-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE INVENT-JOURNAL-WORK.
           CLOSE INVENT-JOURNAL-FILE.

      *ON-ORDER LEDGER: ORDER QUANTITY 9(3) TO 9(5)
       700-CONVERT-ON-ORDER.
           MOVE 5 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT ON-ORDER-FILE.
           OPEN OUTPUT ON-ORDER-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ ON-ORDER-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-ON-ORDER
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-FILE.
           CLOSE ON-ORDER-WORK.

      *WIDEN ONE ON-ORDER LINE
       900-CARRY-ON-ORDER.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF OO-QUANTITY-OLD NUMERIC
               ADD OO-QUANTITY-OLD TO BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE OO-PART-NUMBER-OLD TO OO-PART-NUMBER-NEW.
           MOVE OO-QUANTITY-OLD TO OO-QUANTITY-NEW.
           MOVE OO-TAIL-OLD TO OO-TAIL-NEW.
           WRITE ON-ORDER-WORK-RECORD.

      *READ BACK THE CONVERTED ON-ORDER LEDGER FOR ITS AFTER TOTALS
       700-TOTAL-ON-ORDER.
           MOVE 5 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT ON-ORDER-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ ON-ORDER-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS)
                       IF OO-QUANTITY-NEW NUMERIC
                           ADD OO-QUANTITY-NEW TO
                               AFTER-QTY-TBL (CONV-FILE-SUB-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-WORK.

      *COPY THE CONVERTED ON-ORDER LEDGER OVER THE LIVE FILE
       700-CUT-OVER-ON-ORDER.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT ON-ORDER-WORK.
           OPEN OUTPUT ON-ORDER-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ ON-ORDER-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE ON-ORDER-RECORD FROM ON-ORDER-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-WORK.
           CLOSE ON-ORDER-FILE.

      *RECEIPT HISTORY: ORDERED, RECEIVED AND RETURNED QUANTITIES
      *9(3) TO 9(5), INVOICE PRICE 9(2)V99 TO 9(4)V99
       700-CONVERT-RECEIPT-HISTORY.
           MOVE 6 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           OPEN OUTPUT RECEIPT-HISTORY-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ RECEIPT-HISTORY-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-RECEIPT-HISTORY
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-HISTORY-FILE.
           CLOSE RECEIPT-HISTORY-WORK.

      *WIDEN ONE RECEIPT HISTORY LINE, LEAVING UNCAPTURED FIELDS
      *BLANK
       900-CARRY-RECEIPT-HISTORY.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           MOVE RHIST-LEAD-OLD TO RHIST-LEAD-NEW.
           MOVE RHIST-QUANTITY-OLD TO RHIST-QUANTITY-NEW.
           MOVE RHIST-MIDDLE-OLD TO RHIST-MIDDLE-NEW.
           IF RHIST-QUANTITY-OLD NUMERIC
               ADD RHIST-QUANTITY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF RHIST-RECEIVED-QTY-OLD NUMERIC
               ADD RHIST-RECEIVED-QTY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
               MOVE RHIST-RECEIVED-QTY-OLD TO RHIST-RECEIVED-QTY-NEW
           ELSE
               MOVE SPACES TO RHIST-RECEIVED-QTY-NEW-X
           END-IF.
           IF RHIST-RETURNED-QTY-OLD NUMERIC
               ADD RHIST-RETURNED-QTY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
               MOVE RHIST-RETURNED-QTY-OLD TO RHIST-RETURNED-QTY-NEW
           ELSE
               MOVE SPACES TO RHIST-RETURNED-QTY-NEW-X
           END-IF.
           IF RHIST-INVOICE-PRICE-OLD NUMERIC
               ADD RHIST-INVOICE-PRICE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
               MOVE RHIST-INVOICE-PRICE-OLD TO RHIST-INVOICE-PRICE-NEW
           ELSE
               MOVE SPACES TO RHIST-INVOICE-PRICE-NEW-X
           END-IF.
           WRITE RECEIPT-HISTORY-WORK-RECORD.

      *READ BACK THE CONVERTED RECEIPT HISTORY FOR ITS AFTER TOTALS
       700-TOTAL-RECEIPT-HISTORY.
           MOVE 6 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT RECEIPT-HISTORY-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ RECEIPT-HISTORY-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-RECEIPT-HISTORY
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-HISTORY-WORK.

      *ADD ONE CONVERTED RECEIPT HISTORY LINE TO THE AFTER TOTALS
       900-TOTAL-RECEIPT-HISTORY.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF RHIST-QUANTITY-NEW NUMERIC
               ADD RHIST-QUANTITY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF RHIST-RECEIVED-QTY-NEW NUMERIC
               ADD RHIST-RECEIVED-QTY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF RHIST-RETURNED-QTY-NEW NUMERIC
               ADD RHIST-RETURNED-QTY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF RHIST-INVOICE-PRICE-NEW NUMERIC
               ADD RHIST-INVOICE-PRICE-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED RECEIPT HISTORY OVER THE LIVE FILE
       700-CUT-OVER-RECEIPT-HISTORY.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT RECEIPT-HISTORY-WORK.
           OPEN OUTPUT RECEIPT-HISTORY-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ RECEIPT-HISTORY-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE RECEIPT-HISTORY-RECORD FROM
                           RECEIPT-HISTORY-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-HISTORY-WORK.
           CLOSE RECEIPT-HISTORY-FILE.

      *ADJUSTMENT AUDIT TRAIL: BEFORE, AFTER AND DELTA TO 5 DIGITS
       700-CONVERT-ADJUST-AUDIT.
           MOVE 7 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT ADJUST-AUDIT-FILE.
           OPEN OUTPUT ADJUST-AUDIT-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ ADJUST-AUDIT-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-ADJUST-AUDIT
               END-READ
           END-PERFORM.
           CLOSE ADJUST-AUDIT-FILE.
           CLOSE ADJUST-AUDIT-WORK.

      *WIDEN ONE ADJUSTMENT AUDIT RECORD
       900-CARRY-ADJUST-AUDIT.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF AUDIT-BEFORE-QTY-OLD NUMERIC
               ADD AUDIT-BEFORE-QTY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF AUDIT-AFTER-QTY-OLD NUMERIC
               ADD AUDIT-AFTER-QTY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF AUDIT-QUANTITY-DELTA-OLD NUMERIC
               ADD AUDIT-QUANTITY-DELTA-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE AUDIT-PART-NUMBER-OLD TO AUDIT-PART-NUMBER-NEW.
           MOVE AUDIT-BEFORE-QTY-OLD TO AUDIT-BEFORE-QTY-NEW.
           MOVE AUDIT-AFTER-QTY-OLD TO AUDIT-AFTER-QTY-NEW.
           MOVE AUDIT-QUANTITY-DELTA-OLD TO AUDIT-QUANTITY-DELTA-NEW.
           MOVE AUDIT-TAIL-OLD TO AUDIT-TAIL-NEW.
           WRITE ADJUST-AUDIT-WORK-RECORD.

      *READ BACK THE CONVERTED AUDIT TRAIL FOR ITS AFTER TOTALS
       700-TOTAL-ADJUST-AUDIT.
           MOVE 7 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT ADJUST-AUDIT-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ ADJUST-AUDIT-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-ADJUST-AUDIT
               END-READ
           END-PERFORM.
           CLOSE ADJUST-AUDIT-WORK.

      *ADD ONE CONVERTED AUDIT RECORD TO THE AFTER TOTALS
       900-TOTAL-ADJUST-AUDIT.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF AUDIT-BEFORE-QTY-NEW NUMERIC
               ADD AUDIT-BEFORE-QTY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF AUDIT-AFTER-QTY-NEW NUMERIC
               ADD AUDIT-AFTER-QTY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF AUDIT-QUANTITY-DELTA-NEW NUMERIC
               ADD AUDIT-QUANTITY-DELTA-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED AUDIT TRAIL OVER THE LIVE FILE
       700-CUT-OVER-ADJUST-AUDIT.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT ADJUST-AUDIT-WORK.
           OPEN OUTPUT ADJUST-AUDIT-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ ADJUST-AUDIT-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE ADJUST-AUDIT-RECORD FROM
                           ADJUST-AUDIT-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE ADJUST-AUDIT-WORK.
           CLOSE ADJUST-AUDIT-FILE.

      *REVALUATION HISTORY: PRICES, QUANTITY AND VALUE CHANGE
       700-CONVERT-REVAL-HISTORY.
           MOVE 8 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT REVAL-HISTORY-FILE.
           OPEN OUTPUT REVAL-HISTORY-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ REVAL-HISTORY-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-REVAL-HISTORY
               END-READ
           END-PERFORM.
           CLOSE REVAL-HISTORY-FILE.
           CLOSE REVAL-HISTORY-WORK.

      *WIDEN ONE REVALUATION HISTORY RECORD
       900-CARRY-REVAL-HISTORY.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF RVHST-QUANTITY-OLD NUMERIC
               ADD RVHST-QUANTITY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF RVHST-OLD-PRICE-OLD NUMERIC
               ADD RVHST-OLD-PRICE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF RVHST-NEW-PRICE-OLD NUMERIC
               ADD RVHST-NEW-PRICE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF RVHST-VALUE-DELTA-OLD NUMERIC
               ADD RVHST-VALUE-DELTA-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE RVHST-LEAD-OLD TO RVHST-LEAD-NEW.
           MOVE RVHST-OLD-PRICE-OLD TO RVHST-OLD-PRICE-NEW.
           MOVE RVHST-NEW-PRICE-OLD TO RVHST-NEW-PRICE-NEW.
           MOVE RVHST-QUANTITY-OLD TO RVHST-QUANTITY-NEW.
           MOVE RVHST-VALUE-DELTA-OLD TO RVHST-VALUE-DELTA-NEW.
           MOVE RVHST-EFFECTIVE-DATE-OLD TO RVHST-EFFECTIVE-DATE-NEW.
           WRITE REVAL-HISTORY-WORK-RECORD.

      *READ BACK THE CONVERTED REVALUATION HISTORY FOR AFTER TOTALS
       700-TOTAL-REVAL-HISTORY.
           MOVE 8 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT REVAL-HISTORY-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ REVAL-HISTORY-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-REVAL-HISTORY
               END-READ
           END-PERFORM.
           CLOSE REVAL-HISTORY-WORK.

      *ADD ONE CONVERTED REVALUATION RECORD TO THE AFTER TOTALS
       900-TOTAL-REVAL-HISTORY.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF RVHST-QUANTITY-NEW NUMERIC
               ADD RVHST-QUANTITY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF RVHST-OLD-PRICE-NEW NUMERIC
               ADD RVHST-OLD-PRICE-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF RVHST-NEW-PRICE-NEW NUMERIC
               ADD RVHST-NEW-PRICE-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF RVHST-VALUE-DELTA-NEW NUMERIC
               ADD RVHST-VALUE-DELTA-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED REVALUATION HISTORY OVER THE LIVE FILE
       700-CUT-OVER-REVAL-HISTORY.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT REVAL-HISTORY-WORK.
           OPEN OUTPUT REVAL-HISTORY-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ REVAL-HISTORY-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE REVAL-HISTORY-RECORD FROM
                           REVAL-HISTORY-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE REVAL-HISTORY-WORK.
           CLOSE REVAL-HISTORY-FILE.

      *PURCHASE PRICE VARIANCE HISTORY: QUANTITY, PRICES, VARIANCE
       700-CONVERT-PPV-HISTORY.
           MOVE 9 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT PPV-HISTORY-FILE.
           OPEN OUTPUT PPV-HISTORY-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ PPV-HISTORY-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-PPV-HISTORY
               END-READ
           END-PERFORM.
           CLOSE PPV-HISTORY-FILE.
           CLOSE PPV-HISTORY-WORK.

      *WIDEN ONE PRICE VARIANCE RECORD
       900-CARRY-PPV-HISTORY.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF PPV-QUANTITY-OLD NUMERIC
               ADD PPV-QUANTITY-OLD TO BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF PPV-STANDARD-PRICE-OLD NUMERIC
               ADD PPV-STANDARD-PRICE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF PPV-INVOICE-PRICE-OLD NUMERIC
               ADD PPV-INVOICE-PRICE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF PPV-VARIANCE-AMT-OLD NUMERIC
               ADD PPV-VARIANCE-AMT-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE PPV-LEAD-OLD TO PPV-LEAD-NEW.
           MOVE PPV-QUANTITY-OLD TO PPV-QUANTITY-NEW.
           MOVE PPV-STANDARD-PRICE-OLD TO PPV-STANDARD-PRICE-NEW.
           MOVE PPV-INVOICE-PRICE-OLD TO PPV-INVOICE-PRICE-NEW.
           MOVE PPV-VARIANCE-AMT-OLD TO PPV-VARIANCE-AMT-NEW.
           MOVE PPV-STATUS-OLD TO PPV-STATUS-NEW.
           WRITE PPV-HISTORY-WORK-RECORD.

      *READ BACK THE CONVERTED PRICE VARIANCE HISTORY FOR AFTER
      *TOTALS
       700-TOTAL-PPV-HISTORY.
           MOVE 9 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT PPV-HISTORY-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ PPV-HISTORY-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-PPV-HISTORY
               END-READ
           END-PERFORM.
           CLOSE PPV-HISTORY-WORK.

      *ADD ONE CONVERTED PRICE VARIANCE RECORD TO THE AFTER TOTALS
       900-TOTAL-PPV-HISTORY.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF PPV-QUANTITY-NEW NUMERIC
               ADD PPV-QUANTITY-NEW TO AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF PPV-STANDARD-PRICE-NEW NUMERIC
               ADD PPV-STANDARD-PRICE-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF PPV-INVOICE-PRICE-NEW NUMERIC
               ADD PPV-INVOICE-PRICE-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF PPV-VARIANCE-AMT-NEW NUMERIC
               ADD PPV-VARIANCE-AMT-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED PRICE VARIANCE HISTORY OVER THE LIVE FILE
       700-CUT-OVER-PPV-HISTORY.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT PPV-HISTORY-WORK.
           OPEN OUTPUT PPV-HISTORY-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ PPV-HISTORY-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE PPV-HISTORY-RECORD FROM
                           PPV-HISTORY-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE PPV-HISTORY-WORK.
           CLOSE PPV-HISTORY-FILE.

      *BIN LOCATIONS: BIN QUANTITY 9(3) TO 9(5)
       700-CONVERT-BIN-LOCATION.
           MOVE 10 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT BIN-LOCATION-FILE.
           OPEN OUTPUT BIN-LOCATION-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ BIN-LOCATION-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-BIN-LOCATION
               END-READ
           END-PERFORM.
           CLOSE BIN-LOCATION-FILE.
           CLOSE BIN-LOCATION-WORK.

      *WIDEN ONE BIN LOCATION RECORD
       900-CARRY-BIN-LOCATION.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF BINL-QUANTITY-OLD NUMERIC
               ADD BINL-QUANTITY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE BINL-LEAD-OLD TO BINL-LEAD-NEW.
           MOVE BINL-QUANTITY-OLD TO BINL-QUANTITY-NEW.
           MOVE BINL-ASSIGNED-DATE-OLD TO BINL-ASSIGNED-DATE-NEW.
           WRITE BIN-LOCATION-WORK-RECORD.

      *READ BACK THE CONVERTED BIN LOCATIONS FOR THEIR AFTER TOTALS
       700-TOTAL-BIN-LOCATION.
           MOVE 10 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT BIN-LOCATION-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ BIN-LOCATION-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS)
                       IF BINL-QUANTITY-NEW NUMERIC
                           ADD BINL-QUANTITY-NEW TO
                               AFTER-QTY-TBL (CONV-FILE-SUB-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BIN-LOCATION-WORK.

      *COPY THE CONVERTED BIN LOCATIONS OVER THE LIVE FILE
       700-CUT-OVER-BIN-LOCATION.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT BIN-LOCATION-WORK.
           OPEN OUTPUT BIN-LOCATION-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ BIN-LOCATION-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE BIN-LOCATION-RECORD FROM
                           BIN-LOCATION-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE BIN-LOCATION-WORK.
           CLOSE BIN-LOCATION-FILE.

      *ORDER POLICY: PACK SIZE, MINIMUM ORDER AND ORDER-UP-TO LEVEL
      *9(3) TO 9(5)
       700-CONVERT-ORDER-POLICY.
           MOVE 11 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT ORDER-POLICY-FILE.
           OPEN OUTPUT ORDER-POLICY-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ ORDER-POLICY-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-ORDER-POLICY
               END-READ
           END-PERFORM.
           CLOSE ORDER-POLICY-FILE.
           CLOSE ORDER-POLICY-WORK.

      *WIDEN ONE ORDER POLICY LINE
       900-CARRY-ORDER-POLICY.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           MOVE ORDPOL-PART-NUMBER-OLD TO ORDPOL-PART-NUMBER-NEW.
           IF ORDPOL-PACK-SIZE-OLD NUMERIC
               ADD ORDPOL-PACK-SIZE-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
               MOVE ORDPOL-PACK-SIZE-OLD TO ORDPOL-PACK-SIZE-NEW
           ELSE
               MOVE ORDPOL-PACK-SIZE-OLD-X TO ORDPOL-PACK-SIZE-NEW-X
           END-IF.
           IF ORDPOL-MIN-ORDER-OLD NUMERIC
               ADD ORDPOL-MIN-ORDER-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
               MOVE ORDPOL-MIN-ORDER-OLD TO ORDPOL-MIN-ORDER-NEW
           ELSE
               MOVE ORDPOL-MIN-ORDER-OLD-X TO ORDPOL-MIN-ORDER-NEW-X
           END-IF.
           IF ORDPOL-ORDER-UP-TO-OLD NUMERIC
               ADD ORDPOL-ORDER-UP-TO-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
               MOVE ORDPOL-ORDER-UP-TO-OLD TO ORDPOL-ORDER-UP-TO-NEW
           ELSE
               MOVE ORDPOL-ORDER-UP-TO-OLD-X TO
                   ORDPOL-ORDER-UP-TO-NEW-X
           END-IF.
           WRITE ORDER-POLICY-WORK-RECORD.

      *READ BACK THE CONVERTED ORDER POLICY FOR ITS AFTER TOTALS
       700-TOTAL-ORDER-POLICY.
           MOVE 11 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT ORDER-POLICY-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ ORDER-POLICY-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-ORDER-POLICY
               END-READ
           END-PERFORM.
           CLOSE ORDER-POLICY-WORK.

      *ADD ONE CONVERTED ORDER POLICY LINE TO THE AFTER TOTALS
       900-TOTAL-ORDER-POLICY.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF ORDPOL-PACK-SIZE-NEW NUMERIC
               ADD ORDPOL-PACK-SIZE-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF ORDPOL-MIN-ORDER-NEW NUMERIC
               ADD ORDPOL-MIN-ORDER-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF ORDPOL-ORDER-UP-TO-NEW NUMERIC
               ADD ORDPOL-ORDER-UP-TO-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED ORDER POLICY OVER THE LIVE FILE
       700-CUT-OVER-ORDER-POLICY.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT ORDER-POLICY-WORK.
           OPEN OUTPUT ORDER-POLICY-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ ORDER-POLICY-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE ORDER-POLICY-RECORD FROM
                           ORDER-POLICY-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE ORDER-POLICY-WORK.
           CLOSE ORDER-POLICY-FILE.

      *APPROVAL QUEUE: EXTENDED VALUE 9(7)V99 TO 9(9)V99 AND THE HELD
      *TRANSACTION RE-LAID OUT FOR ITS SOURCE
       700-CONVERT-APPROVAL-QUEUE.
           MOVE 12 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           OPEN OUTPUT APPROVAL-QUEUE-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ APPROVAL-QUEUE-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-APPROVAL-QUEUE
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-FILE.
           CLOSE APPROVAL-QUEUE-WORK.

      *WIDEN ONE QUEUE ITEM; A SOURCE OTHER THAN A, P OR M HAS ITS
      *TRANSACTION CARRIED AS IT STANDS
       900-CARRY-APPROVAL-QUEUE.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF APQ-EXTENDED-VALUE-OLD NUMERIC
               ADD APQ-EXTENDED-VALUE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE APQ-ITEM-NUMBER-OLD TO APQ-ITEM-NUMBER-NEW.
           MOVE APQ-SOURCE-OLD TO APQ-SOURCE-NEW.
           MOVE APQ-LEAD-OLD TO APQ-LEAD-NEW.
           MOVE APQ-EXTENDED-VALUE-OLD TO APQ-EXTENDED-VALUE-NEW.
           MOVE APQ-MIDDLE-OLD TO APQ-MIDDLE-NEW.
           EVALUATE APQ-SOURCE-OLD
               WHEN "A"
                   PERFORM 900-CARRY-HELD-ADJUSTMENT
               WHEN "P"
                   PERFORM 900-CARRY-HELD-PRICE-CHANGE
               WHEN "M"
                   PERFORM 900-CARRY-HELD-PART-TRAN
               WHEN OTHER
                   MOVE APQ-TRAN-DATA-OLD TO APQ-TRAN-DATA-NEW
           END-EVALUATE.
           WRITE APPROVAL-QUEUE-WORK-RECORD.

      *RE-LAY A HELD ADJUSTMENT: DELTA S9(3) TO S9(5)
       900-CARRY-HELD-ADJUSTMENT.
           MOVE APQ-TRAN-DATA-OLD TO OLD-ADJUST-TRAN-WS.
           MOVE SPACES TO NEW-ADJUST-TRAN-WS.
           MOVE OADJ-PART-NUMBER-WS TO NADJ-PART-NUMBER-WS.
           MOVE OADJ-QUANTITY-DELTA-WS TO NADJ-QUANTITY-DELTA-WS.
           MOVE OADJ-TAIL-WS TO NADJ-TAIL-WS.
           IF OADJ-QUANTITY-DELTA-WS NUMERIC
               ADD OADJ-QUANTITY-DELTA-WS TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE NEW-ADJUST-TRAN-WS TO APQ-TRAN-DATA-NEW.

      *RE-LAY A HELD PRICE CHANGE: NEW PRICE 9(2)V99 TO 9(4)V99
       900-CARRY-HELD-PRICE-CHANGE.
           MOVE APQ-TRAN-DATA-OLD TO OLD-PRICE-TRAN-WS.
           MOVE SPACES TO NEW-PRICE-TRAN-WS.
           MOVE OPRC-PART-NUMBER-WS TO NPRC-PART-NUMBER-WS.
           MOVE OPRC-NEW-PRICE-WS TO NPRC-NEW-PRICE-WS.
           MOVE OPRC-TAIL-WS TO NPRC-TAIL-WS.
           IF OPRC-NEW-PRICE-WS NUMERIC
               ADD OPRC-NEW-PRICE-WS TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE NEW-PRICE-TRAN-WS TO APQ-TRAN-DATA-NEW.

      *RE-LAY A HELD PART MAINTENANCE TRANSACTION: QUANTITY AND
      *REORDER POINT X(3) TO X(5), ZERO-FILLED WHEN KEYED AND LEFT
      *AS KEYED OTHERWISE; UNIT PRICE 9(2)V99 TO 9(4)V99
       900-CARRY-HELD-PART-TRAN.
           MOVE APQ-TRAN-DATA-OLD TO OLD-PART-TRAN-WS.
           MOVE OPTR-LEAD-WS TO NPTR-LEAD-WS.
           MOVE OPTR-SUPPLIER-CODE-WS TO NPTR-SUPPLIER-CODE-WS.
           MOVE OPTR-TAIL-WS TO NPTR-TAIL-WS.
           IF OPTR-QUANTITY-NUM-WS NUMERIC
               ADD OPTR-QUANTITY-NUM-WS TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
               MOVE OPTR-QUANTITY-NUM-WS TO NPTR-QUANTITY-NUM-WS
           ELSE
               MOVE OPTR-QUANTITY-WS TO NPTR-QUANTITY-WS
           END-IF.
           IF OPTR-RE-ORDER-POINT-NUM-WS NUMERIC
               ADD OPTR-RE-ORDER-POINT-NUM-WS TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
               MOVE OPTR-RE-ORDER-POINT-NUM-WS TO
                   NPTR-RE-ORDER-POINT-NUM-WS
           ELSE
               MOVE OPTR-RE-ORDER-POINT-WS TO NPTR-RE-ORDER-POINT-WS
           END-IF.
           IF OPTR-UNIT-PRICE-WS NUMERIC
               ADD OPTR-UNIT-PRICE-WS TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
               MOVE OPTR-UNIT-PRICE-WS TO NPTR-UNIT-PRICE-WS
           ELSE
               MOVE OPTR-UNIT-PRICE-X-WS TO NPTR-UNIT-PRICE-X-WS
           END-IF.
           MOVE NEW-PART-TRAN-WS TO APQ-TRAN-DATA-NEW.

      *READ BACK THE CONVERTED QUEUE FOR ITS AFTER TOTALS
       700-TOTAL-APPROVAL-QUEUE.
           MOVE 12 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT APPROVAL-QUEUE-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ APPROVAL-QUEUE-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-APPROVAL-QUEUE
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-WORK.

      *ADD ONE CONVERTED QUEUE ITEM TO THE AFTER TOTALS, INCLUDING
      *THE FIGURES IN ITS HELD TRANSACTION
       900-TOTAL-APPROVAL-QUEUE.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF APQ-EXTENDED-VALUE-NEW NUMERIC
               ADD APQ-EXTENDED-VALUE-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           EVALUATE APQ-SOURCE-NEW
               WHEN "A"
                   MOVE APQ-TRAN-DATA-NEW TO NEW-ADJUST-TRAN-WS
                   IF NADJ-QUANTITY-DELTA-WS NUMERIC
                       ADD NADJ-QUANTITY-DELTA-WS TO
                           AFTER-QTY-TBL (CONV-FILE-SUB-WS)
                   END-IF
               WHEN "P"
                   MOVE APQ-TRAN-DATA-NEW TO NEW-PRICE-TRAN-WS
                   IF NPRC-NEW-PRICE-WS NUMERIC
                       ADD NPRC-NEW-PRICE-WS TO
                           AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
                   END-IF
               WHEN "M"
                   PERFORM 900-TOTAL-HELD-PART-TRAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *ADD A CONVERTED HELD PART MAINTENANCE TRANSACTION'S FIGURES
       900-TOTAL-HELD-PART-TRAN.
           MOVE APQ-TRAN-DATA-NEW TO NEW-PART-TRAN-WS.
           IF NPTR-QUANTITY-NUM-WS NUMERIC
               ADD NPTR-QUANTITY-NUM-WS TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF NPTR-RE-ORDER-POINT-NUM-WS NUMERIC
               ADD NPTR-RE-ORDER-POINT-NUM-WS TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF NPTR-UNIT-PRICE-WS NUMERIC
               ADD NPTR-UNIT-PRICE-WS TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED QUEUE OVER THE LIVE FILE
       700-CUT-OVER-APPROVAL-QUEUE.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT APPROVAL-QUEUE-WORK.
           OPEN OUTPUT APPROVAL-QUEUE-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ APPROVAL-QUEUE-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE APPROVAL-QUEUE-RECORD FROM
                           APPROVAL-QUEUE-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-WORK.
           CLOSE APPROVAL-QUEUE-FILE.

      *KIT REGISTER: QUANTITY 9(3) TO 9(5), KIT PRICES 9(2)V99 TO
      *9(4)V99
       700-CONVERT-KIT-REGISTER.
           MOVE 13 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT KIT-REGISTER-FILE.
           OPEN OUTPUT KIT-REGISTER-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ KIT-REGISTER-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-KIT-REGISTER
               END-READ
           END-PERFORM.
           CLOSE KIT-REGISTER-FILE.
           CLOSE KIT-REGISTER-WORK.

      *WIDEN ONE KIT REGISTER RECORD
       900-CARRY-KIT-REGISTER.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF KREG-QUANTITY-OLD NUMERIC
               ADD KREG-QUANTITY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF KREG-OLD-PRICE-OLD NUMERIC
               ADD KREG-OLD-PRICE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF KREG-NEW-PRICE-OLD NUMERIC
               ADD KREG-NEW-PRICE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE KREG-LEAD-OLD TO KREG-LEAD-NEW.
           MOVE KREG-QUANTITY-OLD TO KREG-QUANTITY-NEW.
           MOVE KREG-BUILT-COST-OLD TO KREG-BUILT-COST-NEW.
           MOVE KREG-OLD-PRICE-OLD TO KREG-OLD-PRICE-NEW.
           MOVE KREG-NEW-PRICE-OLD TO KREG-NEW-PRICE-NEW.
           WRITE KIT-REGISTER-WORK-RECORD.

      *READ BACK THE CONVERTED KIT REGISTER FOR ITS AFTER TOTALS
       700-TOTAL-KIT-REGISTER.
           MOVE 13 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT KIT-REGISTER-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ KIT-REGISTER-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-KIT-REGISTER
               END-READ
           END-PERFORM.
           CLOSE KIT-REGISTER-WORK.

      *ADD ONE CONVERTED KIT REGISTER RECORD TO THE AFTER TOTALS
       900-TOTAL-KIT-REGISTER.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF KREG-QUANTITY-NEW NUMERIC
               ADD KREG-QUANTITY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF KREG-OLD-PRICE-NEW NUMERIC
               ADD KREG-OLD-PRICE-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF KREG-NEW-PRICE-NEW NUMERIC
               ADD KREG-NEW-PRICE-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED KIT REGISTER OVER THE LIVE FILE
       700-CUT-OVER-KIT-REGISTER.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT KIT-REGISTER-WORK.
           OPEN OUTPUT KIT-REGISTER-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ KIT-REGISTER-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE KIT-REGISTER-RECORD FROM
                           KIT-REGISTER-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE KIT-REGISTER-WORK.
           CLOSE KIT-REGISTER-FILE.

      *BIN MAINTENANCE AUDIT: BIN QUANTITY IN THE IMAGE 9(3) TO 9(5)
       700-CONVERT-BIN-AUDIT.
           MOVE 14 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT BIN-AUDIT-FILE.
           OPEN OUTPUT BIN-AUDIT-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ BIN-AUDIT-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-BIN-AUDIT
               END-READ
           END-PERFORM.
           CLOSE BIN-AUDIT-FILE.
           CLOSE BIN-AUDIT-WORK.

      *WIDEN ONE BIN AUDIT RECORD
       900-CARRY-BIN-AUDIT.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF BAUD-QUANTITY-OLD NUMERIC
               ADD BAUD-QUANTITY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE BAUD-LEAD-OLD TO BAUD-LEAD-NEW.
           MOVE BAUD-IMAGE-LEAD-OLD TO BAUD-IMAGE-LEAD-NEW.
           MOVE BAUD-QUANTITY-OLD TO BAUD-QUANTITY-NEW.
           MOVE BAUD-ASSIGNED-DATE-OLD TO BAUD-ASSIGNED-DATE-NEW.
           WRITE BIN-AUDIT-WORK-RECORD.

      *READ BACK THE CONVERTED BIN AUDIT FOR ITS AFTER TOTALS
       700-TOTAL-BIN-AUDIT.
           MOVE 14 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT BIN-AUDIT-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ BIN-AUDIT-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-BIN-AUDIT
               END-READ
           END-PERFORM.
           CLOSE BIN-AUDIT-WORK.

      *ADD ONE CONVERTED BIN AUDIT RECORD TO THE AFTER TOTALS
       900-TOTAL-BIN-AUDIT.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF BAUD-QUANTITY-NEW NUMERIC
               ADD BAUD-QUANTITY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED BIN AUDIT OVER THE LIVE FILE
       700-CUT-OVER-BIN-AUDIT.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT BIN-AUDIT-WORK.
           OPEN OUTPUT BIN-AUDIT-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ BIN-AUDIT-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE BIN-AUDIT-RECORD FROM
                           BIN-AUDIT-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE BIN-AUDIT-WORK.
           CLOSE BIN-AUDIT-FILE.

      *AVERAGE COST LOG: QUANTITIES 9(3) TO 9(5), COSTS AND PRICE
      *9(2)V99 TO 9(4)V99
       700-CONVERT-COST-LOG.
           MOVE 15 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT COST-LOG-FILE.
           OPEN OUTPUT COST-LOG-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ COST-LOG-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-COST-LOG
               END-READ
           END-PERFORM.
           CLOSE COST-LOG-FILE.
           CLOSE COST-LOG-WORK.

      *WIDEN ONE COST LOG RECORD
       900-CARRY-COST-LOG.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF CLOG-QTY-ON-HAND-OLD NUMERIC
               ADD CLOG-QTY-ON-HAND-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF CLOG-INVOICE-QTY-OLD NUMERIC
               ADD CLOG-INVOICE-QTY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF CLOG-OLD-COST-OLD NUMERIC
               ADD CLOG-OLD-COST-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF CLOG-INVOICE-PRICE-OLD NUMERIC
               ADD CLOG-INVOICE-PRICE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF CLOG-NEW-COST-OLD NUMERIC
               ADD CLOG-NEW-COST-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE CLOG-LEAD-OLD TO CLOG-LEAD-NEW.
           MOVE CLOG-QTY-ON-HAND-OLD TO CLOG-QTY-ON-HAND-NEW.
           MOVE CLOG-INVOICE-QTY-OLD TO CLOG-INVOICE-QTY-NEW.
           MOVE CLOG-OLD-COST-OLD TO CLOG-OLD-COST-NEW.
           MOVE CLOG-INVOICE-PRICE-OLD TO CLOG-INVOICE-PRICE-NEW.
           MOVE CLOG-NEW-COST-OLD TO CLOG-NEW-COST-NEW.
           WRITE COST-LOG-WORK-RECORD.

      *READ BACK THE CONVERTED COST LOG FOR ITS AFTER TOTALS
       700-TOTAL-COST-LOG.
           MOVE 15 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT COST-LOG-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ COST-LOG-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-COST-LOG
               END-READ
           END-PERFORM.
           CLOSE COST-LOG-WORK.

      *ADD ONE CONVERTED COST LOG RECORD TO THE AFTER TOTALS
       900-TOTAL-COST-LOG.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF CLOG-QTY-ON-HAND-NEW NUMERIC
               ADD CLOG-QTY-ON-HAND-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF CLOG-INVOICE-QTY-NEW NUMERIC
               ADD CLOG-INVOICE-QTY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF CLOG-OLD-COST-NEW NUMERIC
               ADD CLOG-OLD-COST-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF CLOG-INVOICE-PRICE-NEW NUMERIC
               ADD CLOG-INVOICE-PRICE-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF CLOG-NEW-COST-NEW NUMERIC
               ADD CLOG-NEW-COST-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED COST LOG OVER THE LIVE FILE
       700-CUT-OVER-COST-LOG.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT COST-LOG-WORK.
           OPEN OUTPUT COST-LOG-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ COST-LOG-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE COST-LOG-RECORD FROM
                           COST-LOG-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE COST-LOG-WORK.
           CLOSE COST-LOG-FILE.

      *WORK ORDER PARTS: QUANTITY 9(3) TO 9(5), UNIT PRICE 9(2)V99
      *TO 9(4)V99, EXTENDED COST 9(7)V99 TO 9(9)V99
       700-CONVERT-WO-PARTS.
           MOVE 16 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT WO-PARTS-FILE.
           OPEN OUTPUT WO-PARTS-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ WO-PARTS-FILE
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-CARRY-WO-PARTS
               END-READ
           END-PERFORM.
           CLOSE WO-PARTS-FILE.
           CLOSE WO-PARTS-WORK.

      *WIDEN ONE WORK ORDER PARTS RECORD
       900-CARRY-WO-PARTS.
           ADD 1 TO BEFORE-CTR-TBL (CONV-FILE-SUB-WS).
           IF WOPT-QUANTITY-OLD NUMERIC
               ADD WOPT-QUANTITY-OLD TO
                   BEFORE-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF WOPT-UNIT-PRICE-OLD NUMERIC
               ADD WOPT-UNIT-PRICE-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF WOPT-EXTENDED-COST-OLD NUMERIC
               ADD WOPT-EXTENDED-COST-OLD TO
                   BEFORE-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           MOVE WOPT-LEAD-OLD TO WOPT-LEAD-NEW.
           MOVE WOPT-QUANTITY-OLD TO WOPT-QUANTITY-NEW.
           MOVE WOPT-UNIT-PRICE-OLD TO WOPT-UNIT-PRICE-NEW.
           MOVE WOPT-ISSUE-DATE-OLD TO WOPT-ISSUE-DATE-NEW.
           MOVE WOPT-EXTENDED-COST-OLD TO WOPT-EXTENDED-COST-NEW.
           WRITE WO-PARTS-WORK-RECORD.

      *READ BACK THE CONVERTED WORK ORDER PARTS FOR THEIR AFTER
      *TOTALS
       700-TOTAL-WO-PARTS.
           MOVE 16 TO CONV-FILE-SUB-WS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT WO-PARTS-WORK.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ WO-PARTS-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       PERFORM 900-TOTAL-WO-PARTS
               END-READ
           END-PERFORM.
           CLOSE WO-PARTS-WORK.

      *ADD ONE CONVERTED PARTS RECORD TO THE AFTER TOTALS
       900-TOTAL-WO-PARTS.
           ADD 1 TO AFTER-CTR-TBL (CONV-FILE-SUB-WS).
           IF WOPT-QUANTITY-NEW NUMERIC
               ADD WOPT-QUANTITY-NEW TO
                   AFTER-QTY-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF WOPT-UNIT-PRICE-NEW NUMERIC
               ADD WOPT-UNIT-PRICE-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.
           IF WOPT-EXTENDED-COST-NEW NUMERIC
               ADD WOPT-EXTENDED-COST-NEW TO
                   AFTER-VALUE-TBL (CONV-FILE-SUB-WS)
           END-IF.

      *COPY THE CONVERTED WORK ORDER PARTS OVER THE LIVE FILE
       700-CUT-OVER-WO-PARTS.
           MOVE SPACES TO CONV-EOF-FLAG.
           OPEN INPUT WO-PARTS-WORK.
           OPEN OUTPUT WO-PARTS-FILE.
           PERFORM UNTIL CONV-EOF-FLAG = "YES"
               READ WO-PARTS-WORK
                   AT END MOVE "YES" TO CONV-EOF-FLAG
                   NOT AT END
                       WRITE WO-PARTS-RECORD FROM
                           WO-PARTS-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE WO-PARTS-WORK.
           CLOSE WO-PARTS-FILE.
