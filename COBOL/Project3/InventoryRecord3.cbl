               "PRICEREVAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REVAL-HISTORY-OUT
               ASSIGN TO
               "REVALHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ADJUST-AUDIT-OUT
               ASSIGN TO
               "ADJAUDIT.TXT"
               "ONORDRPRT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PO-CONTROL-FILE
               ASSIGN TO
               "PONEXT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-CONTROL-STATUS-WS.

           SELECT PO-DOCUMENT-OUT
               ASSIGN TO
               "PODOCUMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALUE-HISTORY-OUT
               ASSIGN TO
               "VALUE-HISTORY.TXT"
               "ORDPOLICY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BILL-OF-MATERIAL-IN
               ASSIGN TO
               "BOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-AUTH-IN
               ASSIGN TO
               "OPERAUTH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APPROVAL-QUEUE-FILE
               ASSIGN TO
               "PENDAPPR.TXT"
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
       
           05  SUPPLIER-STATUS-IN          PIC X.
       
       FD  INVENT-REPORT-OUT
           RECORD CONTAINS 77 CHARACTERS.
       01  REPORT-LINE-OUT                 PIC X(77).
       
       FD  REORD-REPORT-OUT
           RECORD CONTAINS 61 CHARACTERS.
       01  REORD-REPRT-LINE-OUT            PIC X(61).

       FD  INVENT-REJECT-OUT
           RECORD CONTAINS 85 CHARACTERS.
       01  REJECT-RECORD-OUT.
           05  REJECT-INVENT-DATA-OUT      PIC X(55).
           05  FILLER                      PIC X VALUE SPACES.
           05  REJECT-REASON-OUT           PIC X(20).
           05  FILLER                      PIC X VALUE SPACES.
           05  REJECT-DATE-OUT             PIC 9(8).

      *EVERY ADJUSTMENT CARRIES THE ID OF THE OPERATOR WHO KEYED IT
      *(OR OF THE JOB THAT RAISED IT), CHECKED AGAINST OPERAUTH.TXT
       FD  ADJUST-FILE-IN
           RECORD CONTAINS 37 CHARACTERS.
       01  ADJUST-RECORD-IN.
           05  ADJUST-PART-NUMBER-IN       PIC 9(5).
           05  ADJUST-QUANTITY-DELTA-IN    PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  ADJUST-REASON-CODE-IN       PIC X(10).
           05  ADJUST-DATE-IN              PIC 9(8).
           05  ADJUST-OPERATOR-ID-IN       PIC X(8).

       FD  ADJUST-REJECT-OUT
           RECORD CONTAINS 62 CHARACTERS.
       01  ADJUST-REJECT-RECORD-OUT.
           05  ADJUST-REJECT-DATA-OUT      PIC X(37).
           05  FILLER                      PIC X VALUE SPACES.
           05  ADJUST-REJECT-REASON-OUT    PIC X(24).

       FD  RECYCLE-FILE-IN
           RECORD CONTAINS 55 CHARACTERS.
       01  RECYCLE-RECORD-IN               PIC X(55).

       FD  PRICE-CHANGE-FILE-IN
           RECORD CONTAINS 27 CHARACTERS.
       01  PRICE-CHANGE-RECORD-IN.
           05  PRICE-PART-NUMBER-IN        PIC 9(5).
           05  PRICE-NEW-PRICE-IN          PIC 9(4)V99.
           05  PRICE-EFFECTIVE-DATE-IN     PIC 9(8).
           05  PRICE-OPERATOR-ID-IN        PIC X(8).

       FD  PRICE-REJECT-OUT
           RECORD CONTAINS 52 CHARACTERS.
       01  PRICE-REJECT-RECORD-OUT.
           05  PRICE-REJECT-DATA-OUT       PIC X(27).
           05  FILLER                      PIC X VALUE SPACES.
           05  PRICE-REJECT-REASON-OUT     PIC X(24).

       FD  PRICE-REVAL-REPORT-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01  PRICE-REVAL-LINE-OUT            PIC X(50).

      *CUMULATIVE REVALUATION HISTORY, ONE RECORD PER APPLIED PRICE
      *CHANGE, KEPT ACROSS RUNS SO THE MONTH-END ROLL-FORWARD CAN
      *PRICE EARLIER MOVEMENTS AND SHOW THE REVALUATION SEPARATELY
       FD  REVAL-HISTORY-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01  REVAL-HISTORY-RECORD-OUT.
           05  RVHST-RUN-DATE-OUT          PIC 9(8).
           05  RVHST-PART-NUMBER-OUT       PIC 9(5).
           05  RVHST-OLD-PRICE-OUT         PIC 9(4)V99.
           05  RVHST-NEW-PRICE-OUT         PIC 9(4)V99.
           05  RVHST-QUANTITY-OUT          PIC 9(5).
           05  RVHST-VALUE-DELTA-OUT       PIC S9(9)V99
                                               SIGN LEADING SEPARATE.
           05  RVHST-EFFECTIVE-DATE-OUT    PIC 9(8).

       FD  ADJUST-AUDIT-OUT
           RECORD CONTAINS 47 CHARACTERS.
       01  ADJUST-AUDIT-RECORD-OUT.
           05  AUDIT-PART-NUMBER-OUT       PIC 9(5).
           05  AUDIT-BEFORE-QTY-OUT        PIC 9(5).
           05  AUDIT-AFTER-QTY-OUT         PIC 9(5).
           05  AUDIT-QUANTITY-DELTA-OUT    PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  AUDIT-REASON-CODE-OUT       PIC X(10).
           05  AUDIT-ADJUST-DATE-OUT       PIC 9(8).
       01  ADJUST-REGISTER-LINE-OUT        PIC X(40).

       FD  PO-EXTRACT-OUT
           RECORD CONTAINS 15 CHARACTERS.
       01  PO-EXTRACT-RECORD-OUT.
           05  PO-PART-NUMBER-OUT          PIC 9(5).
           05  PO-ORDER-QTY-OUT            PIC 9(5).
           05  PO-SUPPLIER-CODE-OUT        PIC X(5).

      *OPEN-ORDER LINE WITH THE PURCHASE ORDER AND LINE NUMBER IT
      *WAS RAISED ON; LINES WRITTEN BEFORE PO NUMBERING CARRY BLANKS
      *THERE AND ARE MATCHED ON PART AND SUPPLIER ALONE
       FD  ON-ORDER-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  ON-ORDER-RECORD.
           05  OO-PART-NUMBER          PIC 9(5).
           05  OO-QUANTITY             PIC 9(5).
           05  OO-SUPPLIER-CODE        PIC X(5).
           05  OO-ORDER-DATE           PIC 9(8).
           05  OO-PO-NUMBER            PIC 9(6).
           05  OO-PO-LINE              PIC 9(3).

       FD  ON-ORDER-REPORT-OUT
           RECORD CONTAINS 68 CHARACTERS.
       01  ON-ORDER-REPRT-LINE-OUT         PIC X(68).

      *LAST PURCHASE ORDER NUMBER ISSUED, PLUS THE FIRST NUMBER AND
      *DATE OF THE CURRENT RUN, SAVED AS EACH NEW PO IS RAISED SO A
      *RESTARTED RUN NEITHER REUSES NOR SKIPS A NUMBER
       FD  PO-CONTROL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PO-CONTROL-RECORD.
           05  POCTL-LAST-NUMBER       PIC 9(6).
           05  POCTL-RUN-FIRST-NUMBER  PIC 9(6).
           05  POCTL-RUN-DATE          PIC 9(8).

      *PRINTED PURCHASE ORDER DOCUMENTS, ONE PER SUPPLIER PER RUN,
      *READY TO SEND WITHOUT THE BUYER RE-KEYING THE ORDER
       FD  PO-DOCUMENT-OUT
           RECORD CONTAINS 72 CHARACTERS.
       01  PO-DOCUMENT-LINE-OUT            PIC X(72).

       FD  VALUE-HISTORY-OUT
           RECORD CONTAINS 44 CHARACTERS.
       01  VALUE-HISTORY-RECORD-OUT.
           05  HIST-RUN-DATE-OUT           PIC 9(8).
           05  HIST-PART-NUMBER-OUT        PIC 9(5).
           05  HIST-PART-NAME-OUT          PIC X(20).
           05  HIST-PART-VALUE-OUT         PIC 9(9)V99.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 966 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05  CHECKPOINT-STATUS-OUT         PIC X(11).
           05  CHECKPOINT-PART-NUMBER-OUT    PIC 9(5).
           05  CHECKPOINT-REJECT-CTR-OUT     PIC 9(7).
           05  CHECKPOINT-INACTIVE-CTR-OUT   PIC 9(7).
           05  CHECKPOINT-ADJUST-CTR-OUT     PIC 9(7).
           05  CHECKPOINT-TOTAL-VALUE-OUT    PIC 9(12).
           05  CHECKPOINT-SUBTOTAL-BLOCK-OUT.
               10  CHECKPOINT-SUBTOTAL-COUNT-OUT PIC 9(3).
               10  CHECKPOINT-SUBTOTAL-TBL-OUT OCCURS 50 TIMES.
                   15  CHECKPOINT-SUBTOTAL-CODE-OUT    PIC X(5).
                   15  CHECKPOINT-SUBTOTAL-AMOUNT-OUT  PIC 9(11)V99.

       FD  EXCEPTION-REPORT-OUT
           RECORD CONTAINS 57 CHARACTERS.
      *PROGRAM THAT UPDATES THE MASTER, SO A PART'S MOVEMENTS CAN BE
      *READ AS ONE CHAINED STATEMENT AT YEAR-END
       FD  STOCK-LEDGER-OUT
           RECORD CONTAINS 47 CHARACTERS.
       01  STOCK-LEDGER-RECORD-OUT.
           05  SLGR-PART-NUMBER-OUT        PIC 9(5).
           05  SLGR-MOVE-DATE-OUT          PIC 9(8).
           05  SLGR-MOVE-TYPE-OUT          PIC X(10).
           05  SLGR-QUANTITY-OUT           PIC S9(5)
                                               SIGN LEADING SEPARATE.
           05  SLGR-BEFORE-QTY-OUT         PIC 9(5).
           05  SLGR-AFTER-QTY-OUT          PIC 9(5).
           05  SLGR-SOURCE-PROGRAM-OUT     PIC X(8).

      *BEFORE/AFTER IMAGE JOURNAL WRITTEN AHEAD OF EVERY WRITE OR
      *REWRITE OF THE INDEXED MASTER, SO A CORRUPTED MASTER CAN BE
      *REBUILT FROM A DATED BACKUP PLUS THE JOURNAL
       FD  INVENT-JOURNAL-OUT
           RECORD CONTAINS 133 CHARACTERS.
       01  INVENT-JOURNAL-RECORD-OUT.
           05  JRNL-ACTION-OUT             PIC X.
           05  JRNL-BEFORE-IMAGE-OUT       PIC X(55).
           05  JRNL-AFTER-IMAGE-OUT        PIC X(55).
           05  JRNL-PROGRAM-OUT            PIC X(8).
           05  JRNL-STAMP-OUT              PIC 9(14).

      *QUANTITY AND OPTIONAL ORDER-UP-TO LEVEL, SO PO QUANTITIES
      *MATCH WHAT THE SUPPLIER WILL ACTUALLY SHIP
       FD  ORDER-POLICY-IN
           RECORD CONTAINS 20 CHARACTERS.
       01  ORDER-POLICY-RECORD-IN.
           05  ORDPOL-PART-NUMBER-IN       PIC 9(5).
           05  ORDPOL-PACK-SIZE-IN         PIC 9(5).
           05  ORDPOL-MIN-ORDER-IN         PIC 9(5).
           05  ORDPOL-ORDER-UP-TO-IN       PIC 9(5).

      *KITS BUILT IN-HOUSE: ONE RECORD PER COMPONENT OF A KIT WITH
      *THE QUANTITY OF IT THAT GOES INTO ONE KIT
       FD  BILL-OF-MATERIAL-IN
           RECORD CONTAINS 13 CHARACTERS.
       01  BILL-OF-MATERIAL-RECORD.
           05  BOM-KIT-PART-NUMBER         PIC 9(5).
           05  BOM-COMP-PART-NUMBER        PIC 9(5).
           05  BOM-QTY-PER-KIT             PIC 9(3).

      *OPERATORS ALLOWED TO KEY ADJUSTMENTS, PRICE CHANGES AND PART
      *MAINTENANCE, WITH THE EXTENDED VALUE AND PERCENT PRICE CHANGE
      *EACH MAY PUT THROUGH WITHOUT A SUPERVISOR'S APPROVAL
       FD  OPERATOR-AUTH-IN
           RECORD CONTAINS 44 CHARACTERS.
       01  OPERATOR-AUTH-RECORD-IN.
           05  OPAU-OPERATOR-ID-IN         PIC X(8).
           05  OPAU-OPERATOR-NAME-IN       PIC X(20).
           05  OPAU-SUPERVISOR-FLAG-IN     PIC X.
           05  OPAU-VALUE-LIMIT-IN         PIC 9(7)V99.
           05  OPAU-PRICE-PCT-LIMIT-IN     PIC 9(3)V99.
           05  OPAU-STATUS-IN              PIC X.

      *TRANSACTIONS OVER THE KEYING OPERATOR'S LIMIT, HELD FOR A
      *SUPERVISOR: SOURCE A ADJUSTMENT, P PRICE CHANGE, M PART
      *MAINTENANCE; STATUS P PENDING, R RELEASED, D DECLINED, A
      *APPLIED, F FAILED ITS EDITS WHEN APPLIED AFTER RELEASE
       FD  APPROVAL-QUEUE-FILE
           RECORD CONTAINS 158 CHARACTERS.
       01  APPROVAL-QUEUE-RECORD           PIC X(158).

       FD  RUN-LOG-OUT
           RECORD CONTAINS 108 CHARACTERS.
           05  PART-NUMBER-OUT             PIC 9(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PART-NAME-OUT               PIC X(20).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  PART-QUANTITY-OUT           PIC 9(5).
           05  FILLER                      PIC X(3) VALUES SPACES.
           05  PART-VALUE-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PART-SUPPLIER-CODE-OUT      PIC X(5).
           05  FILLER                      PIC X VALUE SPACES.
           05  PART-SUPPLIER-NAME-OUT      PIC X(16).
       01  ROW-FILLER-WS                   PIC X(77).
       01  COLUMN-HDR-LINE-WS.
            05  FILLER                      PIC X VALUE SPACES.
            05  COLUMN-HDR-NUMBER           PIC X(6) VALUE "NUMBER".
            05  COLUMN-HDR-QTY              PIC X(3) VALUE "QTY".
            05  FILLER                      PIC X(3) VALUES SPACES.
            05  COLUMN-HDR-VALUE            PIC X(5) VALUE "VALUE".
            05  FILLER                      PIC X(11).
            05  COLUMN-HDR-SUPPLIER-CODE    PIC X(5) VALUE "SUPPL".
            05  FILLER                      PIC X(1) VALUE SPACES.
            05  COLUMN-HDR-SUPPLIER-NAME    PIC X(13) VALUE
           05  FILLER                      PIC X VALUE SPACES.
           05  SUMMARY-HDR-TOTAL           PIC X(10) VALUE "TOTALVALUE".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  INVENT-TOTAL-VALUE-FMT      PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(46) VALUE SPACES.
       01  SUPPLIER-SUBTOTAL-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE "SUBTOTAL:".
           05  FILLER                      PIC X VALUE SPACES.
           05  SUBTOTAL-SUPPLIER-NAME-OUT  PIC X(16).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  SUBTOTAL-VALUE-OUT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(24) VALUE SPACES.
       01  RECORD-READ-LINE-WS.
           05  FILLER                     PIC X VALUE SPACES.
           05  SUMMARY-RECORD-READ        PIC X(12) VALUE
           "RECORDS READ".
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  INVENT-RECORD-IN-CTR       PIC 9(7) VALUE 0.
           05  FILLER                     PIC X(53) VALUE SPACES.
       01  RECORD-WRITTEN-LINE-WS.
           05  FILLER                     PIC X VALUE SPACES.
           05  FILLER                     PIC X(15) VALUE
           "RECORDS WRITTEN".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  INVENT-RECORD-OUT-CTR      PIC 9(7) VALUE 0.
           05  FILLER                     PIC X(53) VALUE SPACES.
       01  CONTROL-TOTAL-LINE-WS.
           05  FILLER                     PIC X VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
           "CONTROL TOTAL:".
           05  FILLER                     PIC X VALUE SPACES.
           05  CONTROL-TOTAL-STATUS-WS    PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(50) VALUE SPACES.

       01  REORD-RECORD-OUT.
           05  FILLER                    PIC X VALUE SPACES.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  REORD-PART-NAME-OUT       PIC X(20).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  REORD-PART-QUANTITY-OUT   PIC 9(5).
           05  FILLER                    PIC X(2) VALUES SPACES.
           05  REORD-REORD-POINT-OUT     PIC 9(5).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  REORD-SUPPLIER-NAME       PIC X(16).
       01  REORD-COLUMN-HDR-LINE-WS.
            05  REORD-COLUMN-HDR-NUMBER     PIC X(6) VALUE "NUMBER".
            05  FILLER                      PIC X VALUE SPACES.
            05  REORD-COLUMN-HDR-PART-NAME  PIC X(8) VALUE "PARTNAME".
            05  FILLER                      PIC X(16) VALUES SPACES.
            05  REORD-COLUMN-HDR-QTY        PIC X(3) VALUE "QTY".
            05  FILLER                      PIC X(2) VALUES SPACES.
            05  REORD-COLUMN-HDR-POINT      PIC X(5) VALUE "REORD".
            05  FILLER                      PIC X(3) VALUE SPACES.
            05  REORD-COLUMN-HDR-SUPPLIER   PIC X(8) VALUE "SUPPLIER".
            05  FILLER                      PIC X(8) VALUE SPACES.
       01  REORD-ROW-FILLER-WS              PIC X(61).
      *THE SITE'S COSTING METHOD, STATED AT THE HEAD OF THE VALUATION
      *AND REORDER REPORTS: STANDARD (KEYED PRICE) OR AVERAGE (MOVED
      *BY INVOICE MATCHING TO THE WEIGHTED AVERAGE OF STOCK ON HAND)
       01  COST-METHOD-LINE-WS.
           05  FILLER                    PIC X VALUE SPACES.
           05  FILLER                    PIC X(16) VALUE
           "COSTING METHOD: ".
           05  COST-METHOD-WS            PIC X(8) VALUE "STANDARD".
           05  FILLER                    PIC X(32) VALUE SPACES.
       
       01  EOF-FLAG    PIC A(3).
       01  SUPPLIER-EOF-FLAG  PIC A(3).
       01  INVENT-TOTAL-VALUE-WS  PIC 9(12) VALUE 0.
       01  PART-VALUE-OUT-WS       PIC 9(9)V99 VALUE 0.

       01  INVENT-FILE-STATUS-WS  PIC X(2) VALUE "00".
       01  RECORD-FOUND-FLAG-WS   PIC X VALUE "N".
           05  PRIOR-REJECT-MAX-WS     PIC 9(3) VALUE 500.
           05  PRIOR-REJECT-TBL OCCURS 500 TIMES
                   INDEXED BY PRIOR-REJECT-IDX.
               10  PRIOR-REJECT-DATA-TBL  PIC X(55).
               10  PRIOR-REJECT-DATE-TBL  PIC 9(8).
       01  PRIOR-REJECT-EOF-FLAG       PIC A(3) VALUE SPACES.
       01  REJECT-FIRST-DATE-WS        PIC 9(8) VALUE 0.
                   INDEXED BY SUPPLIER-TBL-IDX.
               10  SUPPLIER-CODE-TBL   PIC X(5).
               10  SUPPLIER-NAME-TBL   PIC X(15).
               10  SUPPLIER-CONTACT-TBL     PIC X(20).
               10  SUPPLIER-PHONE-TBL       PIC X(12).
               10  SUPPLIER-STREET-TBL      PIC X(25).
               10  SUPPLIER-CITY-TBL        PIC X(15).
               10  SUPPLIER-PROVINCE-TBL    PIC X(15).
               10  SUPPLIER-POSTAL-CODE-TBL PIC X(6).
       01  LOOKUP-SUPPLIER-CODE-WS     PIC X(5).
       01  LOOKUP-SUPPLIER-NAME-WS     PIC X(16).

           05  SUPPLIER-SUBTOTAL-TBL OCCURS 50 TIMES
                   INDEXED BY SUBTOTAL-TBL-IDX.
               10  SUBTOTAL-CODE-TBL      PIC X(5).
               10  SUBTOTAL-AMOUNT-TBL    PIC 9(11)V99 VALUE 0.

      *OPEN-ORDER LINES RECORDED WHEN PO EXTRACT LINES ARE GENERATED,
      *RELIEVED BY GOODS RECEIPTS, SO PARTS ALREADY ON ORDER ARE NOT
           05  ON-ORDER-TBL-ENTRY OCCURS 500 TIMES
                   INDEXED BY ON-ORDER-TBL-IDX.
               10  ON-ORDER-PART-TBL   PIC 9(5).
               10  ON-ORDER-QTY-TBL    PIC 9(5).
       01  ON-ORDER-EOF-FLAG           PIC A(3) VALUE SPACES.
       01  ON-ORDER-FILE-STATUS-WS     PIC X(2) VALUE "00".
       01  ON-ORDER-QTY-WS             PIC 9(7) VALUE 0.

      *PURCHASE ORDER NUMBERING: ONE PO PER SUPPLIER PER RUN, ONE
      *LINE PER PART. THE TABLE HOLDS THE PO RAISED FOR EACH SUPPLIER
      *THIS RUN AND ITS LAST LINE NUMBER; ONCE FULL, EACH FURTHER
      *LINE FOR AN UNLISTED SUPPLIER GOES ON A PO OF ITS OWN
       01  PO-CONTROL-STATUS-WS        PIC X(2) VALUE "00".
       01  PO-LAST-NUMBER-WS           PIC 9(6) VALUE 0.
       01  PO-RUN-FIRST-NUMBER-WS      PIC 9(6) VALUE 0.
       01  PO-NUMBER-WS                PIC 9(6) VALUE 0.
       01  PO-LINE-WS                  PIC 9(3) VALUE 0.
       01  PO-SUPPLIER-TABLE-WS.
           05  PO-SUPP-TBL-COUNT-WS    PIC 9(3) VALUE 0.
           05  PO-SUPP-TBL-MAX-WS      PIC 9(3) VALUE 50.
           05  PO-SUPP-TBL-ENTRY OCCURS 50 TIMES
                   INDEXED BY PO-SUPP-TBL-IDX.
               10  PO-SUPP-CODE-TBL    PIC X(5).
               10  PO-SUPP-NUMBER-TBL  PIC 9(6).
               10  PO-SUPP-LAST-LINE-TBL PIC 9(3).
       01  PO-SUPP-FOUND-FLAG-WS       PIC X VALUE "N".

      *LINES RAISED THIS RUN, RE-READ FROM THE OPEN-ORDER FILE AFTER
      *THE REPORT PASS (SO A RESTARTED RUN STILL PRINTS THE LINES
      *WRITTEN BEFORE THE INTERRUPTION) AND PRINTED AS PO DOCUMENTS
       01  PO-LINE-TABLE-WS.
           05  PO-LINE-TBL-COUNT-WS    PIC 9(3) VALUE 0.
           05  PO-LINE-TBL-MAX-WS      PIC 9(3) VALUE 500.
           05  PO-LINE-TBL-ENTRY OCCURS 500 TIMES
                   INDEXED BY PO-LINE-TBL-IDX.
               10  PO-LINE-NUMBER-TBL  PIC 9(6).
               10  PO-LINE-LINE-TBL    PIC 9(3).
               10  PO-LINE-PART-TBL    PIC 9(5).
               10  PO-LINE-QTY-TBL     PIC 9(5).
               10  PO-LINE-SUPP-TBL    PIC X(5).
               10  PO-LINE-DATE-TBL    PIC 9(8).
       01  PO-LINE-EOF-FLAG            PIC A(3) VALUE SPACES.
       01  PO-PRINT-NUMBER-WS          PIC 9(6) VALUE 0.
       01  PO-PRINT-FIRST-FLAG-WS      PIC X VALUE "Y".
       01  PO-LINE-VALUE-WS            PIC 9(9)V99 VALUE 0.
       01  PO-TOTAL-VALUE-WS           PIC 9(11)V99 VALUE 0.
       01  PO-DOC-COUNT-WS             PIC 9(5) VALUE 0.
       01  PO-LINE-OVERFLOW-CTR        PIC 9(5) VALUE 0.

       01  PO-DOC-TITLE-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
           "PURCHASE ORDER ".
           05  PODOC-PO-NUMBER-OUT         PIC 9(6).
           05  FILLER                      PIC X(20) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
           "ORDER DATE ".
           05  PODOC-ORDER-DATE-OUT        PIC 9(8).
           05  FILLER                      PIC X(11) VALUE SPACES.
       01  PO-DOC-SUPPLIER-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE "SUPPLIER ".
           05  PODOC-SUPPLIER-CODE-OUT     PIC X(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PODOC-SUPPLIER-NAME-OUT     PIC X(16).
           05  FILLER                      PIC X(39) VALUE SPACES.
       01  PO-DOC-CONTACT-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE "ATTN     ".
           05  PODOC-CONTACT-OUT           PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE "PHONE ".
           05  PODOC-PHONE-OUT             PIC X(12).
           05  FILLER                      PIC X(22) VALUE SPACES.
       01  PO-DOC-STREET-LINE-WS.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  PODOC-STREET-OUT            PIC X(25).
           05  FILLER                      PIC X(37) VALUE SPACES.
       01  PO-DOC-CITY-LINE-WS.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  PODOC-CITY-OUT              PIC X(15).
           05  FILLER                      PIC X VALUE SPACES.
           05  PODOC-PROVINCE-OUT          PIC X(15).
           05  FILLER                      PIC X VALUE SPACES.
           05  PODOC-POSTAL-CODE-OUT       PIC X(6).
           05  FILLER                      PIC X(24) VALUE SPACES.
       01  PO-DOC-COLUMN-HDR-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(4) VALUE "LINE".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE "NUMBER".
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE "PARTNAME".
           05  FILLER                      PIC X(16) VALUE SPACES.
           05  FILLER                      PIC X(3) VALUE "QTY".
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "PRICE".
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE
           "LINE VALUE".
           05  FILLER                      PIC X(8) VALUE SPACES.
       01  PO-DOC-DETAIL-LINE-WS.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PODOC-LINE-OUT              PIC 9(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PODOC-PART-NUMBER-OUT       PIC 9(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PODOC-PART-NAME-OUT         PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PODOC-QUANTITY-OUT          PIC ZZZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  PODOC-UNIT-PRICE-OUT        PIC ZZZ9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  PODOC-LINE-VALUE-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(4) VALUE SPACES.
       01  PO-DOC-TOTAL-LINE-WS.
           05  FILLER                      PIC X(33) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE "PO TOTAL".
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  PODOC-TOTAL-OUT             PIC $$,$$$,$$$,$$9.99.
           05  FILLER                      PIC X(4) VALUE SPACES.
       01  PO-DOC-NONE-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(34) VALUE
           "NO PURCHASE ORDERS RAISED THIS RUN".
           05  FILLER                      PIC X(37) VALUE SPACES.
       01  PO-DOC-OVERFLOW-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(40) VALUE
           "PO LINES NOT PRINTED - PO TABLE FULL".
           05  PODOC-OVERFLOW-OUT          PIC ZZZZ9.
           05  FILLER                      PIC X(26) VALUE SPACES.
       01  PO-DOC-ROW-FILLER-WS            PIC X(72) VALUE SPACES.

       01  ON-ORDER-RECORD-OUT.
           05  FILLER                    PIC X VALUE SPACES.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  ONORD-PART-NAME-OUT       PIC X(20).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  ONORD-PART-QUANTITY-OUT   PIC 9(5).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  ONORD-REORD-POINT-OUT     PIC 9(5).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  ONORD-ON-ORDER-QTY-OUT    PIC 9(5).
           05  FILLER                    PIC X(3) VALUE SPACES.
           05  ONORD-SUPPLIER-NAME       PIC X(16).
       01  ON-ORDER-HDR-LINE-WS.
            05  ONORD-HDR-NUMBER            PIC X(6) VALUE "NUMBER".
            05  FILLER                      PIC X VALUE SPACES.
            05  ONORD-HDR-PART-NAME         PIC X(8) VALUE "PARTNAME".
            05  FILLER                      PIC X(16) VALUE SPACES.
            05  ONORD-HDR-QTY               PIC X(3) VALUE "QTY".
            05  FILLER                      PIC X(2) VALUE SPACES.
            05  ONORD-HDR-POINT             PIC X(5) VALUE "REORD".
            05  FILLER                      PIC X(2) VALUE SPACES.
            05  ONORD-HDR-ON-ORDER          PIC X(5) VALUE "ONORD".
            05  FILLER                      PIC X(3) VALUE SPACES.
            05  ONORD-HDR-SUPPLIER          PIC X(8) VALUE "SUPPLIER".
            05  FILLER                      PIC X(8) VALUE SPACES.
       01  ON-ORDER-ROW-FILLER-WS          PIC X(68).

      *ACCUMULATES APPLIED-ADJUSTMENT COUNTS AND NET QUANTITY BY
      *REASON CODE SO THE DAILY REGISTER CAN BE SUBTOTALED FOR THE
       01  ADJUST-RECORD-IN-CTR        PIC 9(7) VALUE 0.
       01  ADJUST-SKIP-COUNT-WS        PIC 9(7) VALUE 0.
       01  ADJUST-REJECT-REASON-WS     PIC X(24) VALUE SPACES.
       01  ADJUST-NEW-QUANTITY-WS      PIC S9(6) VALUE 0.

       01  RUN-DATE-WS                 PIC 9(8) VALUE 0.

       01  RECYCLE-EOF-FLAG            PIC A(3) VALUE SPACES.
       01  RECYCLE-FILE-STATUS-WS      PIC X(2) VALUE "00".
       01  RECYCLE-RECORD-IN-CTR       PIC 9(7) VALUE 0.
       01  RECYCLE-BEFORE-QTY-WS       PIC 9(5) VALUE 0.
       01  RECYCLE-AFTER-QTY-WS        PIC 9(5) VALUE 0.
       01  RECYCLE-DELTA-WS            PIC S9(5) VALUE 0.

       01  JRNL-ACTION-WS              PIC X VALUE SPACES.
       01  JRNL-BEFORE-IMAGE-WS        PIC X(55) VALUE SPACES.

      *OPERATOR AUTHORISATION TABLE; AN OPERATOR NOT ON IT (OR PAST
      *ITS CAPACITY) HAS EVERY TRANSACTION REJECTED
       01  OPERATOR-AUTH-TABLE-WS.
           05  OPAU-TBL-COUNT-WS       PIC 9(3) VALUE 0.
           05  OPAU-TBL-MAX-WS         PIC 9(3) VALUE 200.
           05  OPAU-TBL-ENTRY OCCURS 200 TIMES
                   INDEXED BY OPAU-TBL-IDX.
               10  OPAU-ID-TBL         PIC X(8).
               10  OPAU-VALUE-LIMIT-TBL PIC 9(7)V99.
               10  OPAU-PCT-LIMIT-TBL  PIC 9(3)V99.
               10  OPAU-STATUS-TBL     PIC X.
       01  OPERATOR-AUTH-EOF-FLAG      PIC A(3) VALUE SPACES.
       01  AUTH-OPERATOR-ID-WS         PIC X(8) VALUE SPACES.
       01  AUTH-OPERATOR-FOUND-WS      PIC X VALUE "N".
       01  AUTH-VALUE-LIMIT-WS         PIC 9(7)V99 VALUE 0.
       01  AUTH-PCT-LIMIT-WS           PIC 9(3)V99 VALUE 0.
       01  AUTH-EXT-VALUE-WS           PIC 9(9)V99 VALUE 0.
       01  AUTH-PCT-CHANGE-WS          PIC 9(5)V99 VALUE 0.
       01  AUTH-PRICE-DIFF-WS          PIC 9(4)V99 VALUE 0.
       01  AUTH-REJECT-REASON-WS       PIC X(24) VALUE SPACES.
       01  AUTH-HOLD-REASON-WS         PIC X(24) VALUE SPACES.
       01  APPROVED-ITEM-FLAG-WS       PIC X VALUE "N".
       01  APPLY-REJECTED-FLAG-WS      PIC X VALUE "N".

      *THE APPROVAL QUEUE, LOADED ONCE BEFORE THE UPDATE PASSES. THE
      *RELEASED ITEMS OF EACH PASS ARE APPLIED AHEAD OF THAT PASS'S
      *TRANSACTIONS AND THE QUEUE REWRITTEN WITH THEIR NEW STATUS;
      *NEW HOLDS ARE APPENDED AS THEY ARISE. ON OVERFLOW NOTHING IS
      *RELEASED AND THE FILE IS ONLY EVER APPENDED TO
       01  APPROVAL-QUEUE-TABLE-WS.
           05  APQ-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  APQ-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  APQ-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY APQ-TBL-IDX.
               10  APQ-IMAGE-TBL       PIC X(158).
       01  APPROVAL-QUEUE-EOF-FLAG     PIC A(3) VALUE SPACES.
       01  APQ-OVERFLOW-FLAG-WS        PIC X VALUE "N".
       01  APQ-NEXT-ITEM-WS            PIC 9(6) VALUE 1.
      *CLOSED ITEMS (DECLINED, APPLIED OR FAILED) ARE KEPT THIS MANY
      *DAYS FOR THE APPROVAL REPORT AND THEN DROPPED WHEN THE QUEUE IS
      *WRITTEN BACK; THE NEWEST ITEM IS ALWAYS KEPT SO THE ITEM
      *NUMBERS CARRY ON FROM IT
       01  APQ-KEEP-DAYS-WS            PIC 9(3) VALUE 90.
       01  APQ-PURGE-DATE-WS           PIC 9(8) VALUE 0.
       01  APQ-CLOSED-DATE-WS          PIC 9(8) VALUE 0.
       01  APQ-WORK-WS.
           05  APQ-ITEM-NUMBER-WS      PIC 9(6).
           05  APQ-SOURCE-WS           PIC X.
           05  APQ-STATUS-WS           PIC X.
           05  APQ-PART-NUMBER-WS      PIC 9(5).
           05  APQ-KEYED-BY-WS         PIC X(8).
           05  APQ-KEYED-DATE-WS       PIC 9(8).
           05  APQ-DECIDED-BY-WS       PIC X(8).
           05  APQ-DECIDED-DATE-WS     PIC 9(8).
           05  APQ-APPLIED-DATE-WS     PIC 9(8).
           05  APQ-EXTENDED-VALUE-WS   PIC 9(9)V99.
           05  APQ-PRICE-PCT-CHANGE-WS PIC 9(5)V99.
           05  APQ-HOLD-REASON-WS      PIC X(24).
           05  APQ-TRAN-DATA-WS        PIC X(63).

       01  ORDER-POLICY-TABLE-WS.
           05  ORDPOL-TBL-COUNT-WS     PIC 9(3) VALUE 0.
           05  ORDPOL-TBL-ENTRY OCCURS 500 TIMES
                   INDEXED BY ORDPOL-TBL-IDX.
               10  ORDPOL-PART-TBL     PIC 9(5).
               10  ORDPOL-PACK-TBL     PIC 9(5).
               10  ORDPOL-MIN-TBL      PIC 9(5).
               10  ORDPOL-UP-TO-TBL    PIC 9(5).
       01  ORDER-POLICY-EOF-FLAG       PIC A(3) VALUE SPACES.
       01  ORDPOL-PACK-WS              PIC 9(5) VALUE 0.
       01  ORDPOL-MIN-WS               PIC 9(5) VALUE 0.
       01  ORDPOL-UP-TO-WS             PIC 9(5) VALUE 0.
       01  PO-RAW-QTY-WS               PIC S9(7) VALUE 0.

      *BILL OF MATERIALS FOR KITS BUILT IN-HOUSE. A KIT BELOW ITS
      *REORDER POINT IS BUILT, NOT BOUGHT, SO ITS SHORTFALL TIMES THE
      *QUANTITY PER KIT IS CARRIED AS DEMAND ON EACH COMPONENT LINE;
      *EACH COMPONENT'S NAME AND QUANTITY ON HAND ARE PICKED UP AS THE
      *MASTER GOES BY, FOR THE DEMAND SECTION AT THE END OF THE REPORT
       01  BOM-TABLE-WS.
           05  BOM-TBL-COUNT-WS        PIC 9(4) VALUE 0.
           05  BOM-TBL-MAX-WS          PIC 9(4) VALUE 2000.
           05  BOM-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BOM-TBL-IDX.
               10  BOM-KIT-PART-TBL    PIC 9(5).
               10  BOM-COMP-PART-TBL   PIC 9(5).
               10  BOM-QTY-PER-TBL     PIC 9(3).
               10  BOM-COMP-NAME-TBL   PIC X(20).
               10  BOM-COMP-QOH-TBL    PIC 9(5).
               10  BOM-DEMAND-TBL      PIC 9(8).
       01  BOM-EOF-FLAG                PIC A(3) VALUE SPACES.
       01  KIT-BOM-FOUND-FLAG-WS       PIC X VALUE "N".
       01  KIT-SHORTFALL-WS            PIC 9(5) VALUE 0.
       01  KIT-DEMAND-LINE-CTR         PIC 9(5) VALUE 0.
       01  KIT-COMP-SHORT-WS           PIC S9(9) VALUE 0.

       01  KIT-DEMAND-TITLE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
               "COMPONENT DEMAND FROM KITS".
           05  FILLER                  PIC X(34) VALUE
               " BELOW REORDER POINT".
       01  KIT-DEMAND-HDR-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(3) VALUE "KIT".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "COMP".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PARTNAME".
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "DEMAND".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(3) VALUE "QTY".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE " SHORT".
           05  FILLER                  PIC X(2) VALUE SPACES.
       01  KIT-DEMAND-DETAIL-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  KDEM-KIT-PART-OUT       PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  KDEM-COMP-PART-OUT      PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  KDEM-COMP-NAME-OUT      PIC X(20).
           05  FILLER                  PIC X VALUE SPACES.
           05  KDEM-DEMAND-OUT         PIC ZZZZZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
           05  KDEM-ON-HAND-OUT        PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACES.
           05  KDEM-SHORT-OUT          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
       01  KIT-DEMAND-NONE-LINE-WS.
           05  FILLER                  PIC X VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               "NO KIT IS BELOW ITS REORDER POINT".

       01  PRICE-EOF-FLAG              PIC A(3) VALUE SPACES.
       01  PRICE-FILE-STATUS-WS        PIC X(2) VALUE "00".
       01  PRICE-RECORD-IN-CTR         PIC 9(7) VALUE 0.
       01  PRICE-REJECT-REASON-WS      PIC X(24) VALUE SPACES.
       01  PRICE-DELTA-WS              PIC S9(9)V99 VALUE 0.
       01  PRICE-TOTAL-DELTA-WS        PIC S9(11)V99 VALUE 0.
       01  PRICE-REVAL-DETAIL-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  REVAL-PART-NUMBER-OUT       PIC 9(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  REVAL-OLD-PRICE-OUT         PIC ZZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  REVAL-NEW-PRICE-OUT         PIC ZZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  REVAL-QUANTITY-OUT          PIC 9(5).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  REVAL-DELTA-OUT             PIC +ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
       01  PRICE-REVAL-HDR-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  REVAL-HDR-NUMBER            PIC X(6) VALUE "NUMBER".
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  REVAL-HDR-OLD               PIC X(5) VALUE "OLD P".
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  REVAL-HDR-NEW               PIC X(5) VALUE "NEW P".
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  REVAL-HDR-QTY               PIC X(3) VALUE "QTY".
           05  FILLER                      PIC X(7) VALUE SPACES.
           05  REVAL-HDR-CHANGE            PIC X(10) VALUE
           "VALUE CHNG".
           05  FILLER                      PIC X(2) VALUE SPACES.
       01  PRICE-REVAL-TOTAL-LINE-WS.
           05  FILLER                      PIC X VALUE SPACES.
           05  FILLER                      PIC X(17) VALUE
           "TOTAL REVALUATION".
           05  FILLER                      PIC X(12) VALUE SPACES.
           05  REVAL-TOTAL-OUT             PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
       01  PRICE-REVAL-ROW-FILLER-WS       PIC X(50).

       01  CHECKPOINT-FILE-STATUS-WS   PIC X(2) VALUE "00".
       01  CHECKPOINT-INTERVAL-WS      PIC 9(3) VALUE 50.
           PERFORM 700-CHECK-FOR-RESTART.
           IF RESTART-FLAG-WS NOT = "Y"
               PERFORM 200-APPLY-RECYCLE-RECORDS
               PERFORM 200-LOAD-APPROVAL-CONTROLS
               PERFORM 200-APPLY-INVENT-ADJUSTMENTS
               PERFORM 200-APPLY-PRICE-CHANGES
           END-IF.
           PERFORM 200-WRITE-REPORT-SUMMARY.
           
           PERFORM 200-TERM-INVENT-FILE.
           PERFORM 200-PRINT-PURCHASE-ORDERS.
           PERFORM 700-WRITE-RUN-LOG.
           STOP RUN.


      *APPEND ONE RECORD TO THE SHARED BATCH RUN LOG SO THE SHIFT
      *OPERATOR CAN SEE EVERY JOB, ITS COUNTS AND ITS BALANCE STATUS
      *IN ONE PLACE. PO LINES LEFT OFF THE PO DOCUMENTS COUNT AS
      *REJECTS AND PUT THE RUN OUT OF BALANCE, SO THE RUN CONTROLLER
      *HOLDS THE NEXT STEP UNTIL THE ORDERS ARE SORTED OUT
       700-WRITE-RUN-LOG.
           ACCEPT STAMP-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-WS FROM TIME.
           MOVE RUN-END-STAMP-WS TO RUNLOG-END-STAMP-OUT.
           MOVE INVENT-RECORD-IN-CTR TO RUNLOG-READ-CTR-OUT.
           MOVE INVENT-RECORD-OUT-CTR TO RUNLOG-WRITTEN-CTR-OUT.
           COMPUTE RUNLOG-REJECT-CTR-OUT =
               INVENT-REJECT-CTR-WS + PO-LINE-OVERFLOW-CTR.
           IF PO-LINE-OVERFLOW-CTR > 0
               MOVE "OUT OF BAL" TO CONTROL-TOTAL-STATUS-WS
           END-IF.
           MOVE CONTROL-TOTAL-STATUS-WS TO RUNLOG-CONTROL-STATUS-OUT.
           WRITE RUN-LOG-RECORD-OUT.
           CLOSE RUN-LOG-OUT.
           PERFORM 700-OPEN-ADJUST-FILES.
           MOVE ADJUST-SKIP-COUNT-WS TO ADJUST-RECORD-IN-CTR.
           PERFORM 700-WRITE-ADJUST-CHECKPOINT.
           IF ADJUST-SKIP-COUNT-WS = 0
               PERFORM 700-APPLY-RELEASED-ADJUSTMENTS
           END-IF.
           OPEN EXTEND APPROVAL-QUEUE-FILE.
           PERFORM 700-READ-ADJUST-RECORD.
           PERFORM 700-PROCESS-ADJUST-RECORD
               UNTIL ADJUST-EOF-FLAG = "YES".
               CLOSE ADJUST-FILE-IN
           END-IF.

      *LOAD THE OPERATOR AUTHORISATION TABLE AND THE APPROVAL QUEUE
      *AHEAD OF THE ADJUSTMENT AND PRICE CHANGE PASSES
       200-LOAD-APPROVAL-CONTROLS.
           PERFORM 700-LOAD-OPERATOR-AUTH-TABLE.
           PERFORM 700-LOAD-APPROVAL-QUEUE.

      *LOAD EVERY OPERATOR WITH THE LIMITS THEY MAY KEY UP TO
       700-LOAD-OPERATOR-AUTH-TABLE.
           OPEN INPUT OPERATOR-AUTH-IN.
           PERFORM UNTIL OPERATOR-AUTH-EOF-FLAG = "YES"
               READ OPERATOR-AUTH-IN
                   AT END MOVE "YES" TO OPERATOR-AUTH-EOF-FLAG
                   NOT AT END
                       IF OPAU-TBL-COUNT-WS < OPAU-TBL-MAX-WS
                           ADD 1 TO OPAU-TBL-COUNT-WS
                           SET OPAU-TBL-IDX TO OPAU-TBL-COUNT-WS
                           MOVE OPAU-OPERATOR-ID-IN TO
                               OPAU-ID-TBL (OPAU-TBL-IDX)
                           MOVE OPAU-VALUE-LIMIT-IN TO
                               OPAU-VALUE-LIMIT-TBL (OPAU-TBL-IDX)
                           MOVE OPAU-PRICE-PCT-LIMIT-IN TO
                               OPAU-PCT-LIMIT-TBL (OPAU-TBL-IDX)
                           MOVE OPAU-STATUS-IN TO
                               OPAU-STATUS-TBL (OPAU-TBL-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-AUTH-IN.

      *LOAD THE APPROVAL QUEUE AND FIND THE NEXT FREE ITEM NUMBER
       700-LOAD-APPROVAL-QUEUE.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           PERFORM UNTIL APPROVAL-QUEUE-EOF-FLAG = "YES"
               READ APPROVAL-QUEUE-FILE INTO APQ-WORK-WS
                   AT END MOVE "YES" TO APPROVAL-QUEUE-EOF-FLAG
                   NOT AT END
                       IF APQ-ITEM-NUMBER-WS NOT < APQ-NEXT-ITEM-WS
                           COMPUTE APQ-NEXT-ITEM-WS =
                               APQ-ITEM-NUMBER-WS + 1
                       END-IF
                       IF APQ-TBL-COUNT-WS < APQ-TBL-MAX-WS
                           ADD 1 TO APQ-TBL-COUNT-WS
                           SET APQ-TBL-IDX TO APQ-TBL-COUNT-WS
                           MOVE APQ-WORK-WS TO
                               APQ-IMAGE-TBL (APQ-TBL-IDX)
                       ELSE
                           MOVE "Y" TO APQ-OVERFLOW-FLAG-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-FILE.

      *PUT EVERY ADJUSTMENT A SUPERVISOR HAS RELEASED THROUGH THE
      *NORMAL UPDATE, PAST THE OPERATOR LIMIT, AND MARK IT APPLIED
      *(OR FAILED, IF IT NO LONGER PASSES ITS EDITS)
       700-APPLY-RELEASED-ADJUSTMENTS.
           IF APQ-OVERFLOW-FLAG-WS NOT = "Y"
               MOVE "Y" TO APPROVED-ITEM-FLAG-WS
               PERFORM VARYING APQ-TBL-IDX FROM 1 BY 1
                       UNTIL APQ-TBL-IDX > APQ-TBL-COUNT-WS
                   MOVE APQ-IMAGE-TBL (APQ-TBL-IDX) TO APQ-WORK-WS
                   IF APQ-SOURCE-WS = "A" AND APQ-STATUS-WS = "R"
                       MOVE APQ-TRAN-DATA-WS TO ADJUST-RECORD-IN
                       MOVE "N" TO APPLY-REJECTED-FLAG-WS
                       PERFORM 700-APPLY-ONE-ADJUSTMENT
                       PERFORM 900-MARK-RELEASED-ITEM
                   END-IF
               END-PERFORM
               MOVE "N" TO APPROVED-ITEM-FLAG-WS
               PERFORM 700-REWRITE-APPROVAL-QUEUE
           END-IF.

      *PUT EVERY PRICE CHANGE A SUPERVISOR HAS RELEASED THROUGH THE
      *NORMAL EDIT AND UPDATE, PAST THE OPERATOR LIMITS
       700-APPLY-RELEASED-PRICE-CHANGES.
           IF APQ-OVERFLOW-FLAG-WS NOT = "Y"
               MOVE "Y" TO APPROVED-ITEM-FLAG-WS
               PERFORM VARYING APQ-TBL-IDX FROM 1 BY 1
                       UNTIL APQ-TBL-IDX > APQ-TBL-COUNT-WS
                   MOVE APQ-IMAGE-TBL (APQ-TBL-IDX) TO APQ-WORK-WS
                   IF APQ-SOURCE-WS = "P" AND APQ-STATUS-WS = "R"
                       MOVE APQ-TRAN-DATA-WS TO PRICE-CHANGE-RECORD-IN
                       MOVE "N" TO APPLY-REJECTED-FLAG-WS
                       PERFORM 700-EDIT-PRICE-RECORD
                       IF EDIT-VALID-FLAG-WS = "Y"
                           PERFORM 700-APPLY-ONE-PRICE-CHANGE
                       ELSE
                           PERFORM 900-WRITE-PRICE-REJECT-OUT
                       END-IF
                       PERFORM 900-MARK-RELEASED-ITEM
                   END-IF
               END-PERFORM
               MOVE "N" TO APPROVED-ITEM-FLAG-WS
               PERFORM 700-REWRITE-APPROVAL-QUEUE
           END-IF.

      *RECORD THE OUTCOME OF A RELEASED ITEM IN ITS QUEUE ENTRY
       900-MARK-RELEASED-ITEM.
           IF APPLY-REJECTED-FLAG-WS = "Y"
               MOVE "F" TO APQ-STATUS-WS
           ELSE
               MOVE "A" TO APQ-STATUS-WS
           END-IF.
           MOVE RUN-DATE-WS TO APQ-APPLIED-DATE-WS.
           MOVE APQ-WORK-WS TO APQ-IMAGE-TBL (APQ-TBL-IDX).

      *WRITE THE APPROVAL QUEUE BACK WITH ITS CURRENT STATUSES,
      *DROPPING ITEMS CLOSED BEFORE THE PURGE DATE
       700-REWRITE-APPROVAL-QUEUE.
           IF APQ-OVERFLOW-FLAG-WS NOT = "Y"
               COMPUTE APQ-PURGE-DATE-WS =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)
                       - APQ-KEEP-DAYS-WS)
               OPEN OUTPUT APPROVAL-QUEUE-FILE
               PERFORM VARYING APQ-TBL-IDX FROM 1 BY 1
                       UNTIL APQ-TBL-IDX > APQ-TBL-COUNT-WS
                   MOVE APQ-IMAGE-TBL (APQ-TBL-IDX) TO APQ-WORK-WS
                   PERFORM 900-FIND-ITEM-CLOSED-DATE
                   IF APQ-CLOSED-DATE-WS = 0
                       OR APQ-CLOSED-DATE-WS NOT < APQ-PURGE-DATE-WS
                       OR APQ-TBL-IDX = APQ-TBL-COUNT-WS
                       WRITE APPROVAL-QUEUE-RECORD FROM
                           APQ-IMAGE-TBL (APQ-TBL-IDX)
                   END-IF
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.

      *THE DATE AN ITEM WAS CLOSED: DECIDED FOR A DECLINE, APPLIED
      *FOR AN APPLIED OR FAILED ITEM; ZERO WHILE IT IS STILL OPEN
       900-FIND-ITEM-CLOSED-DATE.
           MOVE 0 TO APQ-CLOSED-DATE-WS.
           IF APQ-STATUS-WS = "D"
               MOVE APQ-DECIDED-DATE-WS TO APQ-CLOSED-DATE-WS
           END-IF.
           IF APQ-STATUS-WS = "A" OR APQ-STATUS-WS = "F"
               MOVE APQ-APPLIED-DATE-WS TO APQ-CLOSED-DATE-WS
           END-IF.

      *LOOK UP THE KEYING OPERATOR; A BLANK, UNKNOWN OR INACTIVE
      *OPERATOR GIVES A REJECT REASON, A GOOD ONE THEIR LIMITS
       900-CHECK-OPERATOR-AUTH.
           MOVE SPACES TO AUTH-REJECT-REASON-WS.
           MOVE "N" TO AUTH-OPERATOR-FOUND-WS.
           MOVE 0 TO AUTH-VALUE-LIMIT-WS.
           MOVE 0 TO AUTH-PCT-LIMIT-WS.
           IF AUTH-OPERATOR-ID-WS = SPACES
               MOVE "MISSING OPERATOR ID" TO AUTH-REJECT-REASON-WS
           ELSE
               SET OPAU-TBL-IDX TO 1
               SEARCH OPAU-TBL-ENTRY
                   VARYING OPAU-TBL-IDX
                   AT END
                       CONTINUE
                   WHEN OPAU-TBL-IDX > OPAU-TBL-COUNT-WS
                       CONTINUE
                   WHEN OPAU-ID-TBL (OPAU-TBL-IDX) = AUTH-OPERATOR-ID-WS
                       MOVE "Y" TO AUTH-OPERATOR-FOUND-WS
                       MOVE OPAU-VALUE-LIMIT-TBL (OPAU-TBL-IDX) TO
                           AUTH-VALUE-LIMIT-WS
                       MOVE OPAU-PCT-LIMIT-TBL (OPAU-TBL-IDX) TO
                           AUTH-PCT-LIMIT-WS
                       IF OPAU-STATUS-TBL (OPAU-TBL-IDX) NOT = "A"
                           MOVE "OPERATOR NOT ACTIVE" TO
                               AUTH-REJECT-REASON-WS
                       END-IF
               END-SEARCH
               IF AUTH-OPERATOR-FOUND-WS = "N"
                   MOVE "UNKNOWN OPERATOR" TO AUTH-REJECT-REASON-WS
               END-IF
           END-IF.

      *HOLD A TRANSACTION FOR SUPERVISOR APPROVAL UNDER THE NEXT
      *ITEM NUMBER, APPENDING IT TO THE QUEUE AT ONCE SO A RESTART
      *CANNOT LOSE IT
       900-QUEUE-FOR-APPROVAL.
           MOVE APQ-NEXT-ITEM-WS TO APQ-ITEM-NUMBER-WS.
           ADD 1 TO APQ-NEXT-ITEM-WS.
           MOVE "P" TO APQ-STATUS-WS.
           MOVE RUN-DATE-WS TO APQ-KEYED-DATE-WS.
           MOVE SPACES TO APQ-DECIDED-BY-WS.
           MOVE 0 TO APQ-DECIDED-DATE-WS.
           MOVE 0 TO APQ-APPLIED-DATE-WS.
           MOVE AUTH-EXT-VALUE-WS TO APQ-EXTENDED-VALUE-WS.
           MOVE AUTH-PCT-CHANGE-WS TO APQ-PRICE-PCT-CHANGE-WS.
           MOVE AUTH-HOLD-REASON-WS TO APQ-HOLD-REASON-WS.
           WRITE APPROVAL-QUEUE-RECORD FROM APQ-WORK-WS.
           IF APQ-TBL-COUNT-WS < APQ-TBL-MAX-WS
               ADD 1 TO APQ-TBL-COUNT-WS
               SET APQ-TBL-IDX TO APQ-TBL-COUNT-WS
               MOVE APQ-WORK-WS TO APQ-IMAGE-TBL (APQ-TBL-IDX)
           ELSE
               MOVE "Y" TO APQ-OVERFLOW-FLAG-WS
           END-IF.

      *PICK UP RECORDS REPAIRED BY THE REJECT CORRECTION RUN AND PUT
      *THEM BACK ON THE MASTER BEFORE THE NIGHTLY PASSES RUN, THEN
      *EMPTY THE RECYCLE FILE SO THEY ARE NOT APPLIED TWICE
      *BOOK THE CHANGE IN EXTENDED VALUE
       200-APPLY-PRICE-CHANGES.
           PERFORM 700-OPEN-PRICE-FILES.
           PERFORM 700-APPLY-RELEASED-PRICE-CHANGES.
           OPEN EXTEND APPROVAL-QUEUE-FILE.
           PERFORM 700-READ-PRICE-RECORD.
           PERFORM 700-PROCESS-PRICE-RECORD
               UNTIL PRICE-EOF-FLAG = "YES".
           OPEN INPUT PRICE-CHANGE-FILE-IN.
           OPEN OUTPUT PRICE-REJECT-OUT.
           OPEN OUTPUT PRICE-REVAL-REPORT-OUT.
           OPEN EXTEND REVAL-HISTORY-OUT.
           OPEN EXTEND INVENT-JOURNAL-OUT.
           OPEN I-O INVENT-FILE-IN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
                       IF PRICE-EFFECTIVE-DATE-IN > RUN-DATE-WS
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE "EFFECTIVE DATE IN FUTURE" TO
                               PRICE-REJECT-REASON-WS
                       ELSE
                           IF APPROVED-ITEM-FLAG-WS NOT = "Y"
                               MOVE PRICE-OPERATOR-ID-IN TO
                                   AUTH-OPERATOR-ID-WS
                               PERFORM 900-CHECK-OPERATOR-AUTH
                               IF AUTH-REJECT-REASON-WS NOT = SPACES
                                   MOVE "N" TO EDIT-VALID-FLAG-WS
                                   MOVE AUTH-REJECT-REASON-WS TO
                                       PRICE-REJECT-REASON-WS.

      *LOOK UP THE MASTER RECORD FOR THIS PRICE CHANGE BY PART NUMBER
       700-APPLY-ONE-PRICE-CHANGE.
               COMPUTE PRICE-DELTA-WS =
                   PART-QUANTITY-IN-HAND-IN *
                   (PRICE-NEW-PRICE-IN - PART-UNIT-PRICE-IN)
               PERFORM 900-CHECK-PRICE-CHANGE-LIMIT
           END-IF.

      *A PRICE CHANGE OVER THE OPERATOR'S PERCENT OR VALUE LIMIT IS
      *HELD FOR A SUPERVISOR; ANY OTHER (OR A RELEASED ONE) IS
      *REPORTED, JOURNALED AND PUT ON THE MASTER
       900-CHECK-PRICE-CHANGE-LIMIT.
           MOVE SPACES TO AUTH-HOLD-REASON-WS.
           IF APPROVED-ITEM-FLAG-WS NOT = "Y"
               MOVE PRICE-OPERATOR-ID-IN TO AUTH-OPERATOR-ID-WS
               PERFORM 900-CHECK-OPERATOR-AUTH
               PERFORM 900-MEASURE-PRICE-CHANGE
               IF AUTH-PCT-CHANGE-WS > AUTH-PCT-LIMIT-WS
                   MOVE "OVER PRICE CHANGE LIMIT" TO
                       AUTH-HOLD-REASON-WS
               ELSE
                   IF AUTH-EXT-VALUE-WS > AUTH-VALUE-LIMIT-WS
                       MOVE "OVER VALUE LIMIT" TO AUTH-HOLD-REASON-WS
                   END-IF
               END-IF
           END-IF.
           IF AUTH-HOLD-REASON-WS NOT = SPACES
               MOVE "P" TO APQ-SOURCE-WS
               MOVE PRICE-PART-NUMBER-IN TO APQ-PART-NUMBER-WS
               MOVE PRICE-OPERATOR-ID-IN TO APQ-KEYED-BY-WS
               MOVE PRICE-CHANGE-RECORD-IN TO APQ-TRAN-DATA-WS
               PERFORM 900-QUEUE-FOR-APPROVAL
           ELSE
               ADD PRICE-DELTA-WS TO PRICE-TOTAL-DELTA-WS
               PERFORM 900-WRITE-PRICE-REVAL-OUT
               MOVE "R" TO JRNL-ACTION-WS
               REWRITE INVENT-RECORD-IN
           END-IF.

      *PERCENT CHANGE ON THE OLD PRICE (A PART WITH NO PRICE YET
      *COUNTS AS THE MAXIMUM) AND THE CHANGE IN EXTENDED VALUE
       900-MEASURE-PRICE-CHANGE.
           IF PRICE-NEW-PRICE-IN > PART-UNIT-PRICE-IN
               COMPUTE AUTH-PRICE-DIFF-WS =
                   PRICE-NEW-PRICE-IN - PART-UNIT-PRICE-IN
           ELSE
               COMPUTE AUTH-PRICE-DIFF-WS =
                   PART-UNIT-PRICE-IN - PRICE-NEW-PRICE-IN
           END-IF.
           IF PART-UNIT-PRICE-IN = ZERO
               MOVE 99999.99 TO AUTH-PCT-CHANGE-WS
           ELSE
               COMPUTE AUTH-PCT-CHANGE-WS ROUNDED =
                   AUTH-PRICE-DIFF-WS * 100 / PART-UNIT-PRICE-IN
                   ON SIZE ERROR
                       MOVE 99999.99 TO AUTH-PCT-CHANGE-WS
               END-COMPUTE
           END-IF.
           COMPUTE AUTH-EXT-VALUE-WS =
               PART-QUANTITY-IN-HAND-IN * AUTH-PRICE-DIFF-WS.

      *CLOSE THE PRICE CHANGE FILES AND THE MASTER OPENED FOR UPDATE
       700-CLOSE-PRICE-FILES.
           MOVE PRICE-TOTAL-DELTA-WS TO REVAL-TOTAL-OUT.
           CLOSE PRICE-CHANGE-FILE-IN.
           CLOSE PRICE-REJECT-OUT.
           CLOSE PRICE-REVAL-REPORT-OUT.
           CLOSE REVAL-HISTORY-OUT.
           CLOSE INVENT-JOURNAL-OUT.
           CLOSE APPROVAL-QUEUE-FILE.
           CLOSE INVENT-FILE-IN.

      *WRITE A REJECTED PRICE CHANGE WITH ITS REASON CODE
       900-WRITE-PRICE-REJECT-OUT.
           MOVE "Y" TO APPLY-REJECTED-FLAG-WS.
           MOVE PRICE-CHANGE-RECORD-IN TO PRICE-REJECT-DATA-OUT.
           MOVE PRICE-REJECT-REASON-WS TO PRICE-REJECT-REASON-OUT.
           WRITE PRICE-REJECT-RECORD-OUT.
           MOVE PART-QUANTITY-IN-HAND-IN TO REVAL-QUANTITY-OUT.
           MOVE PRICE-DELTA-WS TO REVAL-DELTA-OUT.
           WRITE PRICE-REVAL-LINE-OUT FROM PRICE-REVAL-DETAIL-LINE-WS.
           PERFORM 900-WRITE-REVAL-HISTORY-OUT.

      *APPEND THE SAME REVALUATION TO THE CUMULATIVE HISTORY FILE
       900-WRITE-REVAL-HISTORY-OUT.
           MOVE RUN-DATE-WS TO RVHST-RUN-DATE-OUT.
           MOVE PRICE-PART-NUMBER-IN TO RVHST-PART-NUMBER-OUT.
           MOVE PART-UNIT-PRICE-IN TO RVHST-OLD-PRICE-OUT.
           MOVE PRICE-NEW-PRICE-IN TO RVHST-NEW-PRICE-OUT.
           MOVE PART-QUANTITY-IN-HAND-IN TO RVHST-QUANTITY-OUT.
           MOVE PRICE-DELTA-WS TO RVHST-VALUE-DELTA-OUT.
           MOVE PRICE-EFFECTIVE-DATE-IN TO RVHST-EFFECTIVE-DATE-OUT.
           WRITE REVAL-HISTORY-RECORD-OUT.

      *INITIATES INVENTORY REPORT JOB
       200-INITIATE-INVENT-REPORT-JOB.
           PERFORM 700-OPEN-FILES
           PERFORM 700-POSITION-INVENT-FILE.
           PERFORM 700-LOAD-SUPPLIER-TABLE.
           PERFORM 700-LOAD-PO-CONTROL.
           PERFORM 700-LOAD-ON-ORDER-TABLE.
           PERFORM 700-LOAD-ORDER-POLICY-TABLE.
           PERFORM 700-LOAD-BOM-TABLE.
           IF RESTART-FLAG-WS NOT = "Y"
               PERFORM 700-WRITE-COLUMN-HDR
           END-IF.
      *CLOSE INVENTORY RECORD FILE
       200-TERM-INVENT-FILE.
           PERFORM 700-WRITE-CHECKPOINT-COMPLETE.
           PERFORM 700-WRITE-KIT-DEMAND-SECTION.
           CLOSE INVENT-FILE-IN.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE REORD-REPORT-OUT.
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT COST-METHOD-WS FROM ENVIRONMENT
               "COST_METHOD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF COST-METHOD-WS NOT = "AVERAGE"
               MOVE "STANDARD" TO COST-METHOD-WS
           END-IF.

      *CHECK FOR AN IN-PROGRESS CHECKPOINT FROM AN INTERRUPTED RUN
       700-CHECK-FOR-RESTART.
      
      *WRITE REPORT HEADER  
       700-WRITE-COLUMN-HDR.
           WRITE REPORT-LINE-OUT FROM COST-METHOD-LINE-WS AFTER
           ADVANCING 1 LINE.
           WRITE REPORT-LINE-OUT  FROM COLUMN-HDR-LINE-WS AFTER
           ADVANCING 1 LINE.
           WRITE REPORT-LINE-OUT  FROM ROW-FILLER-WS.
           
           WRITE REORD-REPRT-LINE-OUT FROM COST-METHOD-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE REORD-REPRT-LINE-OUT FROM REORD-COLUMN-HDR-LINE-WS
           AFTER ADVANCING 1 LINE.
           WRITE REORD-REPRT-LINE-OUT FROM REORD-ROW-FILLER-WS.
                           SUPPLIER-CODE-TBL (SUPPLIER-TBL-IDX)
                       MOVE SUPPLIER-NAME-IN TO
                           SUPPLIER-NAME-TBL (SUPPLIER-TBL-IDX)
                       MOVE SUPPLIER-CONTACT-IN TO
                           SUPPLIER-CONTACT-TBL (SUPPLIER-TBL-IDX)
                       MOVE SUPPLIER-PHONE-IN TO
                           SUPPLIER-PHONE-TBL (SUPPLIER-TBL-IDX)
                       MOVE SUPPLIER-STREET-IN TO
                           SUPPLIER-STREET-TBL (SUPPLIER-TBL-IDX)
                       MOVE SUPPLIER-CITY-IN TO
                           SUPPLIER-CITY-TBL (SUPPLIER-TBL-IDX)
                       MOVE SUPPLIER-PROVINCE-IN TO
                           SUPPLIER-PROVINCE-TBL (SUPPLIER-TBL-IDX)
                       MOVE SUPPLIER-POSTAL-CODE-IN TO
                           SUPPLIER-POSTAL-CODE-TBL (SUPPLIER-TBL-IDX)
               END-READ
           END-PERFORM.


      *EDIT ADJUSTMENT RECORD FOR VALID NUMERIC FIELDS BEFORE PROCESSING
       700-EDIT-ADJUST-RECORD.
           MOVE SPACES TO ADJUST-REJECT-REASON-WS.
           MOVE "Y" TO EDIT-VALID-FLAG-WS.
           IF ADJUST-PART-NUMBER-IN NOT NUMERIC
               MOVE "N" TO EDIT-VALID-FLAG-WS
           ELSE
               IF ADJUST-QUANTITY-DELTA-IN NOT NUMERIC
                   MOVE "N" TO EDIT-VALID-FLAG-WS
                   MOVE "BAD QUANTITY DELTA" TO ADJUST-REJECT-REASON-WS
               ELSE
                   IF APPROVED-ITEM-FLAG-WS NOT = "Y"
                       MOVE ADJUST-OPERATOR-ID-IN TO
                           AUTH-OPERATOR-ID-WS
                       PERFORM 900-CHECK-OPERATOR-AUTH
                       IF AUTH-REJECT-REASON-WS NOT = SPACES
                           MOVE "N" TO EDIT-VALID-FLAG-WS
                           MOVE AUTH-REJECT-REASON-WS TO
                               ADJUST-REJECT-REASON-WS.

      *ADD THE SIGNED DELTA TO QUANTITY ON HAND AND REWRITE THE MASTER
       700-UPDATE-INVENT-QUANTITY.
               MOVE "RESULT WOULD BE NEGATIVE" TO
                   ADJUST-REJECT-REASON-WS
               PERFORM 900-WRITE-ADJUST-REJECT-OUT
           ELSE IF ADJUST-NEW-QUANTITY-WS > 99999
               MOVE "RESULT EXCEEDS MAXIMUM" TO
                   ADJUST-REJECT-REASON-WS
               PERFORM 900-WRITE-ADJUST-REJECT-OUT
           ELSE
               PERFORM 900-CHECK-ADJUST-VALUE-LIMIT
           END-IF.

      *AN ADJUSTMENT WHOSE EXTENDED VALUE IS OVER THE OPERATOR'S
      *LIMIT IS HELD FOR A SUPERVISOR; ANY OTHER (OR A RELEASED ONE)
      *IS AUDITED, LEDGERED, JOURNALED AND PUT ON THE MASTER
       900-CHECK-ADJUST-VALUE-LIMIT.
           MOVE SPACES TO AUTH-HOLD-REASON-WS.
           IF APPROVED-ITEM-FLAG-WS NOT = "Y"
               MOVE ADJUST-OPERATOR-ID-IN TO AUTH-OPERATOR-ID-WS
               PERFORM 900-CHECK-OPERATOR-AUTH
               IF ADJUST-QUANTITY-DELTA-IN < 0
                   COMPUTE AUTH-EXT-VALUE-WS =
                       (0 - ADJUST-QUANTITY-DELTA-IN) *
                       PART-UNIT-PRICE-IN
               ELSE
                   COMPUTE AUTH-EXT-VALUE-WS =
                       ADJUST-QUANTITY-DELTA-IN * PART-UNIT-PRICE-IN
               END-IF
               MOVE 0 TO AUTH-PCT-CHANGE-WS
               IF AUTH-EXT-VALUE-WS > AUTH-VALUE-LIMIT-WS
                   MOVE "OVER VALUE LIMIT" TO AUTH-HOLD-REASON-WS
               END-IF
           END-IF.
           IF AUTH-HOLD-REASON-WS NOT = SPACES
               MOVE "A" TO APQ-SOURCE-WS
               MOVE ADJUST-PART-NUMBER-IN TO APQ-PART-NUMBER-WS
               MOVE ADJUST-OPERATOR-ID-IN TO APQ-KEYED-BY-WS
               MOVE ADJUST-RECORD-IN TO APQ-TRAN-DATA-WS
               PERFORM 900-QUEUE-FOR-APPROVAL
           ELSE
               PERFORM 900-WRITE-ADJUST-AUDIT-OUT
               PERFORM 900-WRITE-ADJUST-LEDGER-OUT

      *APPEND THE APPLIED ADJUSTMENT TO THE SHARED STOCK MOVEMENT
      *LEDGER WITH ITS BEFORE AND AFTER BALANCES SO THE STATEMENT
      *RUN CAN CHAIN EVERY CHANGE TO QUANTITY ON HAND; COUNT
      *VARIANCES AND SITE TRANSFERS KEEP THEIR OWN MOVEMENT TYPE SO
      *THE GENERAL LEDGER EXTRACT CAN POST THEM TO THEIR OWN ACCOUNTS
       900-WRITE-ADJUST-LEDGER-OUT.
           MOVE ADJUST-PART-NUMBER-IN TO SLGR-PART-NUMBER-OUT.
           MOVE ADJUST-DATE-IN TO SLGR-MOVE-DATE-OUT.
           EVALUATE ADJUST-REASON-CODE-IN
               WHEN "CYCLECOUNT"
               WHEN "XFER-OUT"
               WHEN "XFER-IN"
                   MOVE ADJUST-REASON-CODE-IN TO SLGR-MOVE-TYPE-OUT
               WHEN OTHER
                   MOVE "ADJUSTMENT" TO SLGR-MOVE-TYPE-OUT
           END-EVALUATE.
           MOVE ADJUST-QUANTITY-DELTA-IN TO SLGR-QUANTITY-OUT.
           MOVE PART-QUANTITY-IN-HAND-IN TO SLGR-BEFORE-QTY-OUT.
           MOVE ADJUST-NEW-QUANTITY-WS TO SLGR-AFTER-QTY-OUT.
           CLOSE STOCK-LEDGER-OUT.
           CLOSE INVENT-JOURNAL-OUT.
           CLOSE ADJUST-REGISTER-OUT.
           CLOSE APPROVAL-QUEUE-FILE.
           CLOSE INVENT-FILE-IN.

      *WRITE THE REGISTER COLUMN HEADINGS

      *CREATE AND WRITE INVENTORY REPORT DATA; A PART BELOW ITS
      *REORDER POINT IS ONLY RE-ORDERED FOR THE SHORTFALL NOT YET
      *COVERED BY OPEN ORDERS, OTHERWISE IT IS LISTED AS ON ORDER.
      *A KIT IS BUILT IN-HOUSE FROM ITS COMPONENTS INSTEAD OF BOUGHT
       700-PRODUCE-INVENT-RECORD-OUT.
           PERFORM 900-NOTE-KIT-COMPONENT-STOCK.
           IF PART-QUANTITY-IN-HAND-IN < PART-RE-ORDER-POINT-IN
               PERFORM 900-LOOKUP-ON-ORDER-QTY
               IF PART-QUANTITY-IN-HAND-IN + ON-ORDER-QTY-WS <
                       PART-RE-ORDER-POINT-IN
                   PERFORM 900-LOOKUP-KIT-BOM
                   IF KIT-BOM-FOUND-FLAG-WS = "Y"
                       PERFORM 900-CREATE-KIT-REORD-RECORD-OUT
                   ELSE
                       PERFORM 900-CREATE-REORD-RECORD-OUT
                   END-IF
               ELSE
                   PERFORM 900-CREATE-ON-ORDER-RECORD-OUT
               END-IF

      *WRITE A REJECTED ADJUSTMENT TRANSACTION WITH ITS REASON CODE
       900-WRITE-ADJUST-REJECT-OUT.
           MOVE "Y" TO APPLY-REJECTED-FLAG-WS.
           MOVE ADJUST-RECORD-IN TO ADJUST-REJECT-DATA-OUT.
           MOVE ADJUST-REJECT-REASON-WS TO ADJUST-REJECT-REASON-OUT.
           WRITE ADJUST-REJECT-RECORD-OUT.
           WRITE REORD-REPRT-LINE-OUT FROM REORD-RECORD-OUT.
           PERFORM 900-WRITE-PO-EXTRACT-OUT.

      *LIST A KIT BELOW ITS REORDER POINT AS ONE TO BUILD RATHER THAN
      *ORDER, AND CHARGE THE SHORTFALL TO EACH OF ITS COMPONENTS; NO
      *PURCHASE ORDER IS RAISED FOR A KIT
       900-CREATE-KIT-REORD-RECORD-OUT.
           MOVE PART-NUMBER-IN TO REORD-PART-NUMBER-OUT.
           MOVE PART-NAME-IN TO REORD-PART-NAME-OUT.
           MOVE PART-QUANTITY-IN-HAND-IN TO REORD-PART-QUANTITY-OUT.
           MOVE PART-RE-ORDER-POINT-IN TO REORD-REORD-POINT-OUT.
           MOVE "BUILD IN-HOUSE" TO REORD-SUPPLIER-NAME.
           WRITE REORD-REPRT-LINE-OUT FROM REORD-RECORD-OUT.
           COMPUTE KIT-SHORTFALL-WS =
               PART-RE-ORDER-POINT-IN - PART-QUANTITY-IN-HAND-IN
               - ON-ORDER-QTY-WS.
           PERFORM VARYING BOM-TBL-IDX FROM 1 BY 1
                   UNTIL BOM-TBL-IDX > BOM-TBL-COUNT-WS
               IF BOM-KIT-PART-TBL (BOM-TBL-IDX) = PART-NUMBER-IN
                   COMPUTE BOM-DEMAND-TBL (BOM-TBL-IDX) =
                       BOM-DEMAND-TBL (BOM-TBL-IDX)
                       + KIT-SHORTFALL-WS
                       * BOM-QTY-PER-TBL (BOM-TBL-IDX)
               END-IF
           END-PERFORM.

      *IS THE CURRENT PART A KIT, I.E. DOES IT HAVE COMPONENT LINES
       900-LOOKUP-KIT-BOM.
           MOVE "N" TO KIT-BOM-FOUND-FLAG-WS.
           SET BOM-TBL-IDX TO 1.
           SEARCH BOM-TBL-ENTRY
               VARYING BOM-TBL-IDX
               AT END
                   CONTINUE
               WHEN BOM-TBL-IDX > BOM-TBL-COUNT-WS
                   CONTINUE
               WHEN BOM-KIT-PART-TBL (BOM-TBL-IDX) = PART-NUMBER-IN
                   MOVE "Y" TO KIT-BOM-FOUND-FLAG-WS
           END-SEARCH.

      *KEEP THE NAME AND QUANTITY ON HAND OF A PART THAT IS A
      *COMPONENT OF ANY KIT, FOR THE COMPONENT DEMAND SECTION
       900-NOTE-KIT-COMPONENT-STOCK.
           PERFORM VARYING BOM-TBL-IDX FROM 1 BY 1
                   UNTIL BOM-TBL-IDX > BOM-TBL-COUNT-WS
               IF BOM-COMP-PART-TBL (BOM-TBL-IDX) = PART-NUMBER-IN
                   MOVE PART-NAME-IN TO BOM-COMP-NAME-TBL (BOM-TBL-IDX)
                   MOVE PART-QUANTITY-IN-HAND-IN TO
                       BOM-COMP-QOH-TBL (BOM-TBL-IDX)
               END-IF
           END-PERFORM.

      *LOAD THE BILL OF MATERIALS; LINES OVER THE TABLE CAPACITY ARE
      *LISTED ON THE EXCEPTION REPORT AND LEFT OUT OF KIT DEMAND
       700-LOAD-BOM-TABLE.
           OPEN INPUT BILL-OF-MATERIAL-IN.
           PERFORM UNTIL BOM-EOF-FLAG = "YES"
               READ BILL-OF-MATERIAL-IN
                   AT END MOVE "YES" TO BOM-EOF-FLAG
                   NOT AT END
                       IF BOM-TBL-COUNT-WS < BOM-TBL-MAX-WS
                           ADD 1 TO BOM-TBL-COUNT-WS
                           SET BOM-TBL-IDX TO BOM-TBL-COUNT-WS
                           MOVE BOM-KIT-PART-NUMBER TO
                               BOM-KIT-PART-TBL (BOM-TBL-IDX)
                           MOVE BOM-COMP-PART-NUMBER TO
                               BOM-COMP-PART-TBL (BOM-TBL-IDX)
                           MOVE BOM-QTY-PER-KIT TO
                               BOM-QTY-PER-TBL (BOM-TBL-IDX)
                           MOVE "NOT ACTIVE ON MASTER" TO
                               BOM-COMP-NAME-TBL (BOM-TBL-IDX)
                           MOVE 0 TO BOM-COMP-QOH-TBL (BOM-TBL-IDX)
                           MOVE 0 TO BOM-DEMAND-TBL (BOM-TBL-IDX)
                       ELSE
                           MOVE BOM-KIT-PART-NUMBER TO
                               EXC-PART-NUMBER-OUT
                           MOVE SPACES TO EXC-PART-NAME-OUT
                           MOVE "BOM TABLE FULL" TO EXC-REASON-OUT
                           WRITE EXCEPTION-RECORD-OUT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILL-OF-MATERIAL-IN.

      *AT THE FOOT OF THE REORDER REPORT, LIST EVERY COMPONENT LINE
      *CARRYING DEMAND FROM A KIT TO BE BUILT, WITH WHAT IS ON HAND
      *AND HOW FAR SHORT THE COMPONENT IS FOR THAT KIT
       700-WRITE-KIT-DEMAND-SECTION.
           IF BOM-TBL-COUNT-WS > 0
               WRITE REORD-REPRT-LINE-OUT FROM KIT-DEMAND-TITLE-LINE-WS
               AFTER ADVANCING 2 LINES
               WRITE REORD-REPRT-LINE-OUT FROM KIT-DEMAND-HDR-LINE-WS
               AFTER ADVANCING 1 LINE
               PERFORM VARYING BOM-TBL-IDX FROM 1 BY 1
                       UNTIL BOM-TBL-IDX > BOM-TBL-COUNT-WS
                   IF BOM-DEMAND-TBL (BOM-TBL-IDX) > 0
                       PERFORM 900-WRITE-KIT-DEMAND-LINE
                   END-IF
               END-PERFORM
               IF KIT-DEMAND-LINE-CTR = 0
                   WRITE REORD-REPRT-LINE-OUT FROM
                       KIT-DEMAND-NONE-LINE-WS
               END-IF
           END-IF.

      *WRITE ONE COMPONENT DEMAND LINE
       900-WRITE-KIT-DEMAND-LINE.
           MOVE BOM-KIT-PART-TBL (BOM-TBL-IDX) TO KDEM-KIT-PART-OUT.
           MOVE BOM-COMP-PART-TBL (BOM-TBL-IDX) TO KDEM-COMP-PART-OUT.
           MOVE BOM-COMP-NAME-TBL (BOM-TBL-IDX) TO KDEM-COMP-NAME-OUT.
           MOVE BOM-DEMAND-TBL (BOM-TBL-IDX) TO KDEM-DEMAND-OUT.
           MOVE BOM-COMP-QOH-TBL (BOM-TBL-IDX) TO KDEM-ON-HAND-OUT.
           COMPUTE KIT-COMP-SHORT-WS =
               BOM-DEMAND-TBL (BOM-TBL-IDX)
               - BOM-COMP-QOH-TBL (BOM-TBL-IDX).
           IF KIT-COMP-SHORT-WS > 0
               MOVE KIT-COMP-SHORT-WS TO KDEM-SHORT-OUT
           ELSE
               MOVE 0 TO KDEM-SHORT-OUT
           END-IF.
           WRITE REORD-REPRT-LINE-OUT FROM KIT-DEMAND-DETAIL-LINE-WS.
           ADD 1 TO KIT-DEMAND-LINE-CTR.

      *WRITE ONE FIXED-WIDTH PURCHASE-ORDER-READY RECORD FOR THE
      *SHORTFALL NOT COVERED BY OPEN ORDERS, SHAPED BY THE PART'S
      *ORDER POLICY, AND RECORD THE NEW ORDER ON THE OPEN-ORDER FILE
           MOVE PO-RAW-QTY-WS TO PO-ORDER-QTY-OUT.
           MOVE PART-SUPPLIER-CODE-IN TO PO-SUPPLIER-CODE-OUT.
           WRITE PO-EXTRACT-RECORD-OUT.
           PERFORM 900-ASSIGN-PO-NUMBER.
           PERFORM 900-WRITE-ON-ORDER-OUT.

      *SHAPE THE RAW SHORTFALL TO THE PART'S ORDER POLICY: ORDER UP
                   ((PO-RAW-QTY-WS + ORDPOL-PACK-WS - 1)
                   / ORDPOL-PACK-WS) * ORDPOL-PACK-WS
           END-IF.
           IF PO-RAW-QTY-WS > 99999
               MOVE 99999 TO PO-RAW-QTY-WS
           END-IF.

      *FIND THE PART'S ORDER POLICY; A PART WITH NO POLICY LINE
           MOVE PO-ORDER-QTY-OUT TO OO-QUANTITY.
           MOVE PO-SUPPLIER-CODE-OUT TO OO-SUPPLIER-CODE.
           MOVE RUN-DATE-WS TO OO-ORDER-DATE.
           MOVE PO-NUMBER-WS TO OO-PO-NUMBER.
           MOVE PO-LINE-WS TO OO-PO-LINE.
           WRITE ON-ORDER-RECORD.

      *LOAD THE OPEN-ORDER FILE INTO A TABLE FOR SUPPRESSION LOOKUP,
                       ELSE
                           PERFORM 900-WRITE-OO-OVERFLOW-EXCEPTION
                       END-IF
                       IF OO-PO-NUMBER NUMERIC
                           AND OO-PO-LINE NUMERIC
                           AND OO-PO-NUMBER >= PO-RUN-FIRST-NUMBER-WS
                           PERFORM 900-RELOAD-PO-SUPPLIER-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-FILE.
           OPEN EXTEND ON-ORDER-FILE.

      *READ THE PO NUMBER CONTROL RECORD. A FRESH RUN NUMBERS ITS
      *POS FROM THE ONE AFTER THE LAST ISSUED; A RESTARTED RUN KEEPS
      *THE INTERRUPTED RUN'S FIRST NUMBER SO THE POS ALREADY RAISED
      *ARE PICKED UP AGAIN FROM THE OPEN-ORDER FILE AND ADDED TO
       700-LOAD-PO-CONTROL.
           MOVE 0 TO PO-LAST-NUMBER-WS.
           MOVE 0 TO PO-RUN-FIRST-NUMBER-WS.
           OPEN INPUT PO-CONTROL-FILE.
           IF PO-CONTROL-STATUS-WS = "00"
               READ PO-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF POCTL-LAST-NUMBER NUMERIC
                           MOVE POCTL-LAST-NUMBER TO PO-LAST-NUMBER-WS
                       END-IF
                       IF POCTL-RUN-FIRST-NUMBER NUMERIC
                           MOVE POCTL-RUN-FIRST-NUMBER
                               TO PO-RUN-FIRST-NUMBER-WS
                       END-IF
               END-READ
           END-IF.
           CLOSE PO-CONTROL-FILE.
           IF RESTART-FLAG-WS NOT = "Y"
               OR PO-RUN-FIRST-NUMBER-WS = 0
               COMPUTE PO-RUN-FIRST-NUMBER-WS = PO-LAST-NUMBER-WS + 1
               PERFORM 900-SAVE-PO-CONTROL
           END-IF.

      *SAVE THE PO NUMBER CONTROL RECORD; DONE AS EACH NEW NUMBER IS
      *TAKEN SO A CRASH NEVER HANDS THE SAME NUMBER OUT TWICE
       900-SAVE-PO-CONTROL.
           OPEN OUTPUT PO-CONTROL-FILE.
           MOVE PO-LAST-NUMBER-WS TO POCTL-LAST-NUMBER.
           MOVE PO-RUN-FIRST-NUMBER-WS TO POCTL-RUN-FIRST-NUMBER.
           MOVE RUN-DATE-WS TO POCTL-RUN-DATE.
           WRITE PO-CONTROL-RECORD.
           CLOSE PO-CONTROL-FILE.

      *PUT A PO RAISED EARLIER IN AN INTERRUPTED RUN BACK IN THE PO
      *SUPPLIER TABLE SO THE RESTART ADDS LINES TO IT, NOT A NEW PO
       900-RELOAD-PO-SUPPLIER-ENTRY.
           MOVE "N" TO PO-SUPP-FOUND-FLAG-WS.
           SET PO-SUPP-TBL-IDX TO 1.
           SEARCH PO-SUPP-TBL-ENTRY
               VARYING PO-SUPP-TBL-IDX
               AT END
                   CONTINUE
               WHEN PO-SUPP-TBL-IDX > PO-SUPP-TBL-COUNT-WS
                   CONTINUE
               WHEN PO-SUPP-CODE-TBL (PO-SUPP-TBL-IDX) =
                       OO-SUPPLIER-CODE
                   MOVE "Y" TO PO-SUPP-FOUND-FLAG-WS
                   IF PO-SUPP-NUMBER-TBL (PO-SUPP-TBL-IDX) =
                           OO-PO-NUMBER
                       AND PO-SUPP-LAST-LINE-TBL (PO-SUPP-TBL-IDX) <
                           OO-PO-LINE
                       MOVE OO-PO-LINE TO
                           PO-SUPP-LAST-LINE-TBL (PO-SUPP-TBL-IDX)
                   END-IF
           END-SEARCH.
           IF PO-SUPP-FOUND-FLAG-WS = "N"
               AND PO-SUPP-TBL-COUNT-WS < PO-SUPP-TBL-MAX-WS
               ADD 1 TO PO-SUPP-TBL-COUNT-WS
               SET PO-SUPP-TBL-IDX TO PO-SUPP-TBL-COUNT-WS
               MOVE OO-SUPPLIER-CODE TO
                   PO-SUPP-CODE-TBL (PO-SUPP-TBL-IDX)
               MOVE OO-PO-NUMBER TO
                   PO-SUPP-NUMBER-TBL (PO-SUPP-TBL-IDX)
               MOVE OO-PO-LINE TO
                   PO-SUPP-LAST-LINE-TBL (PO-SUPP-TBL-IDX)
           END-IF.

      *GIVE THE PO EXTRACT LINE JUST WRITTEN ITS PO NUMBER AND LINE:
      *THE NEXT LINE ON THE SUPPLIER'S PO FOR THIS RUN, OR LINE 1 OF
      *A NEWLY NUMBERED PO IF THE SUPPLIER HAS NONE YET
       900-ASSIGN-PO-NUMBER.
           MOVE "N" TO PO-SUPP-FOUND-FLAG-WS.
           SET PO-SUPP-TBL-IDX TO 1.
           SEARCH PO-SUPP-TBL-ENTRY
               VARYING PO-SUPP-TBL-IDX
               AT END
                   CONTINUE
               WHEN PO-SUPP-TBL-IDX > PO-SUPP-TBL-COUNT-WS
                   CONTINUE
               WHEN PO-SUPP-CODE-TBL (PO-SUPP-TBL-IDX) =
                       PO-SUPPLIER-CODE-OUT
                   MOVE "Y" TO PO-SUPP-FOUND-FLAG-WS
                   ADD 1 TO PO-SUPP-LAST-LINE-TBL (PO-SUPP-TBL-IDX)
                   MOVE PO-SUPP-NUMBER-TBL (PO-SUPP-TBL-IDX) TO
                       PO-NUMBER-WS
                   MOVE PO-SUPP-LAST-LINE-TBL (PO-SUPP-TBL-IDX) TO
                       PO-LINE-WS
           END-SEARCH.
           IF PO-SUPP-FOUND-FLAG-WS = "N"
               ADD 1 TO PO-LAST-NUMBER-WS
               MOVE PO-LAST-NUMBER-WS TO PO-NUMBER-WS
               MOVE 1 TO PO-LINE-WS
               PERFORM 900-SAVE-PO-CONTROL
               IF PO-SUPP-TBL-COUNT-WS < PO-SUPP-TBL-MAX-WS
                   ADD 1 TO PO-SUPP-TBL-COUNT-WS
                   SET PO-SUPP-TBL-IDX TO PO-SUPP-TBL-COUNT-WS
                   MOVE PO-SUPPLIER-CODE-OUT TO
                       PO-SUPP-CODE-TBL (PO-SUPP-TBL-IDX)
                   MOVE PO-NUMBER-WS TO
                       PO-SUPP-NUMBER-TBL (PO-SUPP-TBL-IDX)
                   MOVE 1 TO PO-SUPP-LAST-LINE-TBL (PO-SUPP-TBL-IDX)
               END-IF
           END-IF.

      *PRINT ONE PURCHASE ORDER DOCUMENT PER PO RAISED THIS RUN,
      *ADDRESSED FROM THE SUPPLIER MASTER AND PRICED AT THE PART'S
      *MASTER UNIT PRICE, READY TO SEND TO THE SUPPLIER
       200-PRINT-PURCHASE-ORDERS.
           OPEN OUTPUT PO-DOCUMENT-OUT.
           PERFORM 700-LOAD-PO-LINE-TABLE.
           OPEN INPUT INVENT-FILE-IN.
           PERFORM 700-PRINT-ONE-PURCHASE-ORDER
               VARYING PO-PRINT-NUMBER-WS
               FROM PO-RUN-FIRST-NUMBER-WS BY 1
               UNTIL PO-PRINT-NUMBER-WS > PO-LAST-NUMBER-WS.
           IF PO-DOC-COUNT-WS = 0
               WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-NONE-LINE-WS
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF PO-LINE-OVERFLOW-CTR > 0
               MOVE PO-LINE-OVERFLOW-CTR TO PODOC-OVERFLOW-OUT
               WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-ROW-FILLER-WS
               WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-OVERFLOW-LINE-WS
           END-IF.
           CLOSE INVENT-FILE-IN.
           CLOSE PO-DOCUMENT-OUT.

      *LOAD THE OPEN-ORDER LINES CARRYING A PO NUMBER RAISED THIS RUN.
      *LINES THAT DO NOT FIT THE TABLE ARE COUNTED, PRINTED AT THE END
      *OF THE PO DOCUMENTS AND CARRIED TO THE RUN LOG, SO THE ORDERS
      *THEY BELONG TO ARE NOT SENT OUT SHORT WITHOUT ANYONE KNOWING
       700-LOAD-PO-LINE-TABLE.
           OPEN INPUT ON-ORDER-FILE.
           PERFORM UNTIL PO-LINE-EOF-FLAG = "YES"
               READ ON-ORDER-FILE
                   AT END MOVE "YES" TO PO-LINE-EOF-FLAG
                   NOT AT END
                       IF OO-PO-NUMBER NUMERIC
                           AND OO-PO-LINE NUMERIC
                           AND OO-PO-NUMBER >= PO-RUN-FIRST-NUMBER-WS
                           PERFORM 900-LOAD-PO-LINE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ORDER-FILE.

      *TAKE ONE LINE RAISED THIS RUN INTO THE TABLE, OR COUNT IT
      *WHEN THE TABLE IS FULL
       900-LOAD-PO-LINE-ENTRY.
           IF PO-LINE-TBL-COUNT-WS < PO-LINE-TBL-MAX-WS
               ADD 1 TO PO-LINE-TBL-COUNT-WS
               SET PO-LINE-TBL-IDX TO PO-LINE-TBL-COUNT-WS
               MOVE OO-PO-NUMBER TO PO-LINE-NUMBER-TBL (PO-LINE-TBL-IDX)
               MOVE OO-PO-LINE TO PO-LINE-LINE-TBL (PO-LINE-TBL-IDX)
               MOVE OO-PART-NUMBER TO PO-LINE-PART-TBL (PO-LINE-TBL-IDX)
               MOVE OO-QUANTITY TO PO-LINE-QTY-TBL (PO-LINE-TBL-IDX)
               MOVE OO-SUPPLIER-CODE TO
                   PO-LINE-SUPP-TBL (PO-LINE-TBL-IDX)
               MOVE OO-ORDER-DATE TO PO-LINE-DATE-TBL (PO-LINE-TBL-IDX)
           ELSE
               ADD 1 TO PO-LINE-OVERFLOW-CTR
           END-IF.

      *PRINT THE DOCUMENT FOR ONE PO NUMBER: HEADER ON ITS FIRST
      *LINE, THEN EVERY LINE IN LINE ORDER, THEN THE PO TOTAL. A
      *NUMBER TAKEN JUST BEFORE AN INTERRUPTION MAY HAVE NO LINES
      *AND PRINTS NOTHING
       700-PRINT-ONE-PURCHASE-ORDER.
           MOVE "Y" TO PO-PRINT-FIRST-FLAG-WS.
           MOVE 0 TO PO-TOTAL-VALUE-WS.
           PERFORM 900-PRINT-PO-LINE
               VARYING PO-LINE-TBL-IDX FROM 1 BY 1
               UNTIL PO-LINE-TBL-IDX > PO-LINE-TBL-COUNT-WS.
           IF PO-PRINT-FIRST-FLAG-WS = "N"
               MOVE PO-TOTAL-VALUE-WS TO PODOC-TOTAL-OUT
               WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-ROW-FILLER-WS
               WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-TOTAL-LINE-WS
               ADD 1 TO PO-DOC-COUNT-WS
           END-IF.

      *PRINT ONE TABLE LINE IF IT BELONGS TO THE PO BEING PRINTED
       900-PRINT-PO-LINE.
           IF PO-LINE-NUMBER-TBL (PO-LINE-TBL-IDX) = PO-PRINT-NUMBER-WS
               IF PO-PRINT-FIRST-FLAG-WS = "Y"
                   PERFORM 900-WRITE-PO-DOC-HEADER
                   MOVE "N" TO PO-PRINT-FIRST-FLAG-WS
               END-IF
               PERFORM 900-WRITE-PO-DOC-DETAIL
           END-IF.

      *START A NEW PAGE WITH THE PO NUMBER, ORDER DATE AND THE
      *SUPPLIER'S NAME, CONTACT AND ADDRESS
       900-WRITE-PO-DOC-HEADER.
           MOVE PO-PRINT-NUMBER-WS TO PODOC-PO-NUMBER-OUT.
           MOVE PO-LINE-DATE-TBL (PO-LINE-TBL-IDX) TO
               PODOC-ORDER-DATE-OUT.
           MOVE PO-LINE-SUPP-TBL (PO-LINE-TBL-IDX) TO
               PODOC-SUPPLIER-CODE-OUT.
           MOVE PO-LINE-SUPP-TBL (PO-LINE-TBL-IDX) TO
               LOOKUP-SUPPLIER-CODE-WS.
           PERFORM 900-LOOKUP-SUPPLIER-NAME.
           MOVE LOOKUP-SUPPLIER-NAME-WS TO PODOC-SUPPLIER-NAME-OUT.
           PERFORM 900-LOOKUP-SUPPLIER-ADDRESS.
           IF PO-DOC-COUNT-WS = 0
               WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-TITLE-LINE-WS
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-TITLE-LINE-WS
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-ROW-FILLER-WS.
           WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-SUPPLIER-LINE-WS.
           WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-CONTACT-LINE-WS.
           WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-STREET-LINE-WS.
           WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-CITY-LINE-WS.
           WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-ROW-FILLER-WS.
           WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-COLUMN-HDR-LINE-WS.
           WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-ROW-FILLER-WS.

      *PRINT ONE PO LINE VALUED AT THE PART'S MASTER UNIT PRICE; A
      *PART DELETED SINCE THE LINE WAS RAISED PRINTS AT ZERO
       900-WRITE-PO-DOC-DETAIL.
           MOVE PO-LINE-LINE-TBL (PO-LINE-TBL-IDX) TO PODOC-LINE-OUT.
           MOVE PO-LINE-PART-TBL (PO-LINE-TBL-IDX) TO
               PODOC-PART-NUMBER-OUT.
           MOVE PO-LINE-PART-TBL (PO-LINE-TBL-IDX) TO PART-NUMBER-IN.
           MOVE PO-LINE-QTY-TBL (PO-LINE-TBL-IDX) TO
               PODOC-QUANTITY-OUT.
           READ INVENT-FILE-IN
               INVALID KEY
                   MOVE "PART NOT ON MASTER" TO PODOC-PART-NAME-OUT
                   MOVE 0 TO PART-UNIT-PRICE-IN
               NOT INVALID KEY
                   MOVE PART-NAME-IN TO PODOC-PART-NAME-OUT
           END-READ.
           MOVE PART-UNIT-PRICE-IN TO PODOC-UNIT-PRICE-OUT.
           COMPUTE PO-LINE-VALUE-WS =
               PO-LINE-QTY-TBL (PO-LINE-TBL-IDX) * PART-UNIT-PRICE-IN.
           MOVE PO-LINE-VALUE-WS TO PODOC-LINE-VALUE-OUT.
           ADD PO-LINE-VALUE-WS TO PO-TOTAL-VALUE-WS.
           WRITE PO-DOCUMENT-LINE-OUT FROM PO-DOC-DETAIL-LINE-WS.

      *LOOK UP THE CONTACT, PHONE AND ADDRESS FOR THE PO'S SUPPLIER;
      *AN UNKNOWN SUPPLIER PRINTS WITH THOSE LINES BLANK
       900-LOOKUP-SUPPLIER-ADDRESS.
           MOVE SPACES TO PODOC-CONTACT-OUT.
           MOVE SPACES TO PODOC-PHONE-OUT.
           MOVE SPACES TO PODOC-STREET-OUT.
           MOVE SPACES TO PODOC-CITY-OUT.
           MOVE SPACES TO PODOC-PROVINCE-OUT.
           MOVE SPACES TO PODOC-POSTAL-CODE-OUT.
           SET SUPPLIER-TBL-IDX TO 1.
           SEARCH SUPPLIER-TBL-ENTRY
               VARYING SUPPLIER-TBL-IDX
               AT END
                   CONTINUE
               WHEN SUPPLIER-TBL-IDX > SUPPLIER-TBL-COUNT-WS
                   CONTINUE
               WHEN SUPPLIER-CODE-TBL (SUPPLIER-TBL-IDX) =
                       LOOKUP-SUPPLIER-CODE-WS
                   MOVE SUPPLIER-CONTACT-TBL (SUPPLIER-TBL-IDX) TO
                       PODOC-CONTACT-OUT
                   MOVE SUPPLIER-PHONE-TBL (SUPPLIER-TBL-IDX) TO
                       PODOC-PHONE-OUT
                   MOVE SUPPLIER-STREET-TBL (SUPPLIER-TBL-IDX) TO
                       PODOC-STREET-OUT
                   MOVE SUPPLIER-CITY-TBL (SUPPLIER-TBL-IDX) TO
                       PODOC-CITY-OUT
                   MOVE SUPPLIER-PROVINCE-TBL (SUPPLIER-TBL-IDX) TO
                       PODOC-PROVINCE-OUT
                   MOVE SUPPLIER-POSTAL-CODE-TBL (SUPPLIER-TBL-IDX) TO
                       PODOC-POSTAL-CODE-OUT
           END-SEARCH.

      *REPORT AN OPEN-ORDER LINE THAT DID NOT FIT THE SUPPRESSION
      *TABLE; ITS PART MAY RE-ORDER UNTIL THE BACKLOG CLEARS
       900-WRITE-OO-OVERFLOW-EXCEPTION.
