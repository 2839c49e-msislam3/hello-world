       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-REJECT-IO
           RECORD CONTAINS 85 CHARACTERS.
       01  REJECT-RECORD-IO.
           05  REJECT-INVENT-DATA-IO       PIC X(55).
           05  FILLER                      PIC X.
           05  REJECT-REASON-IO            PIC X(20).
           05  FILLER                      PIC X.
           05  CORR-NEW-VALUE-IN           PIC X(20).

       FD  RECYCLE-FILE-OUT
           RECORD CONTAINS 55 CHARACTERS.
       01  RECYCLE-RECORD-OUT              PIC X(55).

       FD  REJECT-AGING-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01  WORK-INVENT-RECORD-WS.
           05  WORK-PART-NUMBER-WS        PIC 9(5).
           05  WORK-PART-NAME-WS          PIC X(20).
           05  WORK-QUANTITY-WS           PIC 9(5).
           05  WORK-UNIT-PRICE-WS         PIC 9(4)V99.
           05  WORK-SUPPLIER-CODE-WS      PIC X(5).
           05  WORK-RE-ORDER-POINT-WS     PIC 9(5).
           05  WORK-STATUS-WS             PIC X.
           05  WORK-STATUS-DATE-WS        PIC X(8).

           05  REJECT-TBL-MAX-WS       PIC 9(4) VALUE 2000.
           05  REJECT-TBL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY REJECT-TBL-IDX.
               10  REJECT-DATA-TBL     PIC X(55).
               10  REJECT-REASON-TBL   PIC X(20).
               10  REJECT-DATE-TBL     PIC 9(8).
               10  REJECT-FIXED-TBL    PIC X.
                       MOVE CORR-VALUE-TBL (CORRECTION-TBL-IDX)
                           TO WORK-PART-NAME-WS
                   WHEN "QTYONHAND "
                       MOVE CORR-VALUE-TBL (CORRECTION-TBL-IDX) (1:5)
                           TO WORK-INVENT-RECORD-WS (26:5)
                   WHEN "UNITPRICE "
                       MOVE CORR-VALUE-TBL (CORRECTION-TBL-IDX) (1:6)
                           TO WORK-INVENT-RECORD-WS (31:6)
                   WHEN "SUPPLIER  "
                       MOVE CORR-VALUE-TBL (CORRECTION-TBL-IDX) (1:5)
                           TO WORK-SUPPLIER-CODE-WS
                   WHEN "REORDPOINT"
                       MOVE CORR-VALUE-TBL (CORRECTION-TBL-IDX) (1:5)
                           TO WORK-INVENT-RECORD-WS (42:5)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
