       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE-IO
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

      *FLAT 55-BYTE IMAGES OF THE MASTER: WRITTEN BY THE UNLOAD MODE
      *BEFORE THE NIGHTLY WINDOW, READ BACK BY THE REBUILD MODE. A
      *BACKUP TAKEN BEFORE THE MASTER WAS WIDENED HOLDS 49-BYTE
      *IMAGES, WHICH READ BACK WITH THE LAST SIX BYTES SPACE-FILLED
       FD  INVENT-BACKUP-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  INVENT-BACKUP-RECORD            PIC X(55).
       01  INVENT-BACKUP-OLD-VIEW.
           05  BACKUP-OLD-IMAGE            PIC X(49).
           05  BACKUP-OLD-UNUSED           PIC X(6).

      *JOURNALS WRITTEN BEFORE THE MASTER WAS WIDENED CARRY 49-BYTE
      *IMAGES IN A 121-BYTE LINE, WHICH READS BACK WITH THE LAST
      *TWELVE BYTES SPACE-FILLED; THE OLD VIEW PICKS THEM APART
       FD  INVENT-JOURNAL-IN
           RECORD CONTAINS 133 CHARACTERS.
       01  INVENT-JOURNAL-RECORD-IN.
           05  JRNL-ACTION-IN              PIC X.
           05  JRNL-BEFORE-IMAGE-IN        PIC X(55).
           05  JRNL-AFTER-IMAGE-IN         PIC X(55).
           05  JRNL-PROGRAM-IN             PIC X(8).
           05  JRNL-STAMP-IN               PIC 9(14).
       01  INVENT-JOURNAL-OLD-VIEW.
           05  JRNL-OLD-ACTION-IN          PIC X.
           05  JRNL-OLD-BEFORE-IMAGE-IN    PIC X(49).
           05  JRNL-OLD-AFTER-IMAGE-IN     PIC X(49).
           05  JRNL-OLD-PROGRAM-IN         PIC X(8).
           05  JRNL-OLD-STAMP-IN           PIC 9(14).
           05  JRNL-OLD-UNUSED-IN          PIC X(12).

       FD  RECOVERY-REPORT-OUT
           RECORD CONTAINS 70 CHARACTERS.
       01  RELOAD-CTR                  PIC 9(7) VALUE 0.
       01  REPLAY-CTR                  PIC 9(7) VALUE 0.
       01  REPLAY-SKIP-CTR             PIC 9(7) VALUE 0.
       01  RELOAD-OLD-CTR              PIC 9(7) VALUE 0.
       01  REPLAY-OLD-CTR              PIC 9(7) VALUE 0.
       01  JOURNAL-STAMP-WS            PIC 9(14) VALUE 0.

      *A 49-BYTE IMAGE FROM BEFORE THE MASTER WAS WIDENED, AND THE
      *55-BYTE IMAGE IT IS EXPANDED INTO FIELD BY FIELD
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
       01  LAST-GOOD-KEY-WS            PIC 9(5) VALUE 0.

       01  RECOVERY-DETAIL-LINE-WS.
               READ INVENT-BACKUP-FILE
                   AT END MOVE "YES" TO BACKUP-EOF-FLAG
                   NOT AT END
                       PERFORM 700-PICK-BACKUP-IMAGE
                       MOVE NEW-PART-IMAGE-WS TO INVENT-RECORD-MS
                       WRITE INVENT-RECORD-MS
                           INVALID KEY
                               CONTINUE
           MOVE RELOAD-CTR TO RECOV-COUNT-OUT.
           WRITE RECOVERY-REPORT-LINE-OUT FROM
               RECOVERY-DETAIL-LINE-WS.
           MOVE "BACKUP RECORDS IN THE 49-BYTE LAYOUT" TO
               RECOV-TEXT-OUT.
           MOVE RELOAD-OLD-CTR TO RECOV-COUNT-OUT.
           WRITE RECOVERY-REPORT-LINE-OUT FROM
               RECOVERY-DETAIL-LINE-WS.

      *TAKE ONE BACKUP RECORD AS IT STANDS, OR EXPAND IT WHEN IT WAS
      *UNLOADED IN THE 49-BYTE LAYOUT
       700-PICK-BACKUP-IMAGE.
           IF BACKUP-OLD-UNUSED = SPACES
               MOVE BACKUP-OLD-IMAGE TO OLD-PART-IMAGE-WS
               PERFORM 900-EXPAND-OLD-IMAGE
               ADD 1 TO RELOAD-OLD-CTR
           ELSE
               MOVE INVENT-BACKUP-RECORD TO NEW-PART-IMAGE-WS
           END-IF.

      *ROLL THE JOURNALLED AFTER-IMAGES FORWARD OVER THE RELOADED
      *BACKUP, OLDEST FIRST, SO THE MASTER ENDS UP WHERE THE LAST
               READ INVENT-JOURNAL-IN
                   AT END MOVE "YES" TO JOURNAL-EOF-FLAG
                   NOT AT END
                       IF JRNL-OLD-UNUSED-IN = SPACES
                           MOVE JRNL-OLD-STAMP-IN TO JOURNAL-STAMP-WS
                       ELSE
                           MOVE JRNL-STAMP-IN TO JOURNAL-STAMP-WS
                       END-IF
                       IF JOURNAL-STAMP-WS >= FROM-STAMP-WS
                           PERFORM 700-REPLAY-ONE-ENTRY
                       ELSE
                           ADD 1 TO REPLAY-SKIP-CTR
           MOVE REPLAY-SKIP-CTR TO RECOV-COUNT-OUT.
           WRITE RECOVERY-REPORT-LINE-OUT FROM
               RECOVERY-DETAIL-LINE-WS.
           MOVE "JOURNAL ENTRIES IN THE 121-BYTE LAYOUT" TO
               RECOV-TEXT-OUT.
           MOVE REPLAY-OLD-CTR TO RECOV-COUNT-OUT.
           WRITE RECOVERY-REPORT-LINE-OUT FROM
               RECOVERY-DETAIL-LINE-WS.

      *APPLY ONE AFTER-IMAGE: REWRITE THE RECORD IF ITS KEY IS ON
      *FILE, OTHERWISE ADD IT. AN ENTRY JOURNALLED BEFORE THE MASTER
      *WAS WIDENED HAS ITS AFTER-IMAGE EXPANDED FIRST
       700-REPLAY-ONE-ENTRY.
           IF JRNL-OLD-UNUSED-IN = SPACES
               MOVE JRNL-OLD-AFTER-IMAGE-IN TO OLD-PART-IMAGE-WS
               PERFORM 900-EXPAND-OLD-IMAGE
               ADD 1 TO REPLAY-OLD-CTR
           ELSE
               MOVE JRNL-AFTER-IMAGE-IN TO NEW-PART-IMAGE-WS
           END-IF.
           MOVE NEW-PART-NUMBER-WS TO PART-NUMBER-MS.
           READ INVENT-FILE-IO
               INVALID KEY
                   MOVE NEW-PART-IMAGE-WS TO INVENT-RECORD-MS
                   WRITE INVENT-RECORD-MS
               NOT INVALID KEY
                   MOVE NEW-PART-IMAGE-WS TO INVENT-RECORD-MS
                   REWRITE INVENT-RECORD-MS
           END-READ.
           ADD 1 TO REPLAY-CTR.

      *CARRY A 49-BYTE IMAGE INTO THE 55-BYTE LAYOUT; QUANTITIES AND
      *THE PRICE KEEP THEIR VALUES IN THE WIDER FIELDS
       900-EXPAND-OLD-IMAGE.
           MOVE OLD-PART-NUMBER-WS TO NEW-PART-NUMBER-WS.
           MOVE OLD-PART-NAME-WS TO NEW-PART-NAME-WS.
           MOVE OLD-PART-QUANTITY-WS TO NEW-PART-QUANTITY-WS.
           MOVE OLD-PART-UNIT-PRICE-WS TO NEW-PART-UNIT-PRICE-WS.
           MOVE OLD-PART-SUPPLIER-CODE-WS TO NEW-PART-SUPPLIER-CODE-WS.
           MOVE OLD-PART-RE-ORDER-POINT-WS TO
               NEW-PART-RE-ORDER-POINT-WS.
           MOVE OLD-PART-STATUS-WS TO NEW-PART-STATUS-WS.
           MOVE OLD-PART-STATUS-DATE-WS TO NEW-PART-STATUS-DATE-WS.

      *CLOSE THE RECOVERY REPORT
       200-TERM-RECOVERY-JOB.
           CLOSE RECOVERY-REPORT-OUT.
