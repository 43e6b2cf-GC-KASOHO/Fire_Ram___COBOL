       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO WS-INV-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
           SELECT RECON-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
           05 ITEM-LAST-RECEIPT-DATE PIC 9(8).
           05 ITEM-LAST-MOVEMENT-DATE PIC 9(8).
           05 ITEM-UNIT-COST    PIC 9(7)V99.
           05 ITEM-ABC-CLASS    PIC X.
           05 ITEM-LAST-COUNT-DATE PIC 9(8).
           05 FILLER            PIC X(20).

      *> Same shape the nightly backup writes: the item record
      *> verbatim behind its own copy of the key.
           05 BKP-LAST-RECEIPT-DATE PIC 9(8).
           05 BKP-LAST-MOVEMENT-DATE PIC 9(8).
           05 BKP-UNIT-COST     PIC 9(7)V99.
           05 BKP-ABC-CLASS     PIC X.
           05 BKP-LAST-COUNT-DATE PIC 9(8).
           05 FILLER            PIC X(20).

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD       PIC X(120).
       FD RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD   PIC X(132).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 BD-FILESTATUS         PIC X(2).
       01 BD-PARSE-FIELDS.
           05 BD-BUSINESS-DATE-X PIC X(8).
           05 BD-CLOSED-THRU-X  PIC X(8).
       01 WS-BUSINESS-DATE      PIC 9(8).
       01 WS-CLOSED-THRU        PIC 9(8).
       01 WS-COMMAND-LINE       PIC X(80).
       01 WS-RUN-DATE-ARG       PIC X(10).
       01 WS-RUN-DATE-NUM       PIC 9(8).
       01 FILESTATUS            PIC X(2).
       01 BKP-FILESTATUS        PIC X(2).
       01 MOV-FILESTATUS        PIC X(2).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-BASE-DATE          PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-INV-FILENAME       PIC X(40) VALUE "INVENTORYFILE.DAT".
       01 WS-BASE-TRIES         PIC 9.
       01 WS-CHECKED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-DRIFT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.

      *> Runs in the same overnight window as BACKUP-INTEGRITY-CHECK
      *> (after it, so tonight's backup exists for tomorrow's run):
      *> takes the previous business day's backed-up balances (the
      *> latest backup in the week before the run date) as the
      *> starting point, applies everything journalled since --
      *> stock movements plus
      *> the stock-touching audit entries (manual quantity updates
      *> and cycle-count adjustments) -- and flags every item whose
      *> computed balance disagrees with the live master. That drift
      *> it surfaces the morning after it happens, in a dated
      *> exception report.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           STRING
               "STOCKRECON_" WS-RUN-DATE ".RPT"
           DELIMITED BY SIZE INTO WS-REPORT-FILENAME.

           PERFORM FIND-BASELINE-BACKUP.
           IF BKP-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] No baseline backup in the 7 days "
                   "before " WS-RUN-DATE " - reconciliation not run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> A rerun for a closed day compares against that day's own
      *> backup -- its closing position -- rather than a live master
      *> that has moved on since.
           IF WS-RUN-DATE < WS-BUSINESS-DATE
               MOVE SPACES TO WS-INV-FILENAME
               STRING
                   "INVBACKUP_" WS-RUN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-INV-FILENAME
               OPEN INPUT INVENTORY-FILE
               IF FILESTATUS NOT = "00"
                   MOVE "INVENTORYFILE.DAT" TO WS-INV-FILENAME
                   OPEN INPUT INVENTORY-FILE
               END-IF
           ELSE
               OPEN INPUT INVENTORY-FILE
           END-IF.
           IF FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVENTORYFILE.DAT "
                   "(status " FILESTATUS ") - reconciliation "
                   "not run."
               MOVE 8 TO RETURN-CODE
               CLOSE BACKUP-FILE
               STOP RUN
           END-IF.
               EXIT PARAGRAPH
           END-IF.
           MOVE MOV-DATE-X TO MOV-ENTRY-DATE.
           IF MOV-ENTRY-DATE NOT > WS-BASE-DATE
                   OR MOV-ENTRY-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (MOV-QTY-TEXT) NOT = 0
                   COMPUTE WS-DELTA-QTY = ZERO - WS-DELTA-QTY
               WHEN "ADJ"
                   CONTINUE
      *> Kit assembly carries its own sign: components out, kits in.
               WHEN "ASM"
                   CONTINUE
      *> A customer return adds back to stock unless it went to the
      *> held bucket, which sits outside STOCK-QUANTITY.
               WHEN "RTN"
                   IF MOV-LOC = "HELD"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "RTV"
                   COMPUTE WS-DELTA-QTY = ZERO - WS-DELTA-QTY
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-DATE-X TO AUD-ENTRY-DATE.
           IF AUD-ENTRY-DATE NOT > WS-BASE-DATE
                   OR AUD-ENTRY-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF AUD-OLDVAL (1:5) NOT NUMERIC
           MOVE ITEM-CODE TO BKP-ITEM-CODE.
           READ BACKUP-FILE
               INVALID KEY
      *> Not on the baseline backup: a brand-new item whose whole
      *> balance should be the receipts journalled since.
                   MOVE ZERO TO WS-BASE-QTY
               NOT INVALID
                   MOVE BKP-STOCK-QUANTITY TO WS-BASE-QTY
           DELIMITED BY SIZE INTO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.

      *> An item on the baseline backup but gone from the master is
      *> its own kind of drift -- deletes are only legal at zero
      *> stock, so a vanished balance belongs on the report.
       CHECK-DROPPED-ITEMS.
                   WRITE RECON-REPORT-RECORD
               END-IF
           END-PERFORM.

      *> The baseline is the most recent backup before the run date,
      *> so a day the shop did not trade (no stream, no backup) does
      *> not stop the next day's reconcile. Leaves BACKUP-FILE open
      *> when one is found.
       FIND-BASELINE-BACKUP.
           PERFORM VARYING WS-BASE-TRIES FROM 1 BY 1
                   UNTIL WS-BASE-TRIES > 7
               COMPUTE WS-BASE-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-JULIAN - WS-BASE-TRIES)
               MOVE SPACES TO WS-BACKUP-FILENAME
               STRING
                   "INVBACKUP_" WS-BASE-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-BACKUP-FILENAME
               OPEN INPUT BACKUP-FILE
               IF BKP-FILESTATUS = "00"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The run date is the business date from BUSDATE.DAT (today
      *> on a site without one) unless a YYYYMMDD date is given on
      *> the command line to rerun a closed day.
       GET-RUN-DATE.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE SPACES TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-COMMAND-LINE.
           MOVE SPACES TO WS-RUN-DATE-ARG.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-DATE-ARG.
           IF WS-RUN-DATE-ARG = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-DATE-ARG (1:8) NUMERIC
                   AND WS-RUN-DATE-ARG (9:2) = SPACES
               MOVE WS-RUN-DATE-ARG (1:8) TO WS-RUN-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-RUN-DATE-NUM) = 0
                   MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "[SYSTEM] Run date " WS-RUN-DATE-ARG
               " is not a YYYYMMDD date - nothing run."
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       READ-BUSINESS-DATE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CLOSED-THRU.
           OPEN INPUT BUSDATE-FILE.
           IF BD-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BUSDATE-RECORD.
           READ BUSDATE-FILE
               AT END
                   MOVE SPACES TO BUSDATE-RECORD
           END-READ.
           CLOSE BUSDATE-FILE.
           MOVE SPACES TO BD-PARSE-FIELDS.
           UNSTRING BUSDATE-RECORD DELIMITED BY ","
               INTO BD-BUSINESS-DATE-X BD-CLOSED-THRU-X.
           IF BD-BUSINESS-DATE-X NUMERIC AND BD-CLOSED-THRU-X NUMERIC
               MOVE BD-BUSINESS-DATE-X TO WS-BUSINESS-DATE
               MOVE BD-CLOSED-THRU-X TO WS-CLOSED-THRU
           END-IF.
