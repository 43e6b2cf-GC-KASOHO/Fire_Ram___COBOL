       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-LABEL-PRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORYFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS FILESTATUS.

           SELECT XREF-FILE ASSIGN TO "ITEMXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ALT-CODE
               FILE STATUS IS XREF-FILESTATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO "PRICEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILESTATUS.

      *> The live audit log and journal hold the current month;
      *> a rerun for a day in a month already rolled reads that
      *> month's AUDITLOG_YYYYMM / STOCKMOVES_YYYYMM archive too.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILESTATUS.

           SELECT MOVEMENT-FILE ASSIGN TO WS-MOV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-FILESTATUS.

           SELECT LABEL-QUEUE-FILE ASSIGN TO "LABELQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBLQ-FILESTATUS.

           SELECT LABEL-QUEUE-NEW-FILE ASSIGN TO "LABELQ.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBLN-FILESTATUS.

           SELECT LABEL-FILE ASSIGN TO WS-LABEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBL-FILESTATUS.

           SELECT LABEL-SORT-FILE ASSIGN TO "LBLSORT.TMP".

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 ITEM-CODE         PIC X(10).
           05 ITEM-NAME         PIC X(30).
           05 ITEM-CATEGORY     PIC X(20).
           05 ITEM-SIZE         PIC X(10).
           05 ITEM-COLOR        PIC X(15).
           05 STOCK-QUANTITY    PIC 9(5).
           05 UNIT-PRICE        PIC 9(7)V99.
           05 LOCATION-QTY OCCURS 2 TIMES.
               10 LOC-CODE       PIC X(10).
               10 LOC-QUANTITY   PIC 9(5).
           05 ITEM-SUPPLIER-CODE PIC X(6).
           05 ITEM-REORDER-POINT PIC 9(5).
           05 ITEM-REORDER-QTY  PIC 9(5).
           05 ITEM-LEAD-DAYS    PIC 9(3).
           05 ITEM-STATUS       PIC X.
           05 ITEM-ALLOCATED-QTY PIC 9(5).
           05 ITEM-LAST-RECEIPT-DATE PIC 9(8).
           05 ITEM-LAST-MOVEMENT-DATE PIC 9(8).
           05 ITEM-UNIT-COST    PIC 9(7)V99.
           05 ITEM-ABC-CLASS    PIC X.
           05 ITEM-LAST-COUNT-DATE PIC 9(8).
           05 FILLER            PIC X(20).

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XREF-ALT-CODE      PIC X(20).
           05 XREF-ITEM-CODE     PIC X(10).
           05 XREF-TYPE          PIC X(8).
               88 XREF-BARCODE       VALUE "BARCODE".
           05 XREF-SUPPLIER      PIC X(6).

       FD PRICE-HISTORY-FILE.
       01 PRICE-HIST-RECORD     PIC X(60).

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(120).

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD       PIC X(120).

      *> item,labels,location,queued date,operator,printed date --
      *> as the menu option writes it, printed date blank.
       FD LABEL-QUEUE-FILE.
       01 LABEL-QUEUE-RECORD    PIC X(80).

       FD LABEL-QUEUE-NEW-FILE.
       01 LABEL-QUEUE-NEW-RECORD PIC X(80).

      *> One line per label to print:
      *> location,item,barcode,name,size,color,price,source
      *> where source is P (price change), R (receipt) or Q (queued).
       FD LABEL-FILE.
       01 LABEL-RECORD          PIC X(150).

       SD LABEL-SORT-FILE.
       01 LABEL-SORT-RECORD.
           05 SRT-LOC-CODE      PIC X(10).
           05 SRT-ITEM-CODE     PIC X(10).
           05 SRT-SOURCE        PIC X.
           05 SRT-LABEL-QTY     PIC 9(7).
           05 SRT-ITEM-NAME     PIC X(30).
           05 SRT-ITEM-SIZE     PIC X(10).
           05 SRT-ITEM-COLOR    PIC X(15).
           05 SRT-UNIT-PRICE    PIC 9(7)V99.
           05 SRT-BARCODE       PIC X(20).

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
       01 XREF-FILESTATUS       PIC X(2).
       01 PH-FILESTATUS         PIC X(2).
       01 AUD-FILESTATUS        PIC X(2).
       01 MOV-FILESTATUS        PIC X(2).
       01 LBLQ-FILESTATUS       PIC X(2).
       01 LBLN-FILESTATUS       PIC X(2).
       01 LBL-FILESTATUS        PIC X(2).
       01 WS-RUN-DATE           PIC 9(8).
       01 FILLER REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH      PIC 9(6).
           05 FILLER            PIC 9(2).
       01 WS-AUDIT-FILENAME     PIC X(40).
       01 WS-MOV-FILENAME       PIC X(40).
       01 WS-LABEL-FILENAME     PIC X(40).
       01 WS-RENAME-RESULT      PIC S9(9) COMP-5.
       01 WS-OLD-NAME           PIC X(20) VALUE "LABELQ.NEW".
       01 WS-NEW-NAME           PIC X(20) VALUE "LABELQ.DAT".
       01 WS-QUEUE-SWAP         PIC X VALUE 'N'.
       01 WS-SORT-EOF           PIC X.
       01 WS-LABEL-SUB          PIC 9(7).
       01 WS-LOC-SUB            PIC 9.
       01 WS-LOC-RELEASED       PIC X.
       01 WS-CUR-LOC            PIC X(10).
       01 WS-LOC-LABELS         PIC 9(7).
       01 WS-PRICE-EDIT         PIC 9(7).99.

       01 WS-PRICE-ITEMS        PIC 9(5) VALUE ZERO.
       01 WS-RECEIPT-ITEMS      PIC 9(5) VALUE ZERO.
       01 WS-QUEUE-ROWS         PIC 9(5) VALUE ZERO.
       01 WS-QUEUE-DROPPED      PIC 9(5) VALUE ZERO.
       01 WS-MISSING-ITEMS      PIC 9(5) VALUE ZERO.
       01 WS-NO-BARCODE         PIC 9(5) VALUE ZERO.
       01 WS-LOC-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-LABEL-TOTAL        PIC 9(7) VALUE ZERO.

       01 PH-PARSE-FIELDS.
           05 PH-ITEM-CODE      PIC X(10).
           05 PH-OLD-PRICE      PIC X(12).
           05 PH-NEW-PRICE      PIC X(12).
           05 PH-DATE-X         PIC X(8).

       01 AUD-PARSE-FIELDS.
           05 AUD-ITEM-CODE     PIC X(10).
           05 AUD-FIELD         PIC X(15).
           05 AUD-OLDVAL        PIC X(30).
           05 AUD-NEWVAL        PIC X(30).
           05 AUD-DATE-X        PIC X(8).

       01 MOV-PARSE-FIELDS.
           05 MOV-DATE-X        PIC X(8).
           05 MOV-TIME-X        PIC X(8).
           05 MOV-OPERATOR      PIC X(10).
           05 MOV-ITEM-CODE     PIC X(10).
           05 MOV-TYPE          PIC X(3).
           05 MOV-QTY-TEXT      PIC X(11).
           05 MOV-REASON        PIC X(10).
           05 MOV-LOC           PIC X(10).

       01 LQ-PARSE-FIELDS.
           05 LQ-ITEM-CODE      PIC X(10).
           05 LQ-QTY-TEXT       PIC X(5).
           05 LQ-LOC            PIC X(10).
           05 LQ-QUEUED-X       PIC X(8).
           05 LQ-OPERATOR       PIC X(10).
           05 LQ-PRINTED-X      PIC X(8).
       01 LQ-PRINTED-DATE       PIC 9(8).
       01 LQ-TAKE               PIC X.

      *> What is wanted, before it is looked up: one entry per item
      *> for a price change, per item and location for receipts
      *> and for queued labels.
       01 LRQ-KEY-ITEM          PIC X(10).
       01 LRQ-KEY-LOC           PIC X(10).
       01 LRQ-KEY-SOURCE        PIC X.
       01 LRQ-KEY-QTY           PIC 9(7).
       01 LRQ-TABLE.
           05 LRQ-ENTRY OCCURS 1000 TIMES.
               10 LRQ-ITEM-CODE  PIC X(10).
               10 LRQ-LOC-CODE   PIC X(10).
               10 LRQ-SOURCE     PIC X.
               10 LRQ-QTY        PIC 9(7).
               10 LRQ-BARCODE    PIC X(20).
       01 LRQ-COUNT             PIC 9(4) VALUE ZERO.
       01 LRQ-SUB               PIC 9(4).
       01 LRQ-HIT-SUB           PIC 9(4).
       01 LRQ-CAP-HIT           PIC X VALUE 'N'.

      *> The morning after a price run, the shelf edge still shows
      *> yesterday's price. This job gathers, for the run date,
      *> every item whose selling price changed (the price-history
      *> file, and UNIT-PRICE entries in the audit log for changes
      *> keyed at the counter), every item received (IN entries in
      *> the journal, one label per unit received, at the location
      *> received into), and whatever operators queued from the
      *> menu, and writes them to SHELFLABEL_yyyymmdd.DAT sorted by
      *> location so the shop can be retagged in one walk. A price
      *> change gets one shelf label at each location holding the
      *> item. The barcode is the item's first BARCODE entry in the
      *> cross-reference file, or its item code when it has none.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVENTORYFILE.DAT "
                   "(status " FILESTATUS ") - no labels written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE INVENTORY-FILE.

           PERFORM COLLECT-PRICE-HISTORY.
           MOVE "AUDITLOG.DAT" TO WS-AUDIT-FILENAME.
           PERFORM COLLECT-AUDIT-PRICES.
           MOVE SPACES TO WS-AUDIT-FILENAME.
           STRING
               "AUDITLOG_" WS-RUN-MONTH ".DAT"
           DELIMITED BY SIZE INTO WS-AUDIT-FILENAME.
           PERFORM COLLECT-AUDIT-PRICES.
           MOVE "STOCKMOVES.DAT" TO WS-MOV-FILENAME.
           PERFORM COLLECT-RECEIPTS.
           MOVE SPACES TO WS-MOV-FILENAME.
           STRING
               "STOCKMOVES_" WS-RUN-MONTH ".DAT"
           DELIMITED BY SIZE INTO WS-MOV-FILENAME.
           PERFORM COLLECT-RECEIPTS.
           PERFORM COLLECT-QUEUE.

           IF LRQ-COUNT = ZERO
               DISPLAY "[SYSTEM] No labels due for " WS-RUN-DATE "."
               PERFORM SWAP-QUEUE-FILE
               STOP RUN
           END-IF.

           PERFORM LOOKUP-BARCODES.

           MOVE SPACES TO WS-LABEL-FILENAME.
           STRING
               "SHELFLABEL_" WS-RUN-DATE ".DAT"
           DELIMITED BY SIZE INTO WS-LABEL-FILENAME.
           OPEN OUTPUT LABEL-FILE.
           IF LBL-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open "
                   FUNCTION TRIM (WS-LABEL-FILENAME)
                   " (status " LBL-FILESTATUS ") - no labels "
                   "written; the queue is left as it was."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT LABEL-SORT-FILE ON ASCENDING KEY SRT-LOC-CODE
                   SRT-ITEM-CODE SRT-SOURCE
               INPUT PROCEDURE IS LABEL-LOAD-SORT
               OUTPUT PROCEDURE IS LABEL-WRITE-ALL.
           CLOSE LABEL-FILE.

      *> The queue is only rewritten once the label file is safely
      *> closed, so a failed run leaves queued rows to the next.
           PERFORM SWAP-QUEUE-FILE.

           DISPLAY "[SYSTEM] Shelf labels for " WS-RUN-DATE ":"
           DISPLAY "  Label file: " FUNCTION TRIM (WS-LABEL-FILENAME)
           DISPLAY "  Items with a price change: " WS-PRICE-ITEMS
           DISPLAY "  Items received (per location): "
               WS-RECEIPT-ITEMS
           DISPLAY "  Queued rows taken: " WS-QUEUE-ROWS
           DISPLAY "  Queued rows dropped (bad row): " WS-QUEUE-DROPPED
           DISPLAY "  Items not on file (skipped): " WS-MISSING-ITEMS
           DISPLAY "  Labels without a barcode: " WS-NO-BARCODE
           DISPLAY "  Locations: " WS-LOC-COUNT
               "  Labels written: " WS-LABEL-TOTAL
           IF LRQ-CAP-HIT = 'Y'
               DISPLAY "WARNING: more than 1000 label requests - "
                   "the rest were not written; queued rows left "
                   "over stay queued for the next run."
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> PRICEHIST.DAT: item,old price,new price,date -- written by
      *> the price batch and by counter price updates alike.
       COLLECT-PRICE-HISTORY.
           OPEN INPUT PRICE-HISTORY-FILE.
           IF PH-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PH-FILESTATUS NOT = "00"
               READ PRICE-HISTORY-FILE
                   AT END
                       MOVE "10" TO PH-FILESTATUS
                   NOT AT END
                       MOVE SPACES TO PH-PARSE-FIELDS
                       UNSTRING PRICE-HIST-RECORD DELIMITED BY ","
                           INTO PH-ITEM-CODE PH-OLD-PRICE
                               PH-NEW-PRICE PH-DATE-X
                       IF PH-DATE-X = WS-RUN-DATE
                               AND PH-OLD-PRICE NOT = PH-NEW-PRICE
                           MOVE PH-ITEM-CODE TO LRQ-KEY-ITEM
                           PERFORM ADD-PRICE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRICE-HISTORY-FILE.

      *> A price change that reached the audit log but not the
      *> price history (an import, or an older screen) is caught
      *> here; one already seen is not added twice.
       COLLECT-AUDIT-PRICES.
           OPEN INPUT AUDIT-FILE.
           IF AUD-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL AUD-FILESTATUS NOT = "00"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO AUD-FILESTATUS
                   NOT AT END
                       MOVE SPACES TO AUD-PARSE-FIELDS
                       UNSTRING AUDIT-RECORD DELIMITED BY ","
                           INTO AUD-ITEM-CODE AUD-FIELD AUD-OLDVAL
                               AUD-NEWVAL AUD-DATE-X
                       IF AUD-FIELD = "UNIT-PRICE"
                               AND AUD-DATE-X = WS-RUN-DATE
                               AND AUD-OLDVAL NOT = AUD-NEWVAL
                           MOVE AUD-ITEM-CODE TO LRQ-KEY-ITEM
                           PERFORM ADD-PRICE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       COLLECT-RECEIPTS.
           OPEN INPUT MOVEMENT-FILE.
           IF MOV-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MOV-FILESTATUS NOT = "00"
               READ MOVEMENT-FILE
                   AT END
                       MOVE "10" TO MOV-FILESTATUS
                   NOT AT END
                       MOVE SPACES TO MOV-PARSE-FIELDS
                       UNSTRING MOVEMENT-RECORD DELIMITED BY ","
                           INTO MOV-DATE-X MOV-TIME-X MOV-OPERATOR
                               MOV-ITEM-CODE MOV-TYPE MOV-QTY-TEXT
                               MOV-REASON MOV-LOC
                       PERFORM TALLY-RECEIPT
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-FILE.

       TALLY-RECEIPT.
           IF MOV-TYPE NOT = "IN" OR MOV-DATE-X NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (MOV-QTY-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (MOV-QTY-TEXT) < 1
               EXIT PARAGRAPH
           END-IF.
           MOVE MOV-ITEM-CODE TO LRQ-KEY-ITEM.
           MOVE MOV-LOC TO LRQ-KEY-LOC.
           MOVE 'R' TO LRQ-KEY-SOURCE.
           COMPUTE LRQ-KEY-QTY = FUNCTION NUMVAL (MOV-QTY-TEXT).
           PERFORM ADD-LABEL-REQUEST.
           IF LRQ-HIT-SUB NOT = ZERO
                   AND LRQ-QTY (LRQ-HIT-SUB) = LRQ-KEY-QTY
               ADD 1 TO WS-RECEIPT-ITEMS
           END-IF.

      *> Rows still unprinted are taken on a run for the current
      *> business date and stamped with it; a rerun of a day takes
      *> again the rows stamped with that day. Rows printed on an
      *> earlier day are done with and dropped from the queue.
       COLLECT-QUEUE.
           OPEN INPUT LABEL-QUEUE-FILE.
           IF LBLQ-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LABEL-QUEUE-NEW-FILE.
           IF LBLN-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open LABELQ.NEW (status "
                   LBLN-FILESTATUS ") - queued labels left for "
                   "the next run."
               CLOSE LABEL-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-QUEUE-SWAP.
           PERFORM UNTIL LBLQ-FILESTATUS NOT = "00"
               READ LABEL-QUEUE-FILE
                   AT END
                       MOVE "10" TO LBLQ-FILESTATUS
                   NOT AT END
                       PERFORM PROCESS-QUEUE-ROW
               END-READ
           END-PERFORM.
           CLOSE LABEL-QUEUE-FILE.
           CLOSE LABEL-QUEUE-NEW-FILE.

       PROCESS-QUEUE-ROW.
           MOVE SPACES TO LQ-PARSE-FIELDS.
           UNSTRING LABEL-QUEUE-RECORD DELIMITED BY ","
               INTO LQ-ITEM-CODE LQ-QTY-TEXT LQ-LOC LQ-QUEUED-X
                   LQ-OPERATOR LQ-PRINTED-X.
           IF LQ-ITEM-CODE = SPACES OR LQ-QTY-TEXT NOT NUMERIC
                   OR LQ-QTY-TEXT = ZERO
               ADD 1 TO WS-QUEUE-DROPPED
               DISPLAY "Malformed queue row dropped: "
                   LABEL-QUEUE-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO LQ-TAKE.
           IF LQ-PRINTED-X = SPACES
               IF WS-RUN-DATE = WS-BUSINESS-DATE
                   MOVE 'Y' TO LQ-TAKE
               END-IF
           ELSE
               IF LQ-PRINTED-X NOT NUMERIC
                   ADD 1 TO WS-QUEUE-DROPPED
                   DISPLAY "Malformed queue row dropped: "
                       LABEL-QUEUE-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE LQ-PRINTED-X TO LQ-PRINTED-DATE
               IF LQ-PRINTED-DATE < WS-RUN-DATE
                   EXIT PARAGRAPH
               END-IF
               IF LQ-PRINTED-DATE = WS-RUN-DATE
                   MOVE 'Y' TO LQ-TAKE
               END-IF
           END-IF.
      *> A row is only stamped printed once its label has a place in
      *> the run; one that found the table full goes back unstamped
      *> for the next run.
           IF LQ-TAKE = 'Y'
               MOVE LQ-ITEM-CODE TO LRQ-KEY-ITEM
               MOVE LQ-LOC TO LRQ-KEY-LOC
               MOVE 'Q' TO LRQ-KEY-SOURCE
               MOVE LQ-QTY-TEXT TO LRQ-KEY-QTY
               PERFORM ADD-LABEL-REQUEST
               IF LRQ-HIT-SUB NOT = ZERO
                   ADD 1 TO WS-QUEUE-ROWS
                   MOVE WS-RUN-DATE TO LQ-PRINTED-X
               ELSE
                   MOVE SPACES TO LQ-PRINTED-X
               END-IF
           END-IF.
           MOVE SPACES TO LABEL-QUEUE-NEW-RECORD.
           STRING
               LQ-ITEM-CODE ","
               LQ-QTY-TEXT ","
               LQ-LOC ","
               LQ-QUEUED-X ","
               LQ-OPERATOR ","
               LQ-PRINTED-X
           DELIMITED BY SIZE INTO LABEL-QUEUE-NEW-RECORD.
           WRITE LABEL-QUEUE-NEW-RECORD.

       ADD-PRICE-REQUEST.
           MOVE SPACES TO LRQ-KEY-LOC.
           MOVE 'P' TO LRQ-KEY-SOURCE.
           MOVE ZERO TO LRQ-KEY-QTY.
           PERFORM ADD-LABEL-REQUEST.
           IF LRQ-HIT-SUB NOT = ZERO
                   AND LRQ-QTY (LRQ-HIT-SUB) = ZERO
               MOVE 1 TO LRQ-QTY (LRQ-HIT-SUB)
               ADD 1 TO WS-PRICE-ITEMS
           END-IF.

      *> Adds LRQ-KEY-QTY to the entry for this item, location and
      *> source, starting one when there is none; LRQ-HIT-SUB is
      *> left at the entry (zero once the table is full).
       ADD-LABEL-REQUEST.
           MOVE ZERO TO LRQ-HIT-SUB.
           PERFORM VARYING LRQ-SUB FROM 1 BY 1
               UNTIL LRQ-SUB > LRQ-COUNT OR LRQ-HIT-SUB NOT = ZERO
               IF LRQ-ITEM-CODE (LRQ-SUB) = LRQ-KEY-ITEM
                       AND LRQ-LOC-CODE (LRQ-SUB) = LRQ-KEY-LOC
                       AND LRQ-SOURCE (LRQ-SUB) = LRQ-KEY-SOURCE
                   MOVE LRQ-SUB TO LRQ-HIT-SUB
               END-IF
           END-PERFORM.
           IF LRQ-HIT-SUB = ZERO
               IF LRQ-COUNT < 1000
                   ADD 1 TO LRQ-COUNT
                   MOVE LRQ-COUNT TO LRQ-HIT-SUB
                   MOVE LRQ-KEY-ITEM TO LRQ-ITEM-CODE (LRQ-HIT-SUB)
                   MOVE LRQ-KEY-LOC TO LRQ-LOC-CODE (LRQ-HIT-SUB)
                   MOVE LRQ-KEY-SOURCE TO LRQ-SOURCE (LRQ-HIT-SUB)
                   MOVE ZERO TO LRQ-QTY (LRQ-HIT-SUB)
                   MOVE SPACES TO LRQ-BARCODE (LRQ-HIT-SUB)
               ELSE
                   MOVE 'Y' TO LRQ-CAP-HIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD LRQ-KEY-QTY TO LRQ-QTY (LRQ-HIT-SUB).

      *> The cross-reference is keyed on the alternate code, so the
      *> barcodes are found in one pass over the whole file.
       LOOKUP-BARCODES.
           OPEN INPUT XREF-FILE.
           IF XREF-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL XREF-FILESTATUS NOT = "00"
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO XREF-FILESTATUS
                   NOT AT END
                       IF XREF-BARCODE
                           PERFORM VARYING LRQ-SUB FROM 1 BY 1
                               UNTIL LRQ-SUB > LRQ-COUNT
                               IF LRQ-ITEM-CODE (LRQ-SUB)
                                       = XREF-ITEM-CODE
                                   AND LRQ-BARCODE (LRQ-SUB) = SPACES
                                   MOVE XREF-ALT-CODE
                                       TO LRQ-BARCODE (LRQ-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

       LABEL-LOAD-SORT.
           OPEN INPUT INVENTORY-FILE.
           PERFORM VARYING LRQ-SUB FROM 1 BY 1
               UNTIL LRQ-SUB > LRQ-COUNT
               PERFORM RELEASE-ONE-REQUEST
           END-PERFORM.
           CLOSE INVENTORY-FILE.

       RELEASE-ONE-REQUEST.
           MOVE LRQ-ITEM-CODE (LRQ-SUB) TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   ADD 1 TO WS-MISSING-ITEMS
                   DISPLAY "Item " LRQ-ITEM-CODE (LRQ-SUB)
                       " not on file - no label."
                   EXIT PARAGRAPH
           END-READ.
           MOVE ITEM-CODE TO SRT-ITEM-CODE.
           MOVE LRQ-SOURCE (LRQ-SUB) TO SRT-SOURCE.
           MOVE ITEM-NAME TO SRT-ITEM-NAME.
           MOVE ITEM-SIZE TO SRT-ITEM-SIZE.
           MOVE ITEM-COLOR TO SRT-ITEM-COLOR.
           MOVE UNIT-PRICE TO SRT-UNIT-PRICE.
           IF LRQ-BARCODE (LRQ-SUB) = SPACES
               MOVE ITEM-CODE TO SRT-BARCODE
           ELSE
               MOVE LRQ-BARCODE (LRQ-SUB) TO SRT-BARCODE
           END-IF.
           IF LRQ-SOURCE (LRQ-SUB) NOT = 'P'
               MOVE LRQ-LOC-CODE (LRQ-SUB) TO SRT-LOC-CODE
               IF SRT-LOC-CODE = SPACES
                   MOVE LOC-CODE (1) TO SRT-LOC-CODE
               END-IF
               MOVE LRQ-QTY (LRQ-SUB) TO SRT-LABEL-QTY
               RELEASE LABEL-SORT-RECORD
               EXIT PARAGRAPH
           END-IF.
      *> A new price goes on the shelf edge wherever the item sits.
           MOVE 'N' TO WS-LOC-RELEASED.
           MOVE 1 TO SRT-LABEL-QTY.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1 UNTIL WS-LOC-SUB > 2
               IF LOC-CODE (WS-LOC-SUB) NOT = SPACES
                       AND LOC-QUANTITY (WS-LOC-SUB) > ZERO
                   MOVE LOC-CODE (WS-LOC-SUB) TO SRT-LOC-CODE
                   RELEASE LABEL-SORT-RECORD
                   MOVE 'Y' TO WS-LOC-RELEASED
               END-IF
           END-PERFORM.
           IF WS-LOC-RELEASED = 'N'
               MOVE LOC-CODE (1) TO SRT-LOC-CODE
               RELEASE LABEL-SORT-RECORD
           END-IF.

       LABEL-WRITE-ALL.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE HIGH-VALUES TO WS-CUR-LOC.
           MOVE ZERO TO WS-LOC-LABELS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN LABEL-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-LOC-CODE NOT = WS-CUR-LOC
                           PERFORM LOCATION-FINISH
                           MOVE SRT-LOC-CODE TO WS-CUR-LOC
                           ADD 1 TO WS-LOC-COUNT
                       END-IF
                       PERFORM WRITE-ITEM-LABELS
               END-RETURN
           END-PERFORM.
           PERFORM LOCATION-FINISH.

       LOCATION-FINISH.
           IF WS-CUR-LOC = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  Location " WS-CUR-LOC ": " WS-LOC-LABELS
               " label(s)".
           MOVE ZERO TO WS-LOC-LABELS.

       WRITE-ITEM-LABELS.
           MOVE SRT-UNIT-PRICE TO WS-PRICE-EDIT.
           IF SRT-BARCODE = SRT-ITEM-CODE
               ADD SRT-LABEL-QTY TO WS-NO-BARCODE
           END-IF.
           PERFORM VARYING WS-LABEL-SUB FROM 1 BY 1
               UNTIL WS-LABEL-SUB > SRT-LABEL-QTY
               MOVE SPACES TO LABEL-RECORD
               STRING
                   SRT-LOC-CODE ","
                   SRT-ITEM-CODE ","
                   SRT-BARCODE ","
                   SRT-ITEM-NAME ","
                   SRT-ITEM-SIZE ","
                   SRT-ITEM-COLOR ","
                   WS-PRICE-EDIT ","
                   SRT-SOURCE
               DELIMITED BY SIZE INTO LABEL-RECORD
               WRITE LABEL-RECORD
               ADD 1 TO WS-LOC-LABELS
               ADD 1 TO WS-LABEL-TOTAL
           END-PERFORM.

       SWAP-QUEUE-FILE.
           IF WS-QUEUE-SWAP NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-NEW-NAME
               RETURNING WS-RENAME-RESULT
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-RENAME-RESULT
           END-CALL.

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
