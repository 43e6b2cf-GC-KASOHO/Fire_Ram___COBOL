           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COST-LAYER-FILE ASSIGN TO "COSTLAYER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAYER-KEY
               FILE STATUS IS LAYER-FILESTATUS.

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

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD       PIC X(80).

      *> Receipt cost layers, as kept by the counter program.
       FD COST-LAYER-FILE.
       01 COST-LAYER-RECORD.
           05 LAYER-KEY.
               10 LAYER-ITEM-CODE    PIC X(10).
               10 LAYER-SEQ          PIC 9(5).
           05 LAYER-DATE         PIC 9(8).
           05 LAYER-SOURCE       PIC X(3).
           05 LAYER-REF          PIC X(10).
           05 LAYER-ORIG-QTY     PIC 9(5).
           05 LAYER-QTY          PIC 9(5).
           05 LAYER-UNIT-COST    PIC 9(7)V99.
           05 FILLER             PIC X(20).

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
       01 WS-SNAP-FILENAME      PIC X(40).
       01 WS-SNAP-DATE          PIC 9(8).
       01 WS-VALUE-EDIT         PIC 9(9).99.
       01 WS-QTY-EDIT           PIC 9(7).

       01 LAYER-FILESTATUS      PIC X(2).
       01 WS-LAYER-AVAILABLE    PIC X.
       01 WS-LAYER-EOF          PIC X.
       01 WS-LAYER-QTY          PIC 9(7).
       01 WS-LAYER-VALUE        PIC 9(11)V99.
       01 WS-LAYER-OFF-COUNT    PIC 9(7) VALUE ZERO.

       01 SNAP-CATEGORY-TABLE.
           05 SNAP-CATEGORY-ENTRY OCCURS 50 TIMES.
               10 SNAP-CATEGORY-NAME  PIC X(20).
      *> report reads at month end. Rerunning on the same date
      *> replaces that date's snapshot.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           STRING
               "VALSNAP_" WS-SNAP-DATE ".DAT"
           DELIMITED BY SIZE INTO WS-SNAP-FILENAME.
           IF FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVENTORYFILE.DAT "
                   "(status " FILESTATUS ") - no snapshot taken."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COST-LAYER-FILE.
           IF LAYER-FILESTATUS = "00"
               MOVE 'Y' TO WS-LAYER-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LAYER-AVAILABLE
               DISPLAY "[SYSTEM] WARNING: no cost layers readable "
                   "(status " LAYER-FILESTATUS ") - stock valued at "
                   "unit cost."
           END-IF.
           OPEN OUTPUT SNAPSHOT-FILE.

           PERFORM UNTIL FILESTATUS NOT = "00"
           IF FILESTATUS NOT = "10"
               DISPLAY "[SYSTEM] Error reading inventory file "
                   "(status " FILESTATUS ") - snapshot incomplete."
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-CATEGORY-RECORDS.

           CLOSE INVENTORY-FILE.
           CLOSE SNAPSHOT-FILE.
           IF WS-LAYER-AVAILABLE = 'Y'
               CLOSE COST-LAYER-FILE
           END-IF.

           DISPLAY "[SYSTEM] Snapshot of " WS-ITEM-COUNT
               " item(s) in " SNAP-CATEGORY-COUNT
                   "found - the category records are incomplete "
                   "(item and total records are still complete)."
           END-IF.
           IF WS-LAYER-OFF-COUNT > ZERO
               DISPLAY "NOTE: " WS-LAYER-OFF-COUNT " item(s) whose "
                   "cost layers do not add up to the stock on hand "
                   "- see the cost layer check."
           END-IF.
           STOP RUN.

       SNAPSHOT-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
      *> Valued at cost -- the snapshot feeds the month-end
      *> comparison the accountant reconciles, and selling price
      *> was never the number they wanted there. The cost is what
      *> the receipts still on the shelf were bought at, from the
      *> item's FIFO layers.
           PERFORM VALUE-FROM-LAYERS.
           MOVE WS-ITEM-VALUE TO WS-VALUE-EDIT.
           MOVE STOCK-QUANTITY TO WS-QTY-EDIT.
           MOVE SPACES TO SNAPSHOT-RECORD.
           ADD WS-ITEM-VALUE TO SNAP-GRAND-TOTAL.
           PERFORM SNAPSHOT-ADD-CATEGORY.

      *> Stock no layer covers (on hand from before layers were
      *> kept) is valued at the item's unit cost; layers holding
      *> more than is on hand are valued at their average cost on
      *> the quantity on hand. Either way the item is counted for
      *> the note at the end.
       VALUE-FROM-LAYERS.
           MOVE ZERO TO WS-LAYER-QTY.
           MOVE ZERO TO WS-LAYER-VALUE.
           IF WS-LAYER-AVAILABLE = 'Y'
               MOVE ITEM-CODE TO LAYER-ITEM-CODE
               MOVE ZERO TO LAYER-SEQ
               MOVE 'N' TO WS-LAYER-EOF
               START COST-LAYER-FILE KEY IS NOT LESS THAN LAYER-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LAYER-EOF
               END-START
               PERFORM UNTIL WS-LAYER-EOF = 'Y'
                   READ COST-LAYER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LAYER-EOF
                       NOT AT END
                           IF LAYER-ITEM-CODE NOT = ITEM-CODE
                               MOVE 'Y' TO WS-LAYER-EOF
                           ELSE
                               ADD LAYER-QTY TO WS-LAYER-QTY
                               COMPUTE WS-LAYER-VALUE =
                                   WS-LAYER-VALUE
                                   + LAYER-QTY * LAYER-UNIT-COST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-LAYER-QTY = STOCK-QUANTITY
               MOVE WS-LAYER-VALUE TO WS-ITEM-VALUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LAYER-AVAILABLE = 'Y'
               ADD 1 TO WS-LAYER-OFF-COUNT
           END-IF.
           IF WS-LAYER-QTY < STOCK-QUANTITY
               COMPUTE WS-ITEM-VALUE = WS-LAYER-VALUE
                   + (STOCK-QUANTITY - WS-LAYER-QTY) * ITEM-UNIT-COST
           ELSE
               COMPUTE WS-ITEM-VALUE ROUNDED =
                   WS-LAYER-VALUE * STOCK-QUANTITY / WS-LAYER-QTY
           END-IF.

       SNAPSHOT-ADD-CATEGORY.
           MOVE 'N' TO SNAP-FOUND.
           PERFORM VARYING SNAP-SUB FROM 1 BY 1
               "T,TOTAL," WS-QTY-EDIT "," WS-VALUE-EDIT
           DELIMITED BY SIZE INTO SNAPSHOT-RECORD.
           WRITE SNAPSHOT-RECORD.

      *> The run date is the business date from BUSDATE.DAT (today
      *> on a site without one) unless a YYYYMMDD date is given on
      *> the command line to rerun a closed day.
       GET-RUN-DATE.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-SNAP-DATE.
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
                   MOVE WS-RUN-DATE-NUM TO WS-SNAP-DATE
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
