       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-LAYER-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORYFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS FILESTATUS.

           SELECT COST-LAYER-FILE ASSIGN TO "COSTLAYER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAYER-KEY
               FILE STATUS IS LAYER-FILESTATUS.

           SELECT CHECK-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-RECORD   PIC X(100).

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
       01 LAYER-FILESTATUS      PIC X(2).
       01 WS-REPORT-FILENAME    PIC X(40).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-LAYER-READ-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-EXCEPT-REASON      PIC X(30).

       01 WS-LAYER-EOF          PIC X.
       01 WS-LAYER-COUNT        PIC 9(5).
       01 WS-LAYER-QTY          PIC 9(7).
       01 WS-LAYER-VALUE        PIC 9(11)V99.
       01 WS-LAST-LAYER-ITEM    PIC X(10).
       01 WS-QTY-EDIT           PIC 9(7).
       01 WS-VALUE-EDIT         PIC 9(11).99.

       01 WS-STOCK-TOTAL-QTY    PIC 9(9) VALUE ZERO.
       01 WS-LAYER-TOTAL-QTY    PIC 9(9) VALUE ZERO.
       01 WS-LAYER-TOTAL-VALUE  PIC 9(11)V99 VALUE ZERO.
       01 WS-UNIT-TOTAL-VALUE   PIC 9(11)V99 VALUE ZERO.

      *> Runs in the nightly stream after the day's postings: for
      *> every item, the remaining quantities on its FIFO cost
      *> layers must add up to STOCK-QUANTITY, or the cost of
      *> goods sold and the stock valuation are being worked out
      *> on stock the layers do not know about (or have lost).
      *> Each item out of step, and every layer left behind for an
      *> item no longer on file, lands in a dated LAYERCHK report
      *> closing with the stock and layer totals. Ends with return
      *> code 4 when anything is out of step so the driver logs a
      *> warning, 8 when the files cannot be read.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           STRING
               "LAYERCHK_" WS-RUN-DATE ".RPT"
           DELIMITED BY SIZE INTO WS-REPORT-FILENAME.

           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVENTORYFILE.DAT "
                   "(status " FILESTATUS ") - no layer check run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> A site that has never posted a receipt since the layers
      *> came in has no layer file yet; every item with stock is
      *> then reported as uncovered, which is the truth.
           OPEN INPUT COST-LAYER-FILE.
           IF LAYER-FILESTATUS = "35"
               OPEN OUTPUT COST-LAYER-FILE
               CLOSE COST-LAYER-FILE
               OPEN INPUT COST-LAYER-FILE
           END-IF.
           IF LAYER-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open COSTLAYER.DAT "
                   "(status " LAYER-FILESTATUS ") - no layer check "
                   "run."
               MOVE 8 TO RETURN-CODE
               CLOSE INVENTORY-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHECK-REPORT-FILE.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING
               "COST LAYER CHECK " WS-RUN-DATE
           DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE "ITEM,REASON,ON HAND,IN LAYERS,LAYER VALUE"
               TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.

           PERFORM UNTIL FILESTATUS NOT = "00"
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-ITEM
               END-READ
           END-PERFORM.
           IF FILESTATUS NOT = "10"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO CHECK-REPORT-RECORD
               STRING
                   "READ FAILED AFTER " WS-READ-COUNT
                   " RECORD(S), STATUS " FILESTATUS
               DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM CHECK-ORPHAN-LAYERS.
           PERFORM WRITE-CHECK-TOTALS.

           CLOSE INVENTORY-FILE.
           CLOSE COST-LAYER-FILE.
           CLOSE CHECK-REPORT-FILE.

           IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "[SYSTEM] Cost layer check for " WS-RUN-DATE ":"
           DISPLAY "  Items read: " WS-READ-COUNT
           DISPLAY "  Layers read: " WS-LAYER-READ-COUNT
           DISPLAY "  Exceptions written to " WS-REPORT-FILENAME
               ": " WS-EXCEPTION-COUNT
           STOP RUN.

       CHECK-ONE-ITEM.
           ADD STOCK-QUANTITY TO WS-STOCK-TOTAL-QTY.
           COMPUTE WS-UNIT-TOTAL-VALUE = WS-UNIT-TOTAL-VALUE
               + STOCK-QUANTITY * ITEM-UNIT-COST.
           MOVE ZERO TO WS-LAYER-COUNT.
           MOVE ZERO TO WS-LAYER-QTY.
           MOVE ZERO TO WS-LAYER-VALUE.
           MOVE ITEM-CODE TO LAYER-ITEM-CODE.
           MOVE ZERO TO LAYER-SEQ.
           MOVE 'N' TO WS-LAYER-EOF.
           START COST-LAYER-FILE KEY IS NOT LESS THAN LAYER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LAYER-EOF
           END-START.
           PERFORM UNTIL WS-LAYER-EOF = 'Y'
               READ COST-LAYER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LAYER-EOF
                   NOT AT END
                       IF LAYER-ITEM-CODE NOT = ITEM-CODE
                           MOVE 'Y' TO WS-LAYER-EOF
                       ELSE
                           ADD 1 TO WS-LAYER-COUNT
                           ADD LAYER-QTY TO WS-LAYER-QTY
                           COMPUTE WS-LAYER-VALUE = WS-LAYER-VALUE
                               + LAYER-QTY * LAYER-UNIT-COST
                       END-IF
               END-READ
           END-PERFORM.
           ADD WS-LAYER-COUNT TO WS-LAYER-READ-COUNT.
           ADD WS-LAYER-QTY TO WS-LAYER-TOTAL-QTY.
           ADD WS-LAYER-VALUE TO WS-LAYER-TOTAL-VALUE.
           IF WS-LAYER-QTY = STOCK-QUANTITY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           EVALUATE TRUE
               WHEN WS-LAYER-COUNT = ZERO
                   MOVE "NO COST LAYERS" TO WS-EXCEPT-REASON
               WHEN WS-LAYER-QTY < STOCK-QUANTITY
                   MOVE "LAYERS SHORT OF STOCK" TO WS-EXCEPT-REASON
               WHEN OTHER
                   MOVE "LAYERS EXCEED STOCK" TO WS-EXCEPT-REASON
           END-EVALUATE.
           PERFORM WRITE-CHECK-EXCEPTION.

      *> Layers whose item has been deleted would otherwise sit in
      *> the file for ever; they are listed for the supervisor.
       CHECK-ORPHAN-LAYERS.
           MOVE SPACES TO WS-LAST-LAYER-ITEM.
           MOVE LOW-VALUES TO LAYER-KEY.
           MOVE 'N' TO WS-LAYER-EOF.
           START COST-LAYER-FILE KEY IS NOT LESS THAN LAYER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LAYER-EOF
           END-START.
           PERFORM UNTIL WS-LAYER-EOF = 'Y'
               READ COST-LAYER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LAYER-EOF
                   NOT AT END
                       IF LAYER-ITEM-CODE NOT = WS-LAST-LAYER-ITEM
                           MOVE LAYER-ITEM-CODE
                               TO WS-LAST-LAYER-ITEM
                           PERFORM CHECK-LAYER-ITEM-ON-FILE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-LAYER-ITEM-ON-FILE.
           MOVE LAYER-ITEM-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO CHECK-REPORT-RECORD
                   STRING
                       LAYER-ITEM-CODE ","
                       "LAYERS FOR ITEM NOT ON FILE"
                   DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
                   WRITE CHECK-REPORT-RECORD
           END-READ.

       WRITE-CHECK-EXCEPTION.
           MOVE STOCK-QUANTITY TO WS-QTY-EDIT.
           MOVE WS-LAYER-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING
               ITEM-CODE ","
               WS-EXCEPT-REASON ","
               WS-QTY-EDIT ","
               WS-LAYER-QTY ","
               WS-VALUE-EDIT
           DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.

       WRITE-CHECK-TOTALS.
           MOVE WS-STOCK-TOTAL-QTY TO WS-QTY-EDIT.
           MOVE WS-UNIT-TOTAL-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING
               "TOTAL ON HAND " WS-QTY-EDIT
               "  AT UNIT COST " WS-VALUE-EDIT
           DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE WS-LAYER-TOTAL-QTY TO WS-QTY-EDIT.
           MOVE WS-LAYER-TOTAL-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING
               "TOTAL IN LAYERS " WS-QTY-EDIT
               "  AT LAYER COST " WS-VALUE-EDIT
           DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING
               "ITEMS OUT OF STEP " WS-EXCEPTION-COUNT
           DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.

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
