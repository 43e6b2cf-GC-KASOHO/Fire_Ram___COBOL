       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-COST-LAYERS.

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

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 BD-FILESTATUS         PIC X(2).
       01 BD-PARSE-FIELDS.
           05 BD-BUSINESS-DATE-X PIC X(8).
           05 BD-CLOSED-THRU-X  PIC X(8).
       01 WS-BUSINESS-DATE      PIC 9(8).
       01 WS-CLOSED-THRU        PIC 9(8).
       01 FILESTATUS            PIC X(2).
       01 LAYER-FILESTATUS      PIC X(2).
       01 WS-HAS-LAYERS         PIC X.
       01 WS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-SEEDED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(5) VALUE ZERO.

      *> One-shot deploy companion to FIFO cost layers: every item
      *> with stock on hand and no layers yet gets one opening
      *> layer (type OPN) for its whole quantity at its current
      *> unit cost, dated the business date, so the first issues
      *> after the cut-over come off a layer like any other.
      *> Items that already have layers are left alone, so running
      *> it again does nothing to them.
       PROCEDURE DIVISION.
           PERFORM READ-BUSINESS-DATE.
           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVENTORYFILE.DAT "
                   "(status " FILESTATUS ") - no layers seeded."
               STOP RUN
           END-IF.
           OPEN I-O COST-LAYER-FILE.
           IF LAYER-FILESTATUS = "35"
               OPEN OUTPUT COST-LAYER-FILE
               CLOSE COST-LAYER-FILE
               OPEN I-O COST-LAYER-FILE
           END-IF.
           IF LAYER-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open COSTLAYER.DAT "
                   "(status " LAYER-FILESTATUS ") - no layers "
                   "seeded."
               CLOSE INVENTORY-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL FILESTATUS NOT = "00"
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SEED-ONE-ITEM
               END-READ
           END-PERFORM.

           CLOSE INVENTORY-FILE.
           CLOSE COST-LAYER-FILE.
           DISPLAY "[SYSTEM] Opening cost layers seeded:"
           DISPLAY "  Items read: " WS-READ-COUNT
           DISPLAY "  Opening layers written: " WS-SEEDED-COUNT
           DISPLAY "  Skipped (no stock or already layered): "
               WS-SKIPPED-COUNT
           DISPLAY "  Failed: " WS-FAILED-COUNT
           STOP RUN.

       SEED-ONE-ITEM.
           IF STOCK-QUANTITY = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HAS-LAYERS.
           MOVE ITEM-CODE TO LAYER-ITEM-CODE.
           MOVE ZERO TO LAYER-SEQ.
           START COST-LAYER-FILE KEY IS NOT LESS THAN LAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   READ COST-LAYER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LAYER-ITEM-CODE = ITEM-CODE
                               MOVE 'Y' TO WS-HAS-LAYERS
                           END-IF
                   END-READ
           END-START.
           IF WS-HAS-LAYERS = 'Y'
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO COST-LAYER-RECORD.
           MOVE ITEM-CODE TO LAYER-ITEM-CODE.
           MOVE 1 TO LAYER-SEQ.
           MOVE WS-BUSINESS-DATE TO LAYER-DATE.
           MOVE "OPN" TO LAYER-SOURCE.
           MOVE "OPENING" TO LAYER-REF.
           MOVE STOCK-QUANTITY TO LAYER-ORIG-QTY.
           MOVE STOCK-QUANTITY TO LAYER-QTY.
           MOVE ITEM-UNIT-COST TO LAYER-UNIT-COST.
           WRITE COST-LAYER-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "Error seeding cost layer for "
                       ITEM-CODE "!"
               NOT INVALID
                   ADD 1 TO WS-SEEDED-COUNT
           END-WRITE.

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
