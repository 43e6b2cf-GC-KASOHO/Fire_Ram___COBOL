           SELECT OLD-INVENTORY-FILE ASSIGN TO "INVENTORYFILE.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-KEY-CODE
               FILE STATUS IS OLD-FILESTATUS.

           SELECT PRECOST-INVENTORY-FILE ASSIGN TO "INVENTORYFILE.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-ITEM-CODE
               FILE STATUS IS PRE-FILESTATUS.

           SELECT INVENTORY-FILE ASSIGN TO "INVENTORYFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
      *> The file set aside as INVENTORYFILE.OLD is read through
      *> one of two views: the layout with the unit cost but before
      *> the ABC class and last-count date, or the older one from
      *> before the unit cost. Either is read into WS-OLD-RECORD.
       FD OLD-INVENTORY-FILE.
       01 OLD-INVENTORY-RECORD.
           05 OLD-KEY-CODE      PIC X(10).
           05 FILLER            PIC X(169).

       FD PRECOST-INVENTORY-FILE.
       01 PRECOST-INVENTORY-RECORD.
           05 PRE-ITEM-CODE     PIC X(10).
           05 FILLER            PIC X(160).

       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 ITEM-LAST-RECEIPT-DATE PIC 9(8).
           05 ITEM-LAST-MOVEMENT-DATE PIC 9(8).
           05 ITEM-UNIT-COST    PIC 9(7)V99.
           05 ITEM-ABC-CLASS    PIC X.
           05 ITEM-LAST-COUNT-DATE PIC 9(8).
           05 FILLER            PIC X(20).

       WORKING-STORAGE SECTION.
       01 OLD-FILESTATUS        PIC X(2).
       01 PRE-FILESTATUS        PIC X(2).
       01 WS-OLD-LAYOUT         PIC X.
           88 OLD-HAS-COST          VALUE 'C'.
           88 OLD-PRE-COST          VALUE 'P'.
       01 WS-OLD-RECORD.
           05 OLD-ITEM-CODE     PIC X(10).
           05 OLD-ITEM-NAME     PIC X(30).
           05 OLD-ITEM-CATEGORY PIC X(20).
           05 OLD-ITEM-SIZE     PIC X(10).
           05 OLD-ITEM-COLOR    PIC X(15).
           05 OLD-STOCK-QUANTITY PIC 9(5).
           05 OLD-UNIT-PRICE    PIC 9(7)V99.
           05 OLD-LOCATION-QTY OCCURS 2 TIMES.
               10 OLD-LOC-CODE   PIC X(10).
               10 OLD-LOC-QUANTITY PIC 9(5).
           05 OLD-SUPPLIER-CODE PIC X(6).
           05 OLD-REORDER-POINT PIC 9(5).
           05 OLD-REORDER-QTY   PIC 9(5).
           05 OLD-LEAD-DAYS     PIC 9(3).
           05 OLD-ITEM-STATUS   PIC X.
           05 OLD-ALLOCATED-QTY PIC 9(5).
           05 OLD-LAST-RECEIPT-DATE PIC 9(8).
           05 OLD-LAST-MOVEMENT-DATE PIC 9(8).
           05 OLD-UNIT-COST     PIC 9(7)V99.
       01 FILESTATUS            PIC X(2).
       01 WS-CONVERTED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-LIVE-NAME          PIC X(20) VALUE "INVENTORYFILE.DAT".
       01 WS-OLD-NAME           PIC X(20) VALUE "INVENTORYFILE.OLD".

      *> One-shot deploy companion to the inventory layout changes,
      *> in the MIGRATE-LEGACY-INVENTORY mold: an indexed file
      *> written before the record grew cannot even be opened by
      *> the new programs (status 39), so this job sets the old file
      *> aside as INVENTORYFILE.OLD, rebuilds INVENTORYFILE.DAT
      *> record by record in the new layout, and fills the fields
      *> the old file lacks: a unit cost of zero for the receipts to
      *> capture when it predates the cost, and a blank ABC class
      *> and no last-count date for the next ABC-CLASSIFY run to
      *> set. Running it against a file already in the new layout
      *> does nothing.
       PROCEDURE DIVISION.
           OPEN INPUT INVENTORY-FILE.
           EVALUATE TRUE
               RETURNING WS-RENAME-RESULT
           END-CALL.

           SET OLD-HAS-COST TO TRUE.
           OPEN INPUT OLD-INVENTORY-FILE.
           IF OLD-FILESTATUS = "39"
               SET OLD-PRE-COST TO TRUE
               OPEN INPUT PRECOST-INVENTORY-FILE
               MOVE PRE-FILESTATUS TO OLD-FILESTATUS
           END-IF.
           IF OLD-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open " WS-OLD-NAME
                   " in either old layout (status " OLD-FILESTATUS
                   ") - rename it back to " WS-LIVE-NAME
                   " and investigate."
               STOP RUN
               DISPLAY "[SYSTEM] Cannot create the new "
                   WS-LIVE-NAME " (status " FILESTATUS ") - "
                   "rename " WS-OLD-NAME " back and investigate."
               PERFORM CLOSE-OLD-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL OLD-FILESTATUS NOT = "00"
               PERFORM READ-OLD-RECORD
               IF OLD-FILESTATUS = "00"
                   PERFORM CONVERT-ONE-RECORD
               END-IF
           END-PERFORM.

           PERFORM CLOSE-OLD-FILE.
           CLOSE INVENTORY-FILE.
           DISPLAY "[SYSTEM] Inventory layout conversion done:"
           DISPLAY "  Records converted: " WS-CONVERTED-COUNT
           DISPLAY "  Old file kept as " WS-OLD-NAME
           STOP RUN.

       READ-OLD-RECORD.
           IF OLD-HAS-COST
               READ OLD-INVENTORY-FILE NEXT RECORD
                   INTO WS-OLD-RECORD
                   AT END
                       MOVE "10" TO OLD-FILESTATUS
               END-READ
           ELSE
               READ PRECOST-INVENTORY-FILE NEXT RECORD
                   INTO WS-OLD-RECORD
                   AT END
                       MOVE "10" TO PRE-FILESTATUS
               END-READ
               MOVE PRE-FILESTATUS TO OLD-FILESTATUS
      *> No cost history exists to recover; zero until the next
      *> receipt captures the real figure.
               MOVE ZERO TO OLD-UNIT-COST
           END-IF.

       CLOSE-OLD-FILE.
           IF OLD-HAS-COST
               CLOSE OLD-INVENTORY-FILE
           ELSE
               CLOSE PRECOST-INVENTORY-FILE
           END-IF.

       CONVERT-ONE-RECORD.
           MOVE SPACES TO INVENTORY-RECORD.
           MOVE OLD-ITEM-CODE TO ITEM-CODE.
           MOVE OLD-ITEM-NAME TO ITEM-NAME.
           MOVE OLD-ITEM-CATEGORY TO ITEM-CATEGORY.
           MOVE OLD-ALLOCATED-QTY TO ITEM-ALLOCATED-QTY.
           MOVE OLD-LAST-RECEIPT-DATE TO ITEM-LAST-RECEIPT-DATE.
           MOVE OLD-LAST-MOVEMENT-DATE TO ITEM-LAST-MOVEMENT-DATE.
           MOVE OLD-UNIT-COST TO ITEM-UNIT-COST.
           MOVE SPACES TO ITEM-ABC-CLASS.
           MOVE ZERO TO ITEM-LAST-COUNT-DATE.
           WRITE INVENTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
