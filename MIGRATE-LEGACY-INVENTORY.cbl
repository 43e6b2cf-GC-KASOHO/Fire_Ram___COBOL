           05 INV-LAST-RECEIPT-DATE PIC 9(8).
           05 INV-LAST-MOVEMENT-DATE PIC 9(8).
           05 INV-UNIT-COST     PIC 9(7)V99.
           05 INV-ABC-CLASS     PIC X.
           05 INV-LAST-COUNT-DATE PIC 9(8).
           05 FILLER            PIC X(20).

       WORKING-STORAGE SECTION.
       01 LEGACY-FILESTATUS     PIC X(2).
           END-PERFORM.

       BUILD-MIGRATED-RECORD.
           MOVE SPACES TO INVENTORY-RECORD.
           MOVE ITEM-ID TO ITEM-CODE.
           MOVE ITEM-NAME TO INV-ITEM-NAME.
           MOVE "UNKNOWN" TO INV-ITEM-CATEGORY.
           MOVE SPACES TO INV-ITEM-SIZE.
           MOVE ZERO TO INV-LAST-RECEIPT-DATE.
           MOVE ZERO TO INV-LAST-MOVEMENT-DATE.
           MOVE ZERO TO INV-UNIT-COST.
           MOVE SPACES TO INV-ABC-CLASS.
           MOVE ZERO TO INV-LAST-COUNT-DATE.

       CLOSE-MIGRATION-FILES.
           CLOSE LEGACY-FILE.
