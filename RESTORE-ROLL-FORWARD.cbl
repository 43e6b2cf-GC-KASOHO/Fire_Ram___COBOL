           05 ITEM-LAST-RECEIPT-DATE PIC 9(8).
           05 ITEM-LAST-MOVEMENT-DATE PIC 9(8).
           05 ITEM-UNIT-COST    PIC 9(7)V99.
           05 ITEM-ABC-CLASS    PIC X.
           05 ITEM-LAST-COUNT-DATE PIC 9(8).
           05 FILLER            PIC X(20).

       FD BACKUP-FILE.
       01 BACKUP-RECORD.
           05 BKP-ITEM-CODE     PIC X(10).
           05 BKP-ITEM-DATA     PIC X(198).

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD       PIC X(120).
                   COMPUTE WS-APPLY-QTY = ZERO - WS-APPLY-QTY
               WHEN "ADJ"
                   CONTINUE
      *> Kit assembly carries its own sign: components out, kits in.
               WHEN "ASM"
                   CONTINUE
      *> Returns held as damaged never reached STOCK-QUANTITY, so
      *> they replay as a zero change to the item.
               WHEN "RTN"
                   IF RPL-LOC = "HELD"
                       MOVE ZERO TO WS-APPLY-QTY
                   END-IF
               WHEN "RTV"
                   COMPUTE WS-APPLY-QTY = ZERO - WS-APPLY-QTY
               WHEN OTHER
                   MOVE "UNKNOWN MOVEMENT TYPE" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
