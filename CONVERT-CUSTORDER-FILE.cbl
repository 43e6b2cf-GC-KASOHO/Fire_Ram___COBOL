               10 CO-LINE-STATUS     PIC X(10).
               10 CO-LINE-BO-QTY     PIC 9(5).
               10 CO-LINE-UNIT-PRICE PIC 9(7)V99.
               10 CO-LINE-SETTLED-QTY PIC 9(5).
               10 CO-LINE-RETURNED-QTY PIC 9(5).
               10 CO-LINE-SETTLE-DATE PIC 9(8).
               10 FILLER             PIC X(37).

       WORKING-STORAGE SECTION.
       01 OLD-FILESTATUS        PIC X(2).
               MOVE OLD-CO-LINE-STATUS TO CO-LINE-STATUS
               MOVE ZERO TO CO-LINE-BO-QTY
               MOVE ZERO TO CO-LINE-UNIT-PRICE
               MOVE ZERO TO CO-LINE-SETTLE-DATE
           END-IF.
           WRITE CUST-ORDER-RECORD
               INVALID KEY
