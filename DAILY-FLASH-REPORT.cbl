           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
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

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD       PIC X(120).
               10 CO-LINE-STATUS     PIC X(10).
               10 CO-LINE-BO-QTY     PIC 9(5).
               10 CO-LINE-UNIT-PRICE PIC 9(7)V99.
               10 CO-LINE-SETTLED-QTY PIC 9(5).
               10 CO-LINE-RETURNED-QTY PIC 9(5).
               10 CO-LINE-SETTLE-DATE PIC 9(8).
               10 FILLER             PIC X(37).

       FD PO-MASTER-FILE.
       01 PO-MASTER-RECORD.
       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(132).

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
       01 MOV-FILESTATUS        PIC X(2).
       01 AUD-FILESTATUS        PIC X(2).
           05 MOV-QTY-TEXT      PIC X(11).
           05 MOV-REASON        PIC X(10).
           05 MOV-LOC           PIC X(10).
           05 MOV-COST-TEXT     PIC X(13).
       01 MOV-ENTRY-DATE        PIC 9(8).
       01 MOV-ENTRY-QTY         PIC S9(7).
       01 MOV-ENTRY-COST        PIC 9(9)V99.

       01 AUD-PARSE-FIELDS.
           05 AUD-ITEM-CODE     PIC X(10).
               10 FC-OUT-QTY     PIC 9(7).
               10 FC-OUT-VALUE   PIC 9(9)V99.
               10 FC-ADJ-QTY     PIC S9(7).
               10 FC-RTN-QTY     PIC 9(7).
               10 FC-RTN-VALUE   PIC 9(9)V99.
               10 FC-RTN-HELD-QTY PIC 9(7).
               10 FC-RTV-QTY     PIC 9(7).
               10 FC-RTV-VALUE   PIC 9(9)V99.
       01 FLASH-CAT-COUNT       PIC 9(3) VALUE ZERO.
       01 FC-SUB                PIC 9(3).
       01 FC-HIT-SUB            PIC 9(3).
       01 WS-ORDERS-TAKEN       PIC 9(5) VALUE ZERO.
       01 WS-LINES-PICKED       PIC 9(5) VALUE ZERO.
       01 WS-LINES-CANCELLED    PIC 9(5) VALUE ZERO.
       01 WS-LINES-RETURNED     PIC 9(5) VALUE ZERO.
       01 WS-POS-RAISED         PIC 9(5) VALUE ZERO.
       01 WS-PO-LINES-RECEIVED  PIC 9(5) VALUE ZERO.
       01 WS-PO-QTY-RECEIVED    PIC 9(7) VALUE ZERO.
      *> to the menu.
       PROCEDURE DIVISION.
           PERFORM FLASH-RESET-TOTALS.
           PERFORM GET-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           ACCEPT WS-RPT-TIME FROM TIME.
           STRING
           MOVE ZERO TO WS-ORDERS-TAKEN.
           MOVE ZERO TO WS-LINES-PICKED.
           MOVE ZERO TO WS-LINES-CANCELLED.
           MOVE ZERO TO WS-LINES-RETURNED.
           MOVE ZERO TO WS-POS-RAISED.
           MOVE ZERO TO WS-PO-LINES-RECEIVED.
           MOVE ZERO TO WS-PO-QTY-RECEIVED.
                       UNSTRING MOVEMENT-RECORD DELIMITED BY ","
                           INTO MOV-DATE-X MOV-TIME-X MOV-OPERATOR
                               MOV-ITEM-CODE MOV-TYPE MOV-QTY-TEXT
                               MOV-REASON MOV-LOC MOV-COST-TEXT
                       PERFORM TALLY-ONE-MOVEMENT
               END-READ
           END-PERFORM.
                       ADD MOV-ENTRY-QTY TO FC-IN-QTY (FC-HIT-SUB)
      *> Receipts are valued at cost, issues at selling price --
      *> what came in at the dock versus what walked out the door.
      *> The receipt's own cost is on the entry; older entries
      *> without one fall back to the item's unit cost.
                       MOVE ZERO TO MOV-ENTRY-COST
                       IF FUNCTION TEST-NUMVAL (MOV-COST-TEXT) = 0
                           COMPUTE MOV-ENTRY-COST =
                               FUNCTION NUMVAL (MOV-COST-TEXT)
                       END-IF
                       IF MOV-ENTRY-COST = ZERO
                           COMPUTE MOV-ENTRY-COST =
                               MOV-ENTRY-QTY * ITEM-UNIT-COST
                       END-IF
                       ADD MOV-ENTRY-COST TO FC-IN-VALUE (FC-HIT-SUB)
                   END-IF
                   IF FO-HIT-SUB > ZERO
                       ADD MOV-ENTRY-QTY TO FO-IN-QTY (FO-HIT-SUB)
                   IF FC-HIT-SUB > ZERO
                       ADD MOV-ENTRY-QTY TO FC-ADJ-QTY (FC-HIT-SUB)
                   END-IF
      *> Customer returns are valued at selling price like the
      *> issues they reverse; returns held as damaged are counted
      *> apart since they never went back on the shelf.
               WHEN "RTN"
                   IF FC-HIT-SUB > ZERO
                       ADD MOV-ENTRY-QTY TO FC-RTN-QTY (FC-HIT-SUB)
                       COMPUTE FC-RTN-VALUE (FC-HIT-SUB) =
                           FC-RTN-VALUE (FC-HIT-SUB)
                               + MOV-ENTRY-QTY * UNIT-PRICE
                       IF MOV-LOC = "HELD"
                           ADD MOV-ENTRY-QTY
                               TO FC-RTN-HELD-QTY (FC-HIT-SUB)
                       END-IF
                   END-IF
                   IF FO-HIT-SUB > ZERO
                       ADD MOV-ENTRY-QTY TO FO-IN-QTY (FO-HIT-SUB)
                   END-IF
      *> Goods sent back to the supplier are valued at the cost we
      *> paid, carried on the entry itself.
               WHEN "RTV"
                   IF FC-HIT-SUB > ZERO
                       ADD MOV-ENTRY-QTY TO FC-RTV-QTY (FC-HIT-SUB)
                       MOVE ZERO TO MOV-ENTRY-COST
                       IF FUNCTION TEST-NUMVAL (MOV-COST-TEXT) = 0
                           COMPUTE MOV-ENTRY-COST =
                               FUNCTION NUMVAL (MOV-COST-TEXT)
                       ELSE
                           COMPUTE MOV-ENTRY-COST =
                               MOV-ENTRY-QTY * ITEM-UNIT-COST
                       END-IF
                       ADD MOV-ENTRY-COST TO FC-RTV-VALUE (FC-HIT-SUB)
                   END-IF
                   IF FO-HIT-SUB > ZERO
                       ADD MOV-ENTRY-QTY TO FO-OUT-QTY (FO-HIT-SUB)
                   END-IF
      *> Making kits up or breaking them down only moves stock from
      *> one item to another -- nothing was bought or sold.
               WHEN "ASM"
                   CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE ZERO TO FC-OUT-QTY (FC-HIT-SUB).
           MOVE ZERO TO FC-OUT-VALUE (FC-HIT-SUB).
           MOVE ZERO TO FC-ADJ-QTY (FC-HIT-SUB).
           MOVE ZERO TO FC-RTN-QTY (FC-HIT-SUB).
           MOVE ZERO TO FC-RTN-VALUE (FC-HIT-SUB).
           MOVE ZERO TO FC-RTN-HELD-QTY (FC-HIT-SUB).
           MOVE ZERO TO FC-RTV-QTY (FC-HIT-SUB).
           MOVE ZERO TO FC-RTV-VALUE (FC-HIT-SUB).

       FIND-OPERATOR-ENTRY.
           MOVE MOV-OPERATOR TO WS-CUR-OPERATOR.
                   ADD 1 TO WS-LINES-PICKED
               WHEN "DEALLOCATE"
                   ADD 1 TO WS-LINES-CANCELLED
               WHEN "CUST-RETURN"
                   ADD 1 TO WS-LINES-RETURNED
               WHEN "RETURN-HELD"
                   ADD 1 TO WS-LINES-RETURNED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF FC-ADJ-QTY (FC-SUB) NOT = ZERO
               DISPLAY "    Adj: " WS-FC-ADJ-EDIT
           END-IF.
           IF FC-RTN-QTY (FC-SUB) NOT = ZERO
               DISPLAY "    Rtn: " FC-RTN-QTY (FC-SUB)
                   "  value " FC-RTN-VALUE (FC-SUB)
                   "  held " FC-RTN-HELD-QTY (FC-SUB)
           END-IF.
           IF FC-RTV-QTY (FC-SUB) NOT = ZERO
               DISPLAY "    RTV: " FC-RTV-QTY (FC-SUB)
                   "  value " FC-RTV-VALUE (FC-SUB)
           END-IF.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "  " FC-NAME (FC-SUB)
               " OUT " FC-OUT-QTY (FC-SUB)
               " (" FC-OUT-VALUE (FC-SUB) ")"
               " ADJ " WS-FC-ADJ-EDIT
               " RTN " FC-RTN-QTY (FC-SUB)
               " (" FC-RTN-VALUE (FC-SUB) ")"
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           IF FC-RTV-QTY (FC-SUB) NOT = ZERO
               MOVE SPACES TO WS-RPT-DETAIL
               STRING
                   "    RETURNED TO VENDOR " FC-RTV-QTY (FC-SUB)
                   " (" FC-RTV-VALUE (FC-SUB) ")"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM REPORT-WRITE-LINE
           END-IF.

       SHOW-ADJUSTMENT-SECTION.
           MOVE WS-ADJ-NET TO WS-ADJ-NET-EDIT.
       SHOW-ORDER-SECTION.
           DISPLAY "CUSTOMER ORDERS: taken " WS-ORDERS-TAKEN
               "  lines picked up " WS-LINES-PICKED
               "  lines cancelled " WS-LINES-CANCELLED
               "  returns " WS-LINES-RETURNED.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "CUSTOMER ORDERS: TAKEN " WS-ORDERS-TAKEN
               "  LINES PICKED " WS-LINES-PICKED
               "  LINES CANCELLED " WS-LINES-CANCELLED
               "  RETURNS " WS-LINES-RETURNED
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.

           MOVE WS-RPT-DETAIL TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-RPT-LINE-COUNT.

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
           GOBACK.

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
