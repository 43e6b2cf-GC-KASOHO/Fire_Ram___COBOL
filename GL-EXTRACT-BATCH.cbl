           SELECT GL-POST-FILE ASSIGN TO WS-GL-FILENAME
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

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD       PIC X(120).
       FD GL-POST-FILE.
       01 GL-POST-RECORD        PIC X(100).

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
       01 MOV-FILESTATUS        PIC X(2).
       01 WS-GL-FILENAME        PIC X(40).
           05 MOV-QTY-TEXT      PIC X(11).
           05 MOV-REASON        PIC X(10).
           05 MOV-LOC           PIC X(10).
           05 MOV-COST-TEXT     PIC X(13).
       01 MOV-ENTRY-DATE        PIC 9(8).
       01 MOV-ENTRY-QTY         PIC S9(7).
       01 WS-ENTRY-VALUE        PIC S9(10)V99.
       01 WS-GL-TYPE            PIC X(3).
       01 WS-ENTRY-COST         PIC 9(9)V99.
       01 WS-ENTRY-UNIT-COST    PIC 9(7)V99.

       01 LAYER-FILESTATUS      PIC X(2).
       01 WS-LAYER-AVAILABLE    PIC X.
       01 WS-LAYER-EOF          PIC X.
       01 WS-LAYER-QTY          PIC 9(7).
       01 WS-LAYER-VALUE        PIC 9(11)V99.

       01 GL-SUM-TABLE.
           05 GL-SUM-ENTRY OCCURS 150 TIMES.
      *> APPLY-PRICE-CHANGES: the day's movement journal -- the
      *> receipts, the issues, and the cycle-count adjustments that
      *> CYCLE-COUNT-RECONCILE now journals as ADJ entries -- valued
      *> at cost and summarized per category and movement type
      *> into one dated, machine-readable posting file. Receipts and
      *> positive adjustments post as debits to stock, issues and
      *> shrinkage as credits, and the closing control record
      *> re-keying printed reports. Rerunning on the same date
      *> replaces that date's file.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           STRING
               "GLPOST_" WS-RUN-DATE ".DAT"
           DELIMITED BY SIZE INTO WS-GL-FILENAME.
               DISPLAY "[SYSTEM] WARNING: inventory master not "
                   "readable - entries valued at zero."
           END-IF.
           OPEN INPUT COST-LAYER-FILE.
           IF LAYER-FILESTATUS = "00"
               MOVE 'Y' TO WS-LAYER-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LAYER-AVAILABLE
           END-IF.

           PERFORM UNTIL MOV-FILESTATUS NOT = "00"
               READ MOVEMENT-FILE
                       UNSTRING MOVEMENT-RECORD DELIMITED BY ","
                           INTO MOV-DATE-X MOV-TIME-X MOV-OPERATOR
                               MOV-ITEM-CODE MOV-TYPE MOV-QTY-TEXT
                               MOV-REASON MOV-LOC MOV-COST-TEXT
                       PERFORM TALLY-ONE-ENTRY
               END-READ
           END-PERFORM.
           IF WS-INV-AVAILABLE = 'Y'
               CLOSE INVENTORY-FILE
           END-IF.
           IF WS-LAYER-AVAILABLE = 'Y'
               CLOSE COST-LAYER-FILE
           END-IF.

           PERFORM WRITE-POSTING-FILE.

               EXIT PARAGRAPH
           END-IF.
           IF MOV-TYPE NOT = "IN " AND MOV-TYPE NOT = "OUT"
                   AND MOV-TYPE NOT = "ADJ" AND MOV-TYPE NOT = "RTN"
                   AND MOV-TYPE NOT = "RTV" AND MOV-TYPE NOT = "ASM"
               EXIT PARAGRAPH
           END-IF.
      *> Customer returns put back on sale debit stock like a
      *> receipt; returns held as damaged summarize under their own
      *> RTH type so the import can book them to a damaged-goods
      *> account instead of sellable stock. Returns to vendor
      *> credit stock like an issue but keep their RTV type so the
      *> import books them against the supplier, not cost of sales.
      *> Kit assembly (ASM) is journalled signed, components out
      *> and kits in at the same cost, so its lines net to nothing.
           MOVE MOV-TYPE TO WS-GL-TYPE.
           IF MOV-TYPE = "RTN" AND MOV-LOC = "HELD"
               MOVE "RTH" TO WS-GL-TYPE
           END-IF.
           COMPUTE MOV-ENTRY-QTY = FUNCTION NUMVAL (MOV-QTY-TEXT).
           IF MOV-TYPE = "OUT" OR MOV-TYPE = "RTV"
               COMPUTE MOV-ENTRY-QTY = ZERO - MOV-ENTRY-QTY
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.

      *> Postings now carry their own extended cost: a receipt at
      *> what it cost, an issue, count shrinkage or return to
      *> vendor at what its units came off the FIFO cost layers at.
           MOVE "UNKNOWN" TO ITEM-CATEGORY.
           MOVE ZERO TO ITEM-UNIT-COST.
           IF WS-INV-AVAILABLE = 'Y'
                       MOVE ZERO TO ITEM-UNIT-COST
               END-READ
           END-IF.
      *> An entry without one (journalled before layers were kept)
      *> is valued at the average of the item's remaining layers,
      *> or at its unit cost when it has none.
           MOVE ZERO TO WS-ENTRY-COST.
           IF MOV-COST-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (MOV-COST-TEXT) = 0
                   COMPUTE WS-ENTRY-COST =
                       FUNCTION NUMVAL (MOV-COST-TEXT)
               END-IF
           END-IF.
           IF WS-ENTRY-COST > ZERO
               IF MOV-ENTRY-QTY < ZERO
                   COMPUTE WS-ENTRY-VALUE = ZERO - WS-ENTRY-COST
               ELSE
                   MOVE WS-ENTRY-COST TO WS-ENTRY-VALUE
               END-IF
           ELSE
               PERFORM LAYER-AVERAGE-COST
               IF WS-ENTRY-UNIT-COST = ZERO
                   ADD 1 TO WS-UNCOSTED-COUNT
               END-IF
               COMPUTE WS-ENTRY-VALUE =
                   MOV-ENTRY-QTY * WS-ENTRY-UNIT-COST
           END-IF.

           MOVE ZERO TO GL-HIT-SUB.
           PERFORM VARYING GL-SUB FROM 1 BY 1
               UNTIL GL-SUB > GL-SUM-COUNT
               IF GL-CATEGORY (GL-SUB) = ITEM-CATEGORY
                       AND GL-TYPE (GL-SUB) = WS-GL-TYPE
                   MOVE GL-SUB TO GL-HIT-SUB
               END-IF
           END-PERFORM.
               ADD 1 TO GL-SUM-COUNT
               MOVE GL-SUM-COUNT TO GL-HIT-SUB
               MOVE ITEM-CATEGORY TO GL-CATEGORY (GL-HIT-SUB)
               MOVE WS-GL-TYPE TO GL-TYPE (GL-HIT-SUB)
               MOVE ZERO TO GL-QTY (GL-HIT-SUB)
               MOVE ZERO TO GL-VALUE (GL-HIT-SUB)
           END-IF.
           ADD MOV-ENTRY-QTY TO GL-QTY (GL-HIT-SUB).
           ADD WS-ENTRY-VALUE TO GL-VALUE (GL-HIT-SUB).

       LAYER-AVERAGE-COST.
           MOVE ITEM-UNIT-COST TO WS-ENTRY-UNIT-COST.
           IF WS-LAYER-AVAILABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LAYER-QTY.
           MOVE ZERO TO WS-LAYER-VALUE.
           MOVE MOV-ITEM-CODE TO LAYER-ITEM-CODE.
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
                       IF LAYER-ITEM-CODE NOT = MOV-ITEM-CODE
                           MOVE 'Y' TO WS-LAYER-EOF
                       ELSE
                           ADD LAYER-QTY TO WS-LAYER-QTY
                           COMPUTE WS-LAYER-VALUE = WS-LAYER-VALUE
                               + LAYER-QTY * LAYER-UNIT-COST
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LAYER-QTY > ZERO
               COMPUTE WS-ENTRY-UNIT-COST ROUNDED =
                   WS-LAYER-VALUE / WS-LAYER-QTY
           END-IF.

       WRITE-POSTING-FILE.
           OPEN OUTPUT GL-POST-FILE.
           MOVE SPACES TO GL-POST-RECORD.
               "," WS-DRCR
           DELIMITED BY SIZE INTO GL-POST-RECORD.
           WRITE GL-POST-RECORD.

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
