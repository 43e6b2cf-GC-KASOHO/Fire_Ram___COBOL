               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILESTATUS.

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

      *> Counts are taken per location, so a sheet row carries the
      *> location it was counted at -- an ANNEX count must never be
           05 OPER-STATUS        PIC X.
               88 OPER-ACTIVE         VALUE 'A'.

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
       01 INV-FILESTATUS        PIC X(2).
       01 CS-FILESTATUS         PIC X(2).
       01 WS-VARIANCE           PIC S9(5).
       01 WS-TOLERANCE          PIC 9(5).
       01 WS-POST-ANSWER        PIC X.
       01 WS-POSTING-MODE       PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-LOC-SUB            PIC 9.
       01 WS-MATCH-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-VARIANCE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-AUDIT-NEWVAL       PIC X(30).
       01 WS-AUDIT-DATE         PIC 9(8).
       01 WS-AUDIT-TIME         PIC 9(8).
       01 WS-MOVE-COST          PIC 9(9)V99.
       01 WS-MOVE-COST-EDIT     PIC 9(9).99.

       01 LAYER-FILESTATUS      PIC X(2).
       01 WS-LAYER-OPEN-OK      PIC X.
       01 WS-LAYER-EOF          PIC X.
       01 WS-LAYER-LEFT         PIC 9(5).
       01 WS-LAYER-TAKE         PIC 9(5).
       01 WS-LAYER-LAST-SEQ     PIC 9(5).
       01 WS-LAYER-COGS         PIC 9(9)V99.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           DISPLAY "Operator ID: " NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "Post variances within tolerance? (Y/N): "
               NO ADVANCING.
           ACCEPT WS-POST-ANSWER.
           IF (WS-POST-ANSWER = 'Y' OR WS-POST-ANSWER = 'y')
                   AND WS-RUN-DATE NOT > WS-CLOSED-THRU
               DISPLAY "Business day " WS-RUN-DATE " is closed - "
                   "running report-only."
               MOVE 'N' TO WS-POST-ANSWER
           END-IF.
           IF WS-POST-ANSWER = 'Y' OR WS-POST-ANSWER = 'y'
      *> Posting rewrites live balances, so it is a supervisor
      *> function: the keyed ID is checked against the operator
           IF WS-RPT-ANSWER NOT = 'Y' AND WS-RPT-ANSWER NOT = 'y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           ACCEPT WS-RPT-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING
           END-PERFORM.

       RECONCILE-ONE-COUNT.
      *> The sheet ABC-CLASSIFY writes leaves the counted quantity
      *> blank for the counter to fill in; a row handed back still
      *> blank was never counted and must not be read as zero.
           IF CS-COUNTED-QTY NOT NUMERIC
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "NOT COUNTED" TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION
               DISPLAY "Item " CS-ITEM-CODE " at " CS-LOC-CODE
                   " has no counted quantity!"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LOC-SUB.
           IF LOC-CODE (1) = CS-LOC-CODE
               MOVE 1 TO WS-LOC-SUB
               CS-COUNTED-QTY - LOC-QUANTITY (WS-LOC-SUB).
           IF WS-VARIANCE = 0
               ADD 1 TO WS-MATCH-COUNT
               IF WS-POSTING-MODE = 'Y'
                   PERFORM STAMP-COUNT-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE LOC-QUANTITY (WS-LOC-SUB) TO WS-AUDIT-OLDVAL.
           MOVE CS-COUNTED-QTY TO LOC-QUANTITY (WS-LOC-SUB).
           MOVE WS-NEW-STOCK-QTY TO STOCK-QUANTITY.
           MOVE WS-RUN-DATE TO ITEM-LAST-MOVEMENT-DATE.
           MOVE WS-RUN-DATE TO ITEM-LAST-COUNT-DATE.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error posting adjustment for "
                   MOVE "CYCLE-ADJ" TO WS-AUDIT-FIELD
                   MOVE CS-COUNTED-QTY TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
                   PERFORM LAYER-ADJUST
                   PERFORM MOVEMENT-WRITE-ADJ
           END-REWRITE.

      *> A count that agrees with the books is still a count: the
      *> date goes on the item so ABC-CLASSIFY does not put it
      *> back on the next sheet before its class falls due.
       STAMP-COUNT-DATE.
           MOVE WS-RUN-DATE TO ITEM-LAST-COUNT-DATE.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error recording count date for "
                       CS-ITEM-CODE "!"
           END-REWRITE.

      *> Posted adjustments now reach the movement journal as well,
      *> in the MOVEMENT-WRITE-ENTRY layout with type ADJ and a
      *> signed quantity -- the nightly reconciliation and the
      *> ledger extract read the day's activity from one place.
      *> The extended cost of the adjustment rides on the end.
       MOVEMENT-WRITE-ADJ.
           MOVE WS-RUN-DATE TO WS-MOVE-DATE.
           ACCEPT WS-MOVE-TIME FROM TIME.
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE WS-MOVE-COST TO WS-MOVE-COST-EDIT.
           OPEN EXTEND MOVEMENT-FILE.
           STRING
               WS-MOVE-DATE ","
               "ADJ" ","
               WS-VARIANCE-EDIT ","
               "COUNT" ","
               CS-LOC-CODE ","
               WS-MOVE-COST-EDIT
           DELIMITED BY SIZE INTO MOVEMENT-RECORD.
           WRITE MOVEMENT-RECORD.
           CLOSE MOVEMENT-FILE.

      *> Shrinkage comes off the item's cost layers oldest first,
      *> as a sale would, and is written off at what those units
      *> cost; units found go on as a new layer at the item's unit
      *> cost. Either way WS-MOVE-COST is left holding the amount.
       LAYER-ADJUST.
           MOVE ZERO TO WS-MOVE-COST.
           MOVE ZERO TO WS-LAYER-COGS.
           MOVE 'N' TO WS-LAYER-OPEN-OK.
           OPEN I-O COST-LAYER-FILE.
           IF LAYER-FILESTATUS = "35"
               OPEN OUTPUT COST-LAYER-FILE
               CLOSE COST-LAYER-FILE
               OPEN I-O COST-LAYER-FILE
           END-IF.
           IF LAYER-FILESTATUS = "00"
               MOVE 'Y' TO WS-LAYER-OPEN-OK
           ELSE
               DISPLAY "Cost layer file unavailable (status "
                   LAYER-FILESTATUS ") - " CS-ITEM-CODE
                   " adjusted at its unit cost."
           END-IF.
           IF WS-VARIANCE > 0
               COMPUTE WS-MOVE-COST = WS-VARIANCE * ITEM-UNIT-COST
               IF WS-LAYER-OPEN-OK = 'Y'
                   PERFORM LAYER-ADD-FOUND
               END-IF
           ELSE
               COMPUTE WS-LAYER-LEFT = ZERO - WS-VARIANCE
               IF WS-LAYER-OPEN-OK = 'Y'
                   PERFORM LAYER-CONSUME-SHRINK
               END-IF
               IF WS-LAYER-LEFT > ZERO
                   COMPUTE WS-LAYER-COGS = WS-LAYER-COGS
                       + WS-LAYER-LEFT * ITEM-UNIT-COST
               END-IF
               MOVE WS-LAYER-COGS TO WS-MOVE-COST
           END-IF.
           IF WS-LAYER-OPEN-OK = 'Y'
               CLOSE COST-LAYER-FILE
           END-IF.

       LAYER-ADD-FOUND.
           MOVE ZERO TO WS-LAYER-LAST-SEQ.
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
                           MOVE LAYER-SEQ TO WS-LAYER-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO COST-LAYER-RECORD.
           MOVE ITEM-CODE TO LAYER-ITEM-CODE.
           COMPUTE LAYER-SEQ = WS-LAYER-LAST-SEQ + 1.
           MOVE WS-RUN-DATE TO LAYER-DATE.
           MOVE "ADJ" TO LAYER-SOURCE.
           MOVE "COUNT" TO LAYER-REF.
           MOVE WS-VARIANCE TO LAYER-ORIG-QTY.
           MOVE WS-VARIANCE TO LAYER-QTY.
           MOVE ITEM-UNIT-COST TO LAYER-UNIT-COST.
           WRITE COST-LAYER-RECORD
               INVALID KEY
                   DISPLAY "Cost layer not written for "
                       CS-ITEM-CODE "!"
           END-WRITE.

       LAYER-CONSUME-SHRINK.
           MOVE ITEM-CODE TO LAYER-ITEM-CODE.
           MOVE ZERO TO LAYER-SEQ.
           MOVE 'N' TO WS-LAYER-EOF.
           START COST-LAYER-FILE KEY IS NOT LESS THAN LAYER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LAYER-EOF
           END-START.
           PERFORM UNTIL WS-LAYER-EOF = 'Y' OR WS-LAYER-LEFT = ZERO
               READ COST-LAYER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LAYER-EOF
                   NOT AT END
                       IF LAYER-ITEM-CODE NOT = ITEM-CODE
                           MOVE 'Y' TO WS-LAYER-EOF
                       ELSE
                           PERFORM LAYER-TAKE-ONE
                       END-IF
               END-READ
           END-PERFORM.

       LAYER-TAKE-ONE.
           IF LAYER-QTY > WS-LAYER-LEFT
               MOVE WS-LAYER-LEFT TO WS-LAYER-TAKE
           ELSE
               MOVE LAYER-QTY TO WS-LAYER-TAKE
           END-IF.
           COMPUTE WS-LAYER-COGS = WS-LAYER-COGS
               + WS-LAYER-TAKE * LAYER-UNIT-COST.
           SUBTRACT WS-LAYER-TAKE FROM WS-LAYER-LEFT.
           SUBTRACT WS-LAYER-TAKE FROM LAYER-QTY.
           IF LAYER-QTY = ZERO
               DELETE COST-LAYER-FILE RECORD
                   INVALID KEY
                       DISPLAY "Cost layer " LAYER-SEQ " of "
                           CS-ITEM-CODE " not removed!"
               END-DELETE
           ELSE
               REWRITE COST-LAYER-RECORD
                   INVALID KEY
                       DISPLAY "Cost layer " LAYER-SEQ " of "
                           CS-ITEM-CODE " not updated!"
               END-REWRITE
           END-IF.

       WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING
           WRITE EXCEPTION-RECORD.

       AUDIT-WRITE-ENTRY.
           MOVE WS-RUN-DATE TO WS-AUDIT-DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           STRING
           CLOSE COUNT-SHEET-FILE.
           CLOSE INVENTORY-FILE.
           CLOSE EXCEPTION-FILE.

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
