       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-CLASSIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORYFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS FILESTATUS.

           SELECT MOVEMENT-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-FILESTATUS.

      *> Closed months live in the STOCKMOVES_YYYYMM.DAT archives
      *> the rollover job writes; sales have to be read from them
      *> too, or a run early in the month sees days of history
      *> instead of months.
           SELECT MOVEMENT-ARCH-FILE ASSIGN TO WS-MOV-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARCH-FILESTATUS.

           SELECT COUNT-SHEET-FILE ASSIGN TO "COUNTSHEET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-FILESTATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILESTATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RANK-SORT-FILE ASSIGN TO "ABCSORT.TMP".

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

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD       PIC X(120).

       FD MOVEMENT-ARCH-FILE.
       01 MOVEMENT-ARCH-RECORD  PIC X(120).

      *> The layout CYCLE-COUNT-RECONCILE reads. The counted
      *> quantity is left blank for the counter to fill in.
       FD COUNT-SHEET-FILE.
       01 COUNT-SHEET-RECORD.
           05 CS-ITEM-CODE      PIC X(10).
           05 CS-LOC-CODE       PIC X(10).
           05 CS-COUNTED-QTY    PIC X(5).

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(120).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(132).

       SD RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
           05 RNK-SALES-VALUE   PIC 9(11)V99.
           05 RNK-ITEM-CODE     PIC X(10).
           05 RNK-SALES-QTY     PIC 9(7).

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
       01 MARCH-FILESTATUS      PIC X(2).
       01 CS-FILESTATUS         PIC X(2).
       01 AUD-FILESTATUS        PIC X(2).
       01 WS-REPORT-FILENAME    PIC X(40).
       01 WS-MOV-ARCH-FILENAME  PIC X(40).
       01 WS-RUN-DATE           PIC 9(8).
       01 FILLER REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 FILLER            PIC 9(2).
      *> Sales are drawn from this many closed months of archive
      *> plus the live current-month journal; the operator may
      *> choose another window at the prompt.
       01 WS-ARCH-MONTHS        PIC 9(2) VALUE 12.
       01 WS-ARCH-SUB           PIC S9(2).
       01 WS-MONTH-SERIAL       PIC S9(7).
       01 WS-ARCH-YEAR          PIC 9(4).
       01 WS-ARCH-MM            PIC 9(2).
       01 WS-ARCH-MONTH         PIC 9(6).
       01 WS-TODAY-JULIAN       PIC 9(7).
       01 WS-COUNT-JULIAN       PIC 9(7).
       01 WS-DAYS-SINCE         PIC 9(7).
       01 WS-PROMPT-TEXT        PIC X(10).
      *> Cumulative share of sales value, in percent, below which an
      *> item is class A, then class B; everything past the B
      *> cutoff is class C.
       01 WS-A-CUTOFF           PIC 9(3) VALUE 80.
       01 WS-B-CUTOFF           PIC 9(3) VALUE 95.
      *> Days between counts for each class.
       01 WS-A-COUNT-DAYS       PIC 9(3) VALUE 30.
       01 WS-B-COUNT-DAYS       PIC 9(3) VALUE 90.
       01 WS-C-COUNT-DAYS       PIC 9(3) VALUE 180.
       01 WS-CLASS-DAYS         PIC 9(3).
       01 WS-APPLY-MODE         PIC X VALUE 'N'.
       01 WS-APPLY-ANSWER       PIC X.
       01 WS-OPERATOR-ID        PIC X(10).
       01 WS-SORT-EOF           PIC X.
       01 WS-NEW-CLASS          PIC X.
       01 WS-OLD-CLASS          PIC X.
       01 WS-ITEM-DUE           PIC X.
       01 WS-GRAND-VALUE        PIC 9(13)V99 VALUE ZERO.
       01 WS-CUM-VALUE          PIC 9(13)V99 VALUE ZERO.
       01 WS-CUM-PCT            PIC 9(3)V99.
       01 WS-PCT                PIC 9(3)V99.
       01 WS-PCT-EDIT           PIC ZZ9.99.
       01 WS-ITEM-PCT-EDIT      PIC ZZ9.99.
       01 WS-CUM-PCT-EDIT       PIC ZZ9.99.
       01 WS-VALUE-EDIT         PIC Z(10)9.99.
       01 WS-QTY-EDIT           PIC Z(6)9.
       01 WS-RANK               PIC 9(5) VALUE ZERO.
       01 WS-ITEM-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-CHANGED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DUE-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-SHEET-ROWS         PIC 9(5) VALUE ZERO.
       01 WS-LOC-SUB            PIC 9.

       01 MOV-PARSE-FIELDS.
           05 MOV-DATE-X        PIC X(8).
           05 MOV-TIME-X        PIC X(8).
           05 MOV-OPERATOR      PIC X(10).
           05 MOV-ITEM-CODE     PIC X(10).
           05 MOV-TYPE          PIC X(3).
           05 MOV-QTY-TEXT      PIC X(11).
           05 MOV-REASON        PIC X(10).
           05 MOV-LOC           PIC X(10).
       01 MOV-ENTRY-DATE        PIC 9(8).
       01 MOV-ENTRY-QTY         PIC 9(7).
       01 WS-WINDOW-START       PIC 9(8).

       01 SLS-ITEM-TABLE.
           05 SLS-ITEM-ENTRY OCCURS 1000 TIMES.
               10 SLS-ITEM-CODE  PIC X(10).
               10 SLS-TOTAL-OUT  PIC 9(7).
               10 SLS-TOTAL-RTN  PIC 9(7).
       01 SLS-ITEM-COUNT        PIC 9(4) VALUE ZERO.
       01 SLS-SUB               PIC 9(4).
       01 SLS-HIT-SUB           PIC 9(4).
       01 SLS-CAP-HIT           PIC X VALUE 'N'.

      *> Class totals, subscript 1 = A, 2 = B, 3 = C.
       01 CLS-TOTALS.
           05 CLS-ENTRY OCCURS 3 TIMES.
               10 CLS-ITEMS      PIC 9(5).
               10 CLS-VALUE      PIC 9(13)V99.
               10 CLS-DUE        PIC 9(5).
       01 CLS-SUB               PIC 9.
       01 CLS-LETTERS           PIC X(3) VALUE "ABC".

       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 200 TIMES.
               10 CAT-NAME       PIC X(20).
               10 CAT-CLASS OCCURS 3 TIMES.
                   15 CAT-ITEMS  PIC 9(5).
                   15 CAT-VALUE  PIC 9(13)V99.
       01 CAT-COUNT             PIC 9(3) VALUE ZERO.
       01 CAT-SUB               PIC 9(3).
       01 CAT-HIT-SUB           PIC 9(3).
       01 CAT-CAP-HIT           PIC X VALUE 'N'.

       01 WS-AUDIT-FIELD        PIC X(15).
       01 WS-AUDIT-OLDVAL       PIC X(30).
       01 WS-AUDIT-NEWVAL       PIC X(30).
       01 WS-AUDIT-DATE         PIC 9(8).
       01 WS-AUDIT-TIME         PIC 9(8).

       01 WS-RPT-ACTIVE         PIC X VALUE 'N'.
       01 WS-RPT-DETAIL         PIC X(132).
       01 WS-RPT-DATE           PIC 9(8).
       01 WS-RPT-TIME           PIC 9(8).
       01 WS-RPT-PAGE-NO        PIC 9(4).
       01 WS-RPT-LINE-COUNT     PIC 99.
       01 WS-RPT-PAGE-LINES     PIC 99 VALUE 55.

      *> Counting the whole shop on one rota spends as long on the
      *> slow accessories as on the best sellers. This periodic
      *> batch ranks every item by sales value -- OUT quantities
      *> from the journal and its monthly archives over the chosen
      *> window, valued at the item's selling price -- and classes
      *> it A, B or C on the cumulative share of the total. The
      *> Pareto report by class and category is always written.
      *> Run with apply mode on, changed classes are stored on the
      *> item with an audit entry, and the next COUNTSHEET.TXT is
      *> written with every item whose class count interval has
      *> run out since it was last counted.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           DISPLAY "======================================="
           DISPLAY "      ABC CLASSIFICATION"
           DISPLAY "======================================="
           DISPLAY "Operator ID: " NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM ASK-WINDOW-AND-CUTOFFS.
           DISPLAY "Store classes and write the next count sheet? "
               "(Y/N): " NO ADVANCING.
           ACCEPT WS-APPLY-ANSWER.
           IF WS-APPLY-ANSWER = 'Y' OR WS-APPLY-ANSWER = 'y'
               IF WS-RUN-DATE NOT > WS-CLOSED-THRU
                   DISPLAY "Business day " WS-RUN-DATE " is closed "
                       "- classes reported, not stored."
               ELSE
                   MOVE 'Y' TO WS-APPLY-MODE
               END-IF
           END-IF.

           PERFORM LOAD-SALES-TABLE.

           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "Cannot open INVENTORYFILE.DAT (status "
                   FILESTATUS ") - nothing classified."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE INVENTORY-FILE.

           PERFORM REPORT-OPEN.
           INITIALIZE CLS-TOTALS.
           SORT RANK-SORT-FILE ON DESCENDING KEY RNK-SALES-VALUE
                   ON ASCENDING KEY RNK-ITEM-CODE
               INPUT PROCEDURE IS RANK-LOAD-SORT
               OUTPUT PROCEDURE IS RANK-ASSIGN-CLASSES.
           PERFORM PARETO-SUMMARY.
           PERFORM REPORT-CLOSE.

           DISPLAY "======================================="
           DISPLAY "Items classified: " WS-ITEM-COUNT
           PERFORM VARYING CLS-SUB FROM 1 BY 1 UNTIL CLS-SUB > 3
               MOVE CLS-VALUE (CLS-SUB) TO WS-VALUE-EDIT
               DISPLAY "  Class " CLS-LETTERS (CLS-SUB:1) ": "
                   CLS-ITEMS (CLS-SUB) " item(s), value "
                   WS-VALUE-EDIT ", due for count "
                   CLS-DUE (CLS-SUB)
           END-PERFORM
           IF WS-APPLY-MODE = 'Y'
               DISPLAY "Classes changed: " WS-CHANGED-COUNT
               DISPLAY "Count sheet rows written to COUNTSHEET.TXT: "
                   WS-SHEET-ROWS
           ELSE
               DISPLAY "Items due for count: " WS-DUE-COUNT
                   " (no sheet written)"
           END-IF
           IF SLS-CAP-HIT = 'Y'
               DISPLAY "NOTE: more than 1000 distinct items in the "
                   "journal - sales history is incomplete."
           END-IF
           IF CAT-CAP-HIT = 'Y'
               DISPLAY "NOTE: more than 200 categories - the "
                   "category breakdown is incomplete."
           END-IF
           STOP RUN.

      *> Blank answers keep the defaults. A window is given in
      *> whole months back from the current one; cutoffs are whole
      *> percentages with A below B.
       ASK-WINDOW-AND-CUTOFFS.
           DISPLAY "Months of history (blank = " WS-ARCH-MONTHS
               "): " NO ADVANCING.
           MOVE SPACES TO WS-PROMPT-TEXT.
           ACCEPT WS-PROMPT-TEXT.
           IF WS-PROMPT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-PROMPT-TEXT) = 0
                       AND FUNCTION NUMVAL (WS-PROMPT-TEXT) >= 1
                       AND FUNCTION NUMVAL (WS-PROMPT-TEXT) <= 36
                   COMPUTE WS-ARCH-MONTHS =
                       FUNCTION NUMVAL (WS-PROMPT-TEXT)
               ELSE
                   DISPLAY "Not 1 to 36 months - using "
                       WS-ARCH-MONTHS "."
               END-IF
           END-IF.
           DISPLAY "Class A cutoff % (blank = " WS-A-CUTOFF "): "
               NO ADVANCING.
           MOVE SPACES TO WS-PROMPT-TEXT.
           ACCEPT WS-PROMPT-TEXT.
           IF WS-PROMPT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-PROMPT-TEXT) = 0
                       AND FUNCTION NUMVAL (WS-PROMPT-TEXT) >= 1
                       AND FUNCTION NUMVAL (WS-PROMPT-TEXT) <= 98
                   COMPUTE WS-A-CUTOFF =
                       FUNCTION NUMVAL (WS-PROMPT-TEXT)
               ELSE
                   DISPLAY "Not 1 to 98 - using " WS-A-CUTOFF "."
               END-IF
           END-IF.
           DISPLAY "Class B cutoff % (blank = " WS-B-CUTOFF "): "
               NO ADVANCING.
           MOVE SPACES TO WS-PROMPT-TEXT.
           ACCEPT WS-PROMPT-TEXT.
           IF WS-PROMPT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-PROMPT-TEXT) = 0
                       AND FUNCTION NUMVAL (WS-PROMPT-TEXT) >= 2
                       AND FUNCTION NUMVAL (WS-PROMPT-TEXT) <= 99
                   COMPUTE WS-B-CUTOFF =
                       FUNCTION NUMVAL (WS-PROMPT-TEXT)
               ELSE
                   DISPLAY "Not 2 to 99 - using " WS-B-CUTOFF "."
               END-IF
           END-IF.
           IF WS-B-CUTOFF NOT > WS-A-CUTOFF
               DISPLAY "B cutoff must be above A cutoff - using "
                   "80 and 95."
               MOVE 80 TO WS-A-CUTOFF
               MOVE 95 TO WS-B-CUTOFF
           END-IF.

       LOAD-SALES-TABLE.
      *> The window opens on the first of the oldest month read.
           COMPUTE WS-MONTH-SERIAL =
               WS-RUN-YEAR * 12 + WS-RUN-MM - 1 - WS-ARCH-MONTHS.
           COMPUTE WS-ARCH-YEAR = WS-MONTH-SERIAL / 12.
           COMPUTE WS-ARCH-MM =
               WS-MONTH-SERIAL - WS-ARCH-YEAR * 12 + 1.
           COMPUTE WS-WINDOW-START =
               WS-ARCH-YEAR * 10000 + WS-ARCH-MM * 100 + 1.
           PERFORM LOAD-ARCHIVE-SALES
               VARYING WS-ARCH-SUB FROM WS-ARCH-MONTHS BY -1
               UNTIL WS-ARCH-SUB < 1.
           PERFORM LOAD-LIVE-SALES.

      *> One archive month per pass, oldest first, by the same
      *> constructed-name convention the rollover writes. A month
      *> with no archive (not yet rolled, or past retention) is
      *> simply skipped.
       LOAD-ARCHIVE-SALES.
           COMPUTE WS-MONTH-SERIAL =
               WS-RUN-YEAR * 12 + WS-RUN-MM - 1 - WS-ARCH-SUB.
           COMPUTE WS-ARCH-YEAR = WS-MONTH-SERIAL / 12.
           COMPUTE WS-ARCH-MM =
               WS-MONTH-SERIAL - WS-ARCH-YEAR * 12 + 1.
           COMPUTE WS-ARCH-MONTH =
               WS-ARCH-YEAR * 100 + WS-ARCH-MM.
           MOVE SPACES TO WS-MOV-ARCH-FILENAME.
           STRING
               "STOCKMOVES_" WS-ARCH-MONTH ".DAT"
           DELIMITED BY SIZE INTO WS-MOV-ARCH-FILENAME.
           OPEN INPUT MOVEMENT-ARCH-FILE.
           IF MARCH-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MARCH-FILESTATUS NOT = "00"
               READ MOVEMENT-ARCH-FILE
                   AT END
                       MOVE "10" TO MARCH-FILESTATUS
                   NOT AT END
                       MOVE SPACES TO MOV-PARSE-FIELDS
                       UNSTRING MOVEMENT-ARCH-RECORD
                           DELIMITED BY ","
                           INTO MOV-DATE-X MOV-TIME-X MOV-OPERATOR
                               MOV-ITEM-CODE MOV-TYPE MOV-QTY-TEXT
                               MOV-REASON MOV-LOC
                       PERFORM TALLY-SALES-ENTRY
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-ARCH-FILE.

       LOAD-LIVE-SALES.
           OPEN INPUT MOVEMENT-FILE.
           IF MOV-FILESTATUS NOT = "00"
               DISPLAY "No live movement journal on file."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MOV-FILESTATUS NOT = "00"
               READ MOVEMENT-FILE
                   AT END
                       MOVE "10" TO MOV-FILESTATUS
                   NOT AT END
                       MOVE SPACES TO MOV-PARSE-FIELDS
                       UNSTRING MOVEMENT-RECORD DELIMITED BY ","
                           INTO MOV-DATE-X MOV-TIME-X MOV-OPERATOR
                               MOV-ITEM-CODE MOV-TYPE MOV-QTY-TEXT
                               MOV-REASON MOV-LOC
                       PERFORM TALLY-SALES-ENTRY
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-FILE.

      *> Only OUT entries are sales, less what customers brought
      *> back (RTN): receipts are supply, and cycle-count
      *> adjustments are corrections.
       TALLY-SALES-ENTRY.
           IF MOV-TYPE NOT = "OUT" AND MOV-TYPE NOT = "RTN"
               EXIT PARAGRAPH
           END-IF.
           IF MOV-DATE-X NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE MOV-DATE-X TO MOV-ENTRY-DATE.
           IF MOV-ENTRY-DATE < WS-WINDOW-START
                   OR MOV-ENTRY-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (MOV-QTY-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MOV-ENTRY-QTY = FUNCTION NUMVAL (MOV-QTY-TEXT).

           MOVE ZERO TO SLS-HIT-SUB.
           PERFORM VARYING SLS-SUB FROM 1 BY 1
               UNTIL SLS-SUB > SLS-ITEM-COUNT
               IF SLS-ITEM-CODE (SLS-SUB) = MOV-ITEM-CODE
                   MOVE SLS-SUB TO SLS-HIT-SUB
               END-IF
           END-PERFORM.
           IF SLS-HIT-SUB = ZERO
               IF SLS-ITEM-COUNT < 1000
                   ADD 1 TO SLS-ITEM-COUNT
                   MOVE SLS-ITEM-COUNT TO SLS-HIT-SUB
                   MOVE MOV-ITEM-CODE
                       TO SLS-ITEM-CODE (SLS-HIT-SUB)
                   MOVE ZERO TO SLS-TOTAL-OUT (SLS-HIT-SUB)
                   MOVE ZERO TO SLS-TOTAL-RTN (SLS-HIT-SUB)
               ELSE
                   MOVE 'Y' TO SLS-CAP-HIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF MOV-TYPE = "OUT"
               ADD MOV-ENTRY-QTY TO SLS-TOTAL-OUT (SLS-HIT-SUB)
           ELSE
               ADD MOV-ENTRY-QTY TO SLS-TOTAL-RTN (SLS-HIT-SUB)
           END-IF.

      *> Every item on the master goes into the ranking, sold or
      *> not, so a dead line still gets a class and a count date.
      *> The journal does not carry the selling price, so units
      *> sold are valued at the item's current price.
       RANK-LOAD-SORT.
           OPEN INPUT INVENTORY-FILE.
           PERFORM UNTIL FILESTATUS NOT = "00"
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILESTATUS
                   NOT AT END
                       PERFORM RANK-RELEASE-ONE
               END-READ
           END-PERFORM.
           IF FILESTATUS NOT = "10"
               DISPLAY "Error reading inventory file (status "
                   FILESTATUS ") - ranking incomplete."
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE INVENTORY-FILE.

       RANK-RELEASE-ONE.
           MOVE ZERO TO SLS-HIT-SUB.
           PERFORM VARYING SLS-SUB FROM 1 BY 1
               UNTIL SLS-SUB > SLS-ITEM-COUNT
               IF SLS-ITEM-CODE (SLS-SUB) = ITEM-CODE
                   MOVE SLS-SUB TO SLS-HIT-SUB
               END-IF
           END-PERFORM.
           MOVE ITEM-CODE TO RNK-ITEM-CODE.
           MOVE ZERO TO RNK-SALES-QTY.
           IF SLS-HIT-SUB > ZERO
               IF SLS-TOTAL-OUT (SLS-HIT-SUB)
                       > SLS-TOTAL-RTN (SLS-HIT-SUB)
                   COMPUTE RNK-SALES-QTY =
                       SLS-TOTAL-OUT (SLS-HIT-SUB)
                           - SLS-TOTAL-RTN (SLS-HIT-SUB)
               END-IF
           END-IF.
           COMPUTE RNK-SALES-VALUE = RNK-SALES-QTY * UNIT-PRICE.
           ADD RNK-SALES-VALUE TO WS-GRAND-VALUE.
           RELEASE RANK-SORT-RECORD.

      *> Items come back best seller first. An item's class is set
      *> by the cumulative share of value ranked above it, so the
      *> item that carries the total over a cutoff still falls in
      *> the class it started in; an item with no sales is C.
       RANK-ASSIGN-CLASSES.
           IF WS-APPLY-MODE = 'Y'
               OPEN I-O INVENTORY-FILE
           ELSE
               OPEN INPUT INVENTORY-FILE
           END-IF.
           IF FILESTATUS NOT = "00"
               DISPLAY "Cannot open INVENTORYFILE.DAT (status "
                   FILESTATUS ") - no classes applied."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APPLY-MODE = 'Y'
               OPEN OUTPUT COUNT-SHEET-FILE
               IF CS-FILESTATUS NOT = "00"
                   DISPLAY "Cannot create the count sheet (status "
                       CS-FILESTATUS ") - no classes applied."
                   CLOSE INVENTORY-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN RANK-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM CLASSIFY-ONE-ITEM
               END-RETURN
           END-PERFORM.
           CLOSE INVENTORY-FILE.
           IF WS-APPLY-MODE = 'Y'
               CLOSE COUNT-SHEET-FILE
           END-IF.

       CLASSIFY-ONE-ITEM.
           MOVE RNK-ITEM-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Item " RNK-ITEM-CODE
                       " no longer on file - not classified."
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ITEM-COUNT.
           ADD 1 TO WS-RANK.
           IF WS-GRAND-VALUE = ZERO OR RNK-SALES-VALUE = ZERO
               MOVE ZERO TO WS-CUM-PCT
               MOVE 'C' TO WS-NEW-CLASS
               MOVE 3 TO CLS-SUB
           ELSE
               COMPUTE WS-CUM-PCT =
                   WS-CUM-VALUE * 100 / WS-GRAND-VALUE
               EVALUATE TRUE
                   WHEN WS-CUM-PCT < WS-A-CUTOFF
                       MOVE 'A' TO WS-NEW-CLASS
                       MOVE 1 TO CLS-SUB
                   WHEN WS-CUM-PCT < WS-B-CUTOFF
                       MOVE 'B' TO WS-NEW-CLASS
                       MOVE 2 TO CLS-SUB
                   WHEN OTHER
                       MOVE 'C' TO WS-NEW-CLASS
                       MOVE 3 TO CLS-SUB
               END-EVALUATE
           END-IF.
           ADD RNK-SALES-VALUE TO WS-CUM-VALUE.
           ADD 1 TO CLS-ITEMS (CLS-SUB).
           ADD RNK-SALES-VALUE TO CLS-VALUE (CLS-SUB).
           PERFORM TALLY-CATEGORY.
           PERFORM CHECK-COUNT-DUE.
           IF WS-ITEM-DUE = 'Y'
               ADD 1 TO WS-DUE-COUNT
               ADD 1 TO CLS-DUE (CLS-SUB)
           END-IF.

           IF WS-GRAND-VALUE > ZERO
               COMPUTE WS-CUM-PCT =
                   WS-CUM-VALUE * 100 / WS-GRAND-VALUE
           END-IF.
           MOVE WS-CUM-PCT TO WS-CUM-PCT-EDIT.
           MOVE RNK-SALES-VALUE TO WS-VALUE-EDIT.
           MOVE RNK-SALES-QTY TO WS-QTY-EDIT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               WS-RANK " " ITEM-CODE " " ITEM-CATEGORY " "
               WS-QTY-EDIT " " WS-VALUE-EDIT " " WS-CUM-PCT-EDIT
               "  " ITEM-ABC-CLASS " -> " WS-NEW-CLASS
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           IF WS-ITEM-DUE = 'Y'
               MOVE "DUE" TO WS-RPT-DETAIL (102:3)
           END-IF.
           PERFORM REPORT-WRITE-LINE.

           IF WS-APPLY-MODE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-DUE = 'Y'
               PERFORM WRITE-SHEET-ROWS
           END-IF.
           IF WS-NEW-CLASS = ITEM-ABC-CLASS
               EXIT PARAGRAPH
           END-IF.
           MOVE ITEM-ABC-CLASS TO WS-OLD-CLASS.
           MOVE WS-NEW-CLASS TO ITEM-ABC-CLASS.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error storing class for " ITEM-CODE "!"
               NOT INVALID
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "ABC-CLASS" TO WS-AUDIT-FIELD
                   MOVE WS-OLD-CLASS TO WS-AUDIT-OLDVAL
                   MOVE WS-NEW-CLASS TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
           END-REWRITE.

       TALLY-CATEGORY.
           MOVE ZERO TO CAT-HIT-SUB.
           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-COUNT
               IF CAT-NAME (CAT-SUB) = ITEM-CATEGORY
                   MOVE CAT-SUB TO CAT-HIT-SUB
               END-IF
           END-PERFORM.
           IF CAT-HIT-SUB = ZERO
               IF CAT-COUNT < 200
                   ADD 1 TO CAT-COUNT
                   MOVE CAT-COUNT TO CAT-HIT-SUB
                   INITIALIZE CAT-ENTRY (CAT-HIT-SUB)
                   MOVE ITEM-CATEGORY TO CAT-NAME (CAT-HIT-SUB)
               ELSE
                   MOVE 'Y' TO CAT-CAP-HIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO CAT-ITEMS (CAT-HIT-SUB CLS-SUB).
           ADD RNK-SALES-VALUE TO CAT-VALUE (CAT-HIT-SUB CLS-SUB).

      *> An item never counted is due at once; otherwise it is due
      *> when the days since its last count reach its new class's
      *> interval. A discontinued item with nothing on hand has
      *> nothing to count.
       CHECK-COUNT-DUE.
           MOVE 'N' TO WS-ITEM-DUE.
           IF ITEM-STATUS = 'D' AND STOCK-QUANTITY = ZERO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-NEW-CLASS
               WHEN 'A'
                   MOVE WS-A-COUNT-DAYS TO WS-CLASS-DAYS
               WHEN 'B'
                   MOVE WS-B-COUNT-DAYS TO WS-CLASS-DAYS
               WHEN OTHER
                   MOVE WS-C-COUNT-DAYS TO WS-CLASS-DAYS
           END-EVALUATE.
           IF ITEM-LAST-COUNT-DATE NOT NUMERIC
                   OR ITEM-LAST-COUNT-DATE = ZERO
               MOVE 'Y' TO WS-ITEM-DUE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (ITEM-LAST-COUNT-DATE)
                   NOT = 0
               MOVE 'Y' TO WS-ITEM-DUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-COUNT-JULIAN =
               FUNCTION INTEGER-OF-DATE (ITEM-LAST-COUNT-DATE).
           IF WS-COUNT-JULIAN > WS-TODAY-JULIAN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-SINCE = WS-TODAY-JULIAN - WS-COUNT-JULIAN.
           IF WS-DAYS-SINCE >= WS-CLASS-DAYS
               MOVE 'Y' TO WS-ITEM-DUE
           END-IF.

      *> Counts are taken per location, so the sheet gets one row
      *> for each location the item is kept at.
       WRITE-SHEET-ROWS.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1 UNTIL WS-LOC-SUB > 2
               IF LOC-CODE (WS-LOC-SUB) NOT = SPACES
                   MOVE SPACES TO COUNT-SHEET-RECORD
                   MOVE ITEM-CODE TO CS-ITEM-CODE
                   MOVE LOC-CODE (WS-LOC-SUB) TO CS-LOC-CODE
                   WRITE COUNT-SHEET-RECORD
                   ADD 1 TO WS-SHEET-ROWS
               END-IF
           END-PERFORM.

      *> Class totals with their share of items and of value, then
      *> each class broken down by category.
       PARETO-SUMMARY.
           MOVE SPACES TO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE "CLASS  ITEMS  % ITEMS          SALES VALUE  % VALUE"
               & "  CUM %  DUE" TO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE ZERO TO WS-CUM-VALUE.
           PERFORM VARYING CLS-SUB FROM 1 BY 1 UNTIL CLS-SUB > 3
               PERFORM PARETO-CLASS-LINE
           END-PERFORM.
           MOVE WS-GRAND-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "TOTAL  " WS-ITEM-COUNT "           " WS-VALUE-EDIT
               "   WINDOW FROM " WS-WINDOW-START
               "  CUTOFFS " WS-A-CUTOFF "/" WS-B-CUTOFF
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.

           PERFORM VARYING CLS-SUB FROM 1 BY 1 UNTIL CLS-SUB > 3
               MOVE SPACES TO WS-RPT-DETAIL
               PERFORM REPORT-WRITE-LINE
               MOVE SPACES TO WS-RPT-DETAIL
               STRING
                   "CLASS " CLS-LETTERS (CLS-SUB:1) " BY CATEGORY"
                   "        ITEMS          SALES VALUE  % OF CLASS"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM REPORT-WRITE-LINE
               PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > CAT-COUNT
                   IF CAT-ITEMS (CAT-SUB CLS-SUB) > ZERO
                       PERFORM PARETO-CATEGORY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PARETO-CLASS-LINE.
           ADD CLS-VALUE (CLS-SUB) TO WS-CUM-VALUE.
           MOVE ZERO TO WS-PCT.
           IF WS-ITEM-COUNT > ZERO
               COMPUTE WS-PCT ROUNDED =
                   CLS-ITEMS (CLS-SUB) * 100 / WS-ITEM-COUNT
           END-IF.
           MOVE WS-PCT TO WS-ITEM-PCT-EDIT.
           MOVE ZERO TO WS-PCT.
           MOVE ZERO TO WS-CUM-PCT.
           IF WS-GRAND-VALUE > ZERO
               COMPUTE WS-PCT ROUNDED =
                   CLS-VALUE (CLS-SUB) * 100 / WS-GRAND-VALUE
               COMPUTE WS-CUM-PCT ROUNDED =
                   WS-CUM-VALUE * 100 / WS-GRAND-VALUE
           END-IF.
           MOVE WS-PCT TO WS-PCT-EDIT.
           MOVE WS-CUM-PCT TO WS-CUM-PCT-EDIT.
           MOVE CLS-VALUE (CLS-SUB) TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "  " CLS-LETTERS (CLS-SUB:1) "    "
               CLS-ITEMS (CLS-SUB) "   " WS-ITEM-PCT-EDIT "   "
               WS-VALUE-EDIT "   " WS-PCT-EDIT " "
               WS-CUM-PCT-EDIT " " CLS-DUE (CLS-SUB)
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.

       PARETO-CATEGORY-LINE.
           MOVE ZERO TO WS-PCT.
           IF CLS-VALUE (CLS-SUB) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   CAT-VALUE (CAT-SUB CLS-SUB) * 100
                       / CLS-VALUE (CLS-SUB)
           END-IF.
           MOVE WS-PCT TO WS-PCT-EDIT.
           MOVE CAT-VALUE (CAT-SUB CLS-SUB) TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "  " CAT-NAME (CAT-SUB) "        "
               CAT-ITEMS (CAT-SUB CLS-SUB) "   " WS-VALUE-EDIT
               "      " WS-PCT-EDIT
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.

       AUDIT-WRITE-ENTRY.
           MOVE WS-RUN-DATE TO WS-AUDIT-DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           IF AUD-FILESTATUS NOT = "00" AND AUD-FILESTATUS NOT = "05"
               DISPLAY "WARNING: cannot write to AUDITLOG.DAT "
                   "(status " AUD-FILESTATUS ") - audit entry lost!"
               EXIT PARAGRAPH
           END-IF.
           STRING
               ITEM-CODE ","
               WS-AUDIT-FIELD ","
               WS-AUDIT-OLDVAL ","
               WS-AUDIT-NEWVAL ","
               WS-AUDIT-DATE ","
               WS-AUDIT-TIME ","
               WS-OPERATOR-ID
           DELIMITED BY SIZE INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *> The Pareto report is the point of the run, so the dated
      *> print file is always written, headings repeated per page.
       REPORT-OPEN.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           ACCEPT WS-RPT-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING
               "ABCPARETO_" WS-RPT-DATE ".RPT"
           DELIMITED BY SIZE INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE 'Y' TO WS-RPT-ACTIVE.
           MOVE ZERO TO WS-RPT-PAGE-NO.
           PERFORM REPORT-NEW-PAGE.

       REPORT-NEW-PAGE.
           ADD 1 TO WS-RPT-PAGE-NO.
           IF WS-RPT-PAGE-NO > 1
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "ABC CLASSIFICATION - PARETO  PAGE " WS-RPT-PAGE-NO
           DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "RUN " WS-RPT-DATE " " WS-RPT-TIME
               "  OPERATOR " WS-OPERATOR-ID
           DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE " RANK ITEM CODE  CATEGORY               UNITS    "
               & "   SALES VALUE  CUM %  CLASS" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 4 TO WS-RPT-LINE-COUNT.

       REPORT-WRITE-LINE.
           IF WS-RPT-ACTIVE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-RPT-LINE-COUNT >= WS-RPT-PAGE-LINES
               PERFORM REPORT-NEW-PAGE
           END-IF.
           MOVE WS-RPT-DETAIL TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-RPT-LINE-COUNT.

       REPORT-CLOSE.
           IF WS-RPT-ACTIVE = 'Y'
               CLOSE REPORT-FILE
               DISPLAY "Report written to " WS-REPORT-FILENAME
               MOVE 'N' TO WS-RPT-ACTIVE
           END-IF.

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
