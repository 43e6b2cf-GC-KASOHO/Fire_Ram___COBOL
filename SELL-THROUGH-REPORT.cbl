       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELL-THROUGH-REPORT.

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
      *> the rollover job writes; the window reaches back into them.
           SELECT MOVEMENT-ARCH-FILE ASSIGN TO WS-MOV-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARCH-FILESTATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STYLE-SORT-FILE ASSIGN TO "STYSORT.TMP".

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
               88 ITEM-ACTIVE        VALUE 'A'.
               88 ITEM-DISCONTINUED  VALUE 'D'.
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

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(132).

       SD STYLE-SORT-FILE.
       01 STYLE-SORT-RECORD.
           05 SRT-ITEM-NAME     PIC X(30).
           05 SRT-ITEM-CATEGORY PIC X(20).
           05 SRT-ITEM-COLOR    PIC X(15).
           05 SRT-ITEM-CODE     PIC X(10).
           05 SRT-ITEM-SIZE     PIC X(10).
           05 SRT-STOCK-QUANTITY PIC 9(5).

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
       01 WS-REPORT-FILENAME    PIC X(40).
       01 WS-MOV-ARCH-FILENAME  PIC X(40).
       01 WS-RUN-DATE           PIC 9(8).
       01 FILLER REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 FILLER            PIC 9(2).
      *> The window is this many closed months of archive plus the
      *> live current-month journal, unless the operator keys
      *> another at the prompt.
       01 WS-ARCH-MONTHS        PIC 9(2) VALUE 6.
       01 WS-ARCH-SUB           PIC S9(2).
       01 WS-MONTH-SERIAL       PIC S9(7).
       01 WS-ARCH-YEAR          PIC 9(4).
       01 WS-ARCH-MM            PIC 9(2).
       01 WS-ARCH-MONTH         PIC 9(6).
       01 WS-WINDOW-START       PIC 9(8).
       01 WS-PROMPT-TEXT        PIC X(10).
       01 WS-STYLE-FILTER       PIC X(30).
       01 WS-CATEGORY-FILTER    PIC X(20).
       01 WS-SORT-EOF           PIC X.
       01 WS-STYLE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-QUIET-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-PCT                PIC 9(3)V9.
       01 WS-PCT-EDIT           PIC ZZ9.9.
       01 WS-ST-EDIT            PIC X(5).
       01 WS-QTY-EDIT           PIC Z(6)9.
       01 WS-ONHAND-EDIT        PIC ZZZZ9.
       01 WS-CURVE-PTR          PIC 9(3).

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

      *> Journal quantities per item over the window.
       01 JRN-ITEM-TABLE.
           05 JRN-ITEM-ENTRY OCCURS 2000 TIMES.
               10 JRN-ITEM-CODE  PIC X(10).
               10 JRN-IN-QTY     PIC 9(7).
               10 JRN-RTV-QTY    PIC 9(7).
               10 JRN-OUT-QTY    PIC 9(7).
               10 JRN-RTN-QTY    PIC 9(7).
       01 JRN-ITEM-COUNT        PIC 9(4) VALUE ZERO.
       01 JRN-SUB               PIC 9(4).
       01 JRN-HIT-SUB           PIC 9(4).
       01 JRN-CAP-HIT           PIC X VALUE 'N'.

      *> The style being gathered: one cell per size/color variant,
      *> and its sales per size for the curve.
       01 STY-NAME              PIC X(30).
       01 STY-CATEGORY          PIC X(20).
       01 STY-CELL-TABLE.
           05 STY-CELL OCCURS 80 TIMES.
               10 STY-CELL-ITEM  PIC X(10).
               10 STY-CELL-SIZE  PIC X(10).
               10 STY-CELL-COLOR PIC X(15).
               10 STY-CELL-ONHAND PIC 9(5).
               10 STY-CELL-RCV   PIC 9(7).
               10 STY-CELL-SOLD  PIC 9(7).
       01 STY-CELL-COUNT        PIC 99.
       01 STY-CELL-SUB          PIC 99.
       01 STY-SIZE-TABLE.
           05 STY-SIZE OCCURS 8 TIMES.
               10 STY-SIZE-NAME  PIC X(10).
               10 STY-SIZE-SOLD  PIC 9(7).
       01 STY-SIZE-COUNT        PIC 99.
       01 STY-SIZE-SUB          PIC 99.
       01 STY-SIZE-HIT          PIC 99.
       01 STY-RCV-TOTAL         PIC 9(7).
       01 STY-SOLD-TOTAL        PIC 9(7).
       01 STY-CAP-HIT           PIC X.

       01 WS-RPT-ACTIVE         PIC X VALUE 'N'.
       01 WS-RPT-DETAIL         PIC X(132).
       01 WS-RPT-DATE           PIC 9(8).
       01 WS-RPT-TIME           PIC 9(8).
       01 WS-RPT-PAGE-NO        PIC 9(4).
       01 WS-RPT-LINE-COUNT     PIC 99.
       01 WS-RPT-PAGE-LINES     PIC 99 VALUE 55.

      *> Buying by style needs what sold, not just what is left.
      *> For each style -- the items sharing one name within a
      *> category, one variant per size and color as on the matrix
      *> screen -- this report lays out, per cell, the units
      *> received (receipts less returns to vendor) and sold
      *> (issues less customer returns) over the window from the
      *> journal and its archives, the cell's sell-through and its
      *> share of the style's sales, then the size curve. Styles
      *> with no receipts or sales in the window are left out.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           DISPLAY "======================================="
           DISPLAY "     STYLE SELL-THROUGH REPORT"
           DISPLAY "======================================="
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
           DISPLAY "Style name (blank for all styles): "
               NO ADVANCING.
           MOVE SPACES TO WS-STYLE-FILTER.
           ACCEPT WS-STYLE-FILTER.
           DISPLAY "Category (blank for any): " NO ADVANCING.
           MOVE SPACES TO WS-CATEGORY-FILTER.
           ACCEPT WS-CATEGORY-FILTER.

           PERFORM LOAD-JOURNAL-TABLE.

           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "Cannot open INVENTORYFILE.DAT (status "
                   FILESTATUS ") - nothing reported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE INVENTORY-FILE.

           PERFORM REPORT-OPEN.
           SORT STYLE-SORT-FILE ON ASCENDING KEY SRT-ITEM-NAME
                   SRT-ITEM-CATEGORY SRT-ITEM-COLOR SRT-ITEM-CODE
               INPUT PROCEDURE IS STYLE-LOAD-SORT
               OUTPUT PROCEDURE IS STYLE-REPORT-ALL.
           MOVE SPACES TO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "STYLES REPORTED " WS-STYLE-COUNT
               "  WITHOUT ACTIVITY " WS-QUIET-COUNT
               "  WINDOW " WS-WINDOW-START " TO " WS-RUN-DATE
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           PERFORM REPORT-CLOSE.

           DISPLAY "Styles reported: " WS-STYLE-COUNT
           DISPLAY "Styles without activity in the window: "
               WS-QUIET-COUNT
           IF JRN-CAP-HIT = 'Y'
               DISPLAY "NOTE: more than 2000 distinct items in the "
                   "journal - movement history is incomplete."
           END-IF
           STOP RUN.

       LOAD-JOURNAL-TABLE.
           MOVE WS-ARCH-MONTHS TO WS-ARCH-SUB.
           PERFORM ARCH-MONTH-FOR-SUB.
           COMPUTE WS-WINDOW-START = WS-ARCH-MONTH * 100 + 1.
           PERFORM LOAD-ARCHIVE-MONTH
               VARYING WS-ARCH-SUB FROM WS-ARCH-MONTHS BY -1
               UNTIL WS-ARCH-SUB < 1.
           PERFORM LOAD-LIVE-JOURNAL.

       ARCH-MONTH-FOR-SUB.
           COMPUTE WS-MONTH-SERIAL =
               WS-RUN-YEAR * 12 + WS-RUN-MM - 1 - WS-ARCH-SUB.
           COMPUTE WS-ARCH-YEAR = WS-MONTH-SERIAL / 12.
           COMPUTE WS-ARCH-MM =
               WS-MONTH-SERIAL - WS-ARCH-YEAR * 12 + 1.
           COMPUTE WS-ARCH-MONTH =
               WS-ARCH-YEAR * 100 + WS-ARCH-MM.

      *> One archive month per pass, oldest first, by the same
      *> constructed-name convention the rollover writes. A month
      *> with no archive (not yet rolled, or past retention) is
      *> simply skipped.
       LOAD-ARCHIVE-MONTH.
           PERFORM ARCH-MONTH-FOR-SUB.
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
                       PERFORM TALLY-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-ARCH-FILE.

       LOAD-LIVE-JOURNAL.
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
                       PERFORM TALLY-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-FILE.

      *> Receipts and returns to vendor make up what came in;
      *> issues and customer returns make up what sold. Count
      *> adjustments and kit assembly are neither.
       TALLY-JOURNAL-ENTRY.
           IF MOV-TYPE NOT = "IN" AND MOV-TYPE NOT = "OUT"
                   AND MOV-TYPE NOT = "RTN" AND MOV-TYPE NOT = "RTV"
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

           MOVE ZERO TO JRN-HIT-SUB.
           PERFORM VARYING JRN-SUB FROM 1 BY 1
               UNTIL JRN-SUB > JRN-ITEM-COUNT
               IF JRN-ITEM-CODE (JRN-SUB) = MOV-ITEM-CODE
                   MOVE JRN-SUB TO JRN-HIT-SUB
               END-IF
           END-PERFORM.
           IF JRN-HIT-SUB = ZERO
               IF JRN-ITEM-COUNT < 2000
                   ADD 1 TO JRN-ITEM-COUNT
                   MOVE JRN-ITEM-COUNT TO JRN-HIT-SUB
                   INITIALIZE JRN-ITEM-ENTRY (JRN-HIT-SUB)
                   MOVE MOV-ITEM-CODE TO JRN-ITEM-CODE (JRN-HIT-SUB)
               ELSE
                   MOVE 'Y' TO JRN-CAP-HIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE MOV-TYPE
               WHEN "IN"
                   ADD MOV-ENTRY-QTY TO JRN-IN-QTY (JRN-HIT-SUB)
               WHEN "RTV"
                   ADD MOV-ENTRY-QTY TO JRN-RTV-QTY (JRN-HIT-SUB)
               WHEN "OUT"
                   ADD MOV-ENTRY-QTY TO JRN-OUT-QTY (JRN-HIT-SUB)
               WHEN "RTN"
                   ADD MOV-ENTRY-QTY TO JRN-RTN-QTY (JRN-HIT-SUB)
           END-EVALUATE.

      *> Discontinued variants are left out, as on the matrix
      *> screen.
       STYLE-LOAD-SORT.
           OPEN INPUT INVENTORY-FILE.
           PERFORM UNTIL FILESTATUS NOT = "00"
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILESTATUS
                   NOT AT END
                       IF NOT ITEM-DISCONTINUED
                               AND (WS-STYLE-FILTER = SPACES
                                   OR ITEM-NAME = WS-STYLE-FILTER)
                               AND (WS-CATEGORY-FILTER = SPACES
                                   OR ITEM-CATEGORY
                                       = WS-CATEGORY-FILTER)
                           MOVE ITEM-NAME TO SRT-ITEM-NAME
                           MOVE ITEM-CATEGORY TO SRT-ITEM-CATEGORY
                           MOVE ITEM-COLOR TO SRT-ITEM-COLOR
                           MOVE ITEM-CODE TO SRT-ITEM-CODE
                           MOVE ITEM-SIZE TO SRT-ITEM-SIZE
                           MOVE STOCK-QUANTITY TO SRT-STOCK-QUANTITY
                           RELEASE STYLE-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF FILESTATUS NOT = "10"
               DISPLAY "Error reading inventory file (status "
                   FILESTATUS ") - report incomplete."
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE INVENTORY-FILE.

      *> Variants come back grouped by style; a change of name or
      *> category closes the style gathered so far.
       STYLE-REPORT-ALL.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE HIGH-VALUES TO STY-NAME.
           MOVE HIGH-VALUES TO STY-CATEGORY.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN STYLE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-ITEM-NAME NOT = STY-NAME
                               OR SRT-ITEM-CATEGORY NOT = STY-CATEGORY
                           PERFORM STYLE-FINISH
                           PERFORM STYLE-START
                       END-IF
                       PERFORM STYLE-ADD-VARIANT
               END-RETURN
           END-PERFORM.
           PERFORM STYLE-FINISH.

       STYLE-START.
           MOVE SRT-ITEM-NAME TO STY-NAME.
           MOVE SRT-ITEM-CATEGORY TO STY-CATEGORY.
           MOVE ZERO TO STY-CELL-COUNT.
           MOVE ZERO TO STY-SIZE-COUNT.
           MOVE ZERO TO STY-RCV-TOTAL.
           MOVE ZERO TO STY-SOLD-TOTAL.
           MOVE 'N' TO STY-CAP-HIT.

       STYLE-ADD-VARIANT.
           IF STY-CELL-COUNT >= 80
               MOVE 'Y' TO STY-CAP-HIT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO STY-SIZE-HIT.
           PERFORM VARYING STY-SIZE-SUB FROM 1 BY 1
               UNTIL STY-SIZE-SUB > STY-SIZE-COUNT
               IF STY-SIZE-NAME (STY-SIZE-SUB) = SRT-ITEM-SIZE
                   MOVE STY-SIZE-SUB TO STY-SIZE-HIT
               END-IF
           END-PERFORM.
           IF STY-SIZE-HIT = ZERO
               IF STY-SIZE-COUNT >= 8
                   MOVE 'Y' TO STY-CAP-HIT
               ELSE
                   ADD 1 TO STY-SIZE-COUNT
                   MOVE STY-SIZE-COUNT TO STY-SIZE-HIT
                   MOVE SRT-ITEM-SIZE TO STY-SIZE-NAME (STY-SIZE-HIT)
                   MOVE ZERO TO STY-SIZE-SOLD (STY-SIZE-HIT)
               END-IF
           END-IF.

           ADD 1 TO STY-CELL-COUNT.
           MOVE STY-CELL-COUNT TO STY-CELL-SUB.
           MOVE SRT-ITEM-CODE TO STY-CELL-ITEM (STY-CELL-SUB).
           MOVE SRT-ITEM-SIZE TO STY-CELL-SIZE (STY-CELL-SUB).
           MOVE SRT-ITEM-COLOR TO STY-CELL-COLOR (STY-CELL-SUB).
           MOVE SRT-STOCK-QUANTITY TO STY-CELL-ONHAND (STY-CELL-SUB).
           MOVE ZERO TO STY-CELL-RCV (STY-CELL-SUB).
           MOVE ZERO TO STY-CELL-SOLD (STY-CELL-SUB).
           MOVE ZERO TO JRN-HIT-SUB.
           PERFORM VARYING JRN-SUB FROM 1 BY 1
               UNTIL JRN-SUB > JRN-ITEM-COUNT
               IF JRN-ITEM-CODE (JRN-SUB) = SRT-ITEM-CODE
                   MOVE JRN-SUB TO JRN-HIT-SUB
               END-IF
           END-PERFORM.
           IF JRN-HIT-SUB = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF JRN-IN-QTY (JRN-HIT-SUB) > JRN-RTV-QTY (JRN-HIT-SUB)
               COMPUTE STY-CELL-RCV (STY-CELL-SUB) =
                   JRN-IN-QTY (JRN-HIT-SUB) - JRN-RTV-QTY (JRN-HIT-SUB)
           END-IF.
           IF JRN-OUT-QTY (JRN-HIT-SUB) > JRN-RTN-QTY (JRN-HIT-SUB)
               COMPUTE STY-CELL-SOLD (STY-CELL-SUB) =
                   JRN-OUT-QTY (JRN-HIT-SUB) - JRN-RTN-QTY (JRN-HIT-SUB)
           END-IF.
           ADD STY-CELL-RCV (STY-CELL-SUB) TO STY-RCV-TOTAL.
           ADD STY-CELL-SOLD (STY-CELL-SUB) TO STY-SOLD-TOTAL.
           IF STY-SIZE-HIT > ZERO
               ADD STY-CELL-SOLD (STY-CELL-SUB)
                   TO STY-SIZE-SOLD (STY-SIZE-HIT)
           END-IF.

       STYLE-FINISH.
           IF STY-NAME = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF.
           IF STY-RCV-TOTAL = ZERO AND STY-SOLD-TOTAL = ZERO
               ADD 1 TO WS-QUIET-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STYLE-COUNT.
           IF WS-RPT-LINE-COUNT > 4
                   AND WS-RPT-LINE-COUNT + STY-CELL-COUNT + 6
                       > WS-RPT-PAGE-LINES
               PERFORM REPORT-NEW-PAGE
           END-IF.
           MOVE SPACES TO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "STYLE " STY-NAME "  CATEGORY " STY-CATEGORY
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           PERFORM STYLE-CELL-LINE
               VARYING STY-CELL-SUB FROM 1 BY 1
               UNTIL STY-CELL-SUB > STY-CELL-COUNT.

           MOVE STY-RCV-TOTAL TO WS-QTY-EDIT.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE "  STYLE TOTAL" TO WS-RPT-DETAIL (1:40).
           MOVE WS-QTY-EDIT TO WS-RPT-DETAIL (50:7).
           MOVE STY-SOLD-TOTAL TO WS-QTY-EDIT.
           MOVE WS-QTY-EDIT TO WS-RPT-DETAIL (59:7).
           IF STY-RCV-TOTAL > ZERO
               COMPUTE WS-PCT ROUNDED =
                   STY-SOLD-TOTAL * 100 / STY-RCV-TOTAL
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-RPT-DETAIL (68:5)
           ELSE
               MOVE "  n/a" TO WS-RPT-DETAIL (68:5)
           END-IF.
           PERFORM REPORT-WRITE-LINE.

      *> The size curve: each size's share of the style's sales.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE "  SIZE CURVE %" TO WS-RPT-DETAIL (1:16).
           MOVE 17 TO WS-CURVE-PTR.
           PERFORM VARYING STY-SIZE-SUB FROM 1 BY 1
               UNTIL STY-SIZE-SUB > STY-SIZE-COUNT
               MOVE ZERO TO WS-PCT
               IF STY-SOLD-TOTAL > ZERO
                   COMPUTE WS-PCT ROUNDED =
                       STY-SIZE-SOLD (STY-SIZE-SUB) * 100
                           / STY-SOLD-TOTAL
               END-IF
               MOVE WS-PCT TO WS-PCT-EDIT
               STRING
                   STY-SIZE-NAME (STY-SIZE-SUB) (1:6) " "
                   WS-PCT-EDIT "  "
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   WITH POINTER WS-CURVE-PTR
               END-STRING
           END-PERFORM.
           PERFORM REPORT-WRITE-LINE.
           IF STY-CAP-HIT = 'Y'
               MOVE "  NOTE: MORE THAN 80 VARIANTS OR 8 SIZES - "
                   & "STYLE INCOMPLETE" TO WS-RPT-DETAIL
               PERFORM REPORT-WRITE-LINE
           END-IF.

       STYLE-CELL-LINE.
           MOVE SPACES TO WS-ST-EDIT.
           IF STY-CELL-RCV (STY-CELL-SUB) = ZERO
               MOVE "  n/a" TO WS-ST-EDIT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   STY-CELL-SOLD (STY-CELL-SUB) * 100
                       / STY-CELL-RCV (STY-CELL-SUB)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-ST-EDIT
           END-IF.
           MOVE ZERO TO WS-PCT.
           IF STY-SOLD-TOTAL > ZERO
               COMPUTE WS-PCT ROUNDED =
                   STY-CELL-SOLD (STY-CELL-SUB) * 100
                       / STY-SOLD-TOTAL
           END-IF.
           MOVE WS-PCT TO WS-PCT-EDIT.
           MOVE STY-CELL-ONHAND (STY-CELL-SUB) TO WS-ONHAND-EDIT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "  " STY-CELL-COLOR (STY-CELL-SUB) " "
               STY-CELL-SIZE (STY-CELL-SUB) " "
               STY-CELL-ITEM (STY-CELL-SUB) " "
               WS-ONHAND-EDIT " "
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           MOVE STY-CELL-RCV (STY-CELL-SUB) TO WS-QTY-EDIT.
           MOVE WS-QTY-EDIT TO WS-RPT-DETAIL (50:7).
           MOVE STY-CELL-SOLD (STY-CELL-SUB) TO WS-QTY-EDIT.
           MOVE WS-QTY-EDIT TO WS-RPT-DETAIL (59:7).
           MOVE WS-ST-EDIT TO WS-RPT-DETAIL (68:5).
           MOVE WS-PCT-EDIT TO WS-RPT-DETAIL (75:5).
           PERFORM REPORT-WRITE-LINE.

      *> The dated print file is the report itself, headings
      *> repeated per page.
       REPORT-OPEN.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           ACCEPT WS-RPT-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING
               "SELLTHRU_" WS-RPT-DATE ".RPT"
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
               "STYLE SELL-THROUGH BY SIZE AND COLOR  PAGE "
               WS-RPT-PAGE-NO
           DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "RUN " WS-RPT-DATE " " WS-RPT-TIME
               "  JOURNAL FROM " WS-WINDOW-START " TO " WS-RUN-DATE
           DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "  COLOR           SIZE       ITEM CODE  ON HAND "
               & "RECEIVED     SOLD  SELL% CURVE%"
               TO REPORT-RECORD.
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
