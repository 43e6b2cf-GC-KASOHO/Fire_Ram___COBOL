       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-SALES-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORYFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS INV-FILESTATUS.

           SELECT XREF-FILE ASSIGN TO "ITEMXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ALT-CODE
               FILE STATUS IS XREF-FILESTATUS.

           SELECT POS-SALES-FILE ASSIGN TO WS-POS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POS-FILESTATUS.

           SELECT POS-LOG-FILE ASSIGN TO "POSPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOG-FILESTATUS.

           SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILESTATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILESTATUS.

           SELECT MOVEMENT-FILE ASSIGN TO "STOCKMOVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KIT-FILE ASSIGN TO "KITDEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS KIT-FILESTATUS.

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

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XREF-ALT-CODE      PIC X(20).
           05 XREF-ITEM-CODE     PIC X(10).
           05 XREF-TYPE          PIC X(8).
           05 XREF-SUPPLIER      PIC X(6).

      *> One line per item sold, as the registers export it:
      *> date,time,register,item code or barcode,quantity,price
       FD POS-SALES-FILE.
       01 POS-SALES-RECORD      PIC X(100).

      *> One line per register-day already posted from a given
      *> file: file name,register,sales date,lines posted,run date
       FD POS-LOG-FILE.
       01 POS-LOG-RECORD        PIC X(100).

       FD REJECT-FILE.
       01 REJECT-RECORD         PIC X(130).

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(120).

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD       PIC X(120).

       FD KIT-FILE.
       01 KIT-RECORD.
           05 KIT-KEY.
               10 KIT-CODE           PIC X(10).
               10 KIT-COMP-CODE      PIC X(10).
           05 KIT-COMP-QTY       PIC 9(5).
           05 FILLER             PIC X(20).

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
       01 XREF-FILESTATUS       PIC X(2).
       01 POS-FILESTATUS        PIC X(2).
       01 PLOG-FILESTATUS       PIC X(2).
       01 REJ-FILESTATUS        PIC X(2).
       01 AUD-FILESTATUS        PIC X(2).
       01 KIT-FILESTATUS        PIC X(2).
       01 LAYER-FILESTATUS      PIC X(2).
       01 WS-TODAY-DATE         PIC 9(8).
       01 WS-OPERATOR-ID        PIC X(10) VALUE "POSBATCH".
       01 WS-POS-FILENAME       PIC X(40).
       01 WS-REJECT-FILENAME    PIC X(40).
       01 WS-REJECT-SEQ         PIC 99.
       01 WS-VALID-FLAG         PIC X.

       01 PS-PARSE-FIELDS.
           05 PS-DATE-TEXT      PIC X(8).
           05 PS-TIME-TEXT      PIC X(8).
           05 PS-REGISTER       PIC X(4).
           05 PS-ITEM-INPUT     PIC X(20).
           05 PS-QTY-TEXT       PIC X(8).
           05 PS-PRICE-TEXT     PIC X(12).
       01 PS-QTY                PIC 9(5).
       01 PS-PRICE              PIC 9(7)V99.
       01 PS-LINE-VALUE         PIC 9(9)V99.
       01 PS-TIME-LEN           PIC 99.
       01 PS-QTY-LEN            PIC 99.
       01 PS-QTY-INPUT          PIC X(5) JUSTIFIED RIGHT.

       01 WS-ITEM-FOUND         PIC X.
       01 WS-REJECT-REASON      PIC X(20).
       01 WS-AVAILABLE          PIC S9(6).
       01 WS-TAKE-MAIN          PIC 9(5).
       01 WS-TAKE-ANNEX         PIC 9(5).
       01 OLD-STOCK-QUANTITY    PIC 9(5).
       01 WS-POST-QTY           PIC 9(5).
       01 WS-POST-OK            PIC X.

      *> Components of the kit on the current line, when it is one.
       01 WS-KIT-OPEN           PIC X VALUE 'N'.
       01 WS-KIT-CODE           PIC X(10).
       01 WS-KIT-EOF            PIC X.
       01 WS-KIT-SUB            PIC 99.
       01 WS-KIT-FROM-STOCK     PIC 9(5).
       01 WS-KIT-BUILD-QTY      PIC 9(5).
       01 WS-KIT-NEED           PIC 9(7).
       01 WS-KIT-AVAIL          PIC S9(6).
       01 WS-KIT-TABLE.
           05 WS-KIT-COMP-COUNT  PIC 99.
           05 WS-KIT-COMP OCCURS 20 TIMES.
               10 WS-KC-ITEM-CODE    PIC X(10).
               10 WS-KC-QTY          PIC 9(5).

      *> Register-days found in this file. A file is normally one
      *> register's end of day, but a combined export is accepted
      *> as long as it stays within the table.
       01 WS-RD-TABLE.
           05 WS-RD-ENTRY OCCURS 20 TIMES.
               10 WS-RD-REGISTER    PIC X(4).
               10 WS-RD-DATE        PIC X(8).
               10 WS-RD-POSTED      PIC X.
               10 WS-RD-LINES       PIC 9(5).
               10 WS-RD-LAST-LINE   PIC 9(7).
       01 WS-RD-COUNT           PIC 99 VALUE ZERO.
       01 WS-RD-SUB             PIC 99.
       01 WS-RD-HIT-SUB         PIC 99.
       01 WS-RD-CAP-HIT         PIC X VALUE 'N'.

       01 PL-PARSE-FIELDS.
           05 PL-FILENAME       PIC X(40).
           05 PL-REGISTER       PIC X(4).
           05 PL-DATE           PIC X(8).
           05 PL-LINES          PIC X(5).
           05 PL-RUN-DATE       PIC X(8).
       01 WS-SCAN-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-RUN-UNFINISHED     PIC X VALUE 'N'.
       01 WS-RUN-STARTED-ON     PIC X(8).

       01 WS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-POSTED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-DUPLICATE-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-UNITS-SOLD         PIC 9(9) VALUE ZERO.
       01 WS-SALES-VALUE        PIC 9(11)V99 VALUE ZERO.
       01 WS-SALES-VALUE-EDIT   PIC Z(10)9.99.
       01 WS-SALES-COST         PIC 9(11)V99 VALUE ZERO.
       01 WS-SALES-COST-EDIT    PIC Z(10)9.99.

       01 WS-MOVE-DATE          PIC 9(8).
       01 WS-MOVE-TIME          PIC 9(8).
       01 WS-MOVE-QTY           PIC 9(5).
       01 WS-MOVE-LOC           PIC X(10).
       01 WS-MOVE-REASON        PIC X(10).
       01 WS-MOVE-COST          PIC 9(9)V99.
       01 WS-MOVE-COST-EDIT     PIC 9(9).99.

       01 WS-LAYER-OPEN-OK      PIC X.
       01 WS-LAYER-EOF          PIC X.
       01 WS-LAYER-LEFT         PIC 9(5).
       01 WS-LAYER-TAKE         PIC 9(5).
       01 WS-LAYER-COGS         PIC 9(9)V99.
       01 WS-AUDIT-FIELD        PIC X(15).
       01 WS-AUDIT-OLDVAL       PIC X(30).
       01 WS-AUDIT-NEWVAL       PIC X(30).
       01 WS-AUDIT-DATE         PIC 9(8).
       01 WS-AUDIT-TIME         PIC 9(8).

      *> Runs each night after the registers have closed: every line
      *> of the day's register export is posted as an OUT movement,
      *> exactly as ISSUE-STOCK would post it at the counter. Lines
      *> that cannot be posted land in a dated rejects file, in the
      *> register layout with the reason on the end, so they can be
      *> corrected and fed straight back in. A register-day already
      *> posted from the same file is recognised from POSPOSTED.DAT
      *> and skipped, so a second run never issues the stock twice.
       PROCEDURE DIVISION.
           MOVE SPACES TO WS-POS-FILENAME.
           PERFORM GET-RUN-DATE.
           IF WS-POS-FILENAME = SPACES
               MOVE "POSSALES.DAT" TO WS-POS-FILENAME
           END-IF.
           IF WS-TODAY-DATE NOT > WS-CLOSED-THRU
               DISPLAY "[SYSTEM] Business day " WS-TODAY-DATE
                   " is closed - no sales posted."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT POS-SALES-FILE.
           IF POS-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] No register file "
                   FUNCTION TRIM (WS-POS-FILENAME)
                   " (status " POS-FILESTATUS ") - nothing to post."
               STOP RUN
           END-IF.
           PERFORM COLLECT-REGISTER-DAYS.
           CLOSE POS-SALES-FILE.
           PERFORM CHECK-ALREADY-POSTED.
           IF WS-RUN-UNFINISHED = 'Y'
               DISPLAY "[SYSTEM] A run of "
                   FUNCTION TRIM (WS-POS-FILENAME) " on "
                   WS-RUN-STARTED-ON " stopped part-way - no sales "
                   "posted."
               DISPLAY "  Register-days it logged are done; the one "
                   "it was on may be partly in STOCKMOVES.DAT. Post "
                   "the lines still missing from a file under a new "
                   "name."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O INVENTORY-FILE.
           IF INV-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVENTORYFILE.DAT "
                   "(status " INV-FILESTATUS ") - no sales posted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-REJECT-FILE.
           OPEN INPUT KIT-FILE.
           IF KIT-FILESTATUS = "00"
               MOVE 'Y' TO WS-KIT-OPEN
           END-IF.
           MOVE "*RUN" TO PL-REGISTER.
           MOVE "STARTED" TO PL-DATE.
           PERFORM WRITE-RUN-MARK.
           OPEN INPUT POS-SALES-FILE.
           PERFORM UNTIL POS-FILESTATUS = "10"
               READ POS-SALES-FILE
                   AT END
                       MOVE "10" TO POS-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-SALES-LINE
                       PERFORM RECORD-POSTED-DAY
               END-READ
           END-PERFORM.
           CLOSE POS-SALES-FILE.
           CLOSE INVENTORY-FILE.
           CLOSE REJECT-FILE.
           IF WS-KIT-OPEN = 'Y'
               CLOSE KIT-FILE
           END-IF.
           MOVE "*RUN" TO PL-REGISTER.
           MOVE "FINISHED" TO PL-DATE.
           PERFORM WRITE-RUN-MARK.

           MOVE WS-SALES-VALUE TO WS-SALES-VALUE-EDIT.
           MOVE WS-SALES-COST TO WS-SALES-COST-EDIT.
           DISPLAY "[SYSTEM] Register sales import for "
               WS-TODAY-DATE ":"
           DISPLAY "  File: " FUNCTION TRIM (WS-POS-FILENAME)
           DISPLAY "  Lines read: " WS-READ-COUNT
           DISPLAY "  Posted: " WS-POSTED-COUNT
               " (" WS-UNITS-SOLD " units, value "
               FUNCTION TRIM (WS-SALES-VALUE-EDIT) ")"
           DISPLAY "  Cost of goods sold: "
               FUNCTION TRIM (WS-SALES-COST-EDIT)
           DISPLAY "  Skipped as already posted: " WS-DUPLICATE-COUNT
           DISPLAY "  Rejected: " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               DISPLAY "  Rejects written to "
                   FUNCTION TRIM (WS-REJECT-FILENAME)
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-REJECT-FILENAME
               END-CALL
           END-IF.
           STOP RUN.

      *> First pass: note every register-day the file covers, and
      *> the line it ends on. Lines too malformed to name a
      *> register-day are left for the posting pass to reject.
       COLLECT-REGISTER-DAYS.
           PERFORM UNTIL POS-FILESTATUS = "10"
               READ POS-SALES-FILE
                   AT END
                       MOVE "10" TO POS-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-SCAN-COUNT
                       PERFORM PARSE-SALES-LINE
                       IF PS-DATE-TEXT IS NUMERIC
                               AND PS-REGISTER NOT = SPACES
                           PERFORM FIND-REGISTER-DAY
                           IF WS-RD-HIT-SUB = ZERO
                               PERFORM ADD-REGISTER-DAY
                           END-IF
                           IF WS-RD-HIT-SUB > ZERO
                               MOVE WS-SCAN-COUNT TO
                                   WS-RD-LAST-LINE (WS-RD-HIT-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-REGISTER-DAY.
           MOVE ZERO TO WS-RD-HIT-SUB.
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                   UNTIL WS-RD-SUB > WS-RD-COUNT
               IF WS-RD-REGISTER (WS-RD-SUB) = PS-REGISTER
                       AND WS-RD-DATE (WS-RD-SUB) = PS-DATE-TEXT
                   MOVE WS-RD-SUB TO WS-RD-HIT-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-REGISTER-DAY.
           IF WS-RD-COUNT >= 20
               IF WS-RD-CAP-HIT NOT = 'Y'
                   DISPLAY "NOTE: more than 20 register-days in "
                       "one file - the rest are rejected."
                   MOVE 'Y' TO WS-RD-CAP-HIT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RD-COUNT.
           MOVE PS-REGISTER TO WS-RD-REGISTER (WS-RD-COUNT).
           MOVE PS-DATE-TEXT TO WS-RD-DATE (WS-RD-COUNT).
           MOVE 'N' TO WS-RD-POSTED (WS-RD-COUNT).
           MOVE ZERO TO WS-RD-LINES (WS-RD-COUNT).
           MOVE WS-RD-COUNT TO WS-RD-HIT-SUB.

      *> The posted log is matched on file name as well as register
      *> and date: a corrected rejects file fed back in carries the
      *> same register-day but is a different file, and must post.
      *> Each run of a file is bracketed by *RUN STARTED and
      *> FINISHED rows; a start with no finish after it is a run
      *> that stopped part-way.
       CHECK-ALREADY-POSTED.
           OPEN INPUT POS-LOG-FILE.
           IF PLOG-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PLOG-FILESTATUS = "10"
               READ POS-LOG-FILE
                   AT END
                       MOVE "10" TO PLOG-FILESTATUS
                   NOT AT END
                       MOVE SPACES TO PL-PARSE-FIELDS
                       UNSTRING POS-LOG-RECORD DELIMITED BY ","
                           INTO PL-FILENAME PL-REGISTER PL-DATE
                               PL-LINES PL-RUN-DATE
                       IF PL-FILENAME = WS-POS-FILENAME
                           PERFORM NOTE-POSTED-LOG-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POS-LOG-FILE.

       NOTE-POSTED-LOG-ROW.
           IF PL-REGISTER NOT = "*RUN"
               PERFORM MARK-REGISTER-DAY-POSTED
               EXIT PARAGRAPH
           END-IF.
           IF PL-DATE = "STARTED"
               MOVE 'Y' TO WS-RUN-UNFINISHED
               MOVE PL-RUN-DATE TO WS-RUN-STARTED-ON
           ELSE
               MOVE 'N' TO WS-RUN-UNFINISHED
           END-IF.

       MARK-REGISTER-DAY-POSTED.
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                   UNTIL WS-RD-SUB > WS-RD-COUNT
               IF WS-RD-REGISTER (WS-RD-SUB) = PL-REGISTER
                       AND WS-RD-DATE (WS-RD-SUB) = PL-DATE
                   MOVE 'Y' TO WS-RD-POSTED (WS-RD-SUB)
                   DISPLAY "Register " PL-REGISTER " for " PL-DATE
                       " already posted from this file on "
                       PL-RUN-DATE " - skipped."
               END-IF
           END-PERFORM.

      *> A rejects file from an earlier run today may be the very
      *> file being fed back in -- probe for a free dated name the
      *> way DAILY-EXPORT-BATCH does rather than overwrite it.
       OPEN-REJECT-FILE.
           MOVE 1 TO WS-REJECT-SEQ.
           MOVE SPACES TO WS-REJECT-FILENAME.
           STRING
               "POSREJ_" WS-TODAY-DATE ".DAT"
           DELIMITED BY SIZE INTO WS-REJECT-FILENAME.
           MOVE 'N' TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               OPEN INPUT REJECT-FILE
               IF REJ-FILESTATUS = "35"
                   MOVE 'Y' TO WS-VALID-FLAG
               ELSE
                   CLOSE REJECT-FILE
                   ADD 1 TO WS-REJECT-SEQ
                   MOVE SPACES TO WS-REJECT-FILENAME
                   STRING
                       "POSREJ_" WS-TODAY-DATE "_"
                       WS-REJECT-SEQ ".DAT"
                   DELIMITED BY SIZE INTO WS-REJECT-FILENAME
               END-IF
           END-PERFORM.
           OPEN OUTPUT REJECT-FILE.

       PARSE-SALES-LINE.
           MOVE SPACES TO PS-PARSE-FIELDS.
           UNSTRING POS-SALES-RECORD DELIMITED BY ","
               INTO PS-DATE-TEXT PS-TIME-TEXT PS-REGISTER
                   PS-ITEM-INPUT PS-QTY-TEXT PS-PRICE-TEXT.

       PROCESS-SALES-LINE.
           PERFORM PARSE-SALES-LINE.
           IF PS-DATE-TEXT NOT NUMERIC OR PS-REGISTER = SPACES
               MOVE "BAD DATE/REGISTER" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-REGISTER-DAY.
           IF WS-RD-HIT-SUB = ZERO
               MOVE "TOO MANY REG-DAYS" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-RD-POSTED (WS-RD-HIT-SUB) = 'Y'
               ADD 1 TO WS-DUPLICATE-COUNT
               EXIT PARAGRAPH
           END-IF.
      *> The sale posts under its own date, so a late export for a
      *> business day already closed is refused like any other
      *> posting to a closed day.
           IF PS-DATE-TEXT NOT > WS-CLOSED-THRU
               MOVE "DAY CLOSED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

      *> Registers stamp HHMMSS; the journal carries HHMMSSCC as
      *> ACCEPT FROM TIME gives it, so a six-digit time is padded.
           MOVE ZERO TO PS-TIME-LEN.
           INSPECT PS-TIME-TEXT TALLYING PS-TIME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PS-TIME-LEN = 6
               MOVE "00" TO PS-TIME-TEXT (7:2)
               MOVE 8 TO PS-TIME-LEN
           END-IF.
           IF PS-TIME-LEN NOT = 8 OR PS-TIME-TEXT NOT NUMERIC
               MOVE "BAD TIME" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO PS-QTY-LEN.
           INSPECT PS-QTY-TEXT TALLYING PS-QTY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PS-QTY-LEN = 0 OR PS-QTY-LEN > 5
               MOVE "BAD QUANTITY" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE PS-QTY-TEXT (1:PS-QTY-LEN) TO PS-QTY-INPUT.
           INSPECT PS-QTY-INPUT REPLACING LEADING SPACE BY ZERO.
           IF PS-QTY-INPUT NOT NUMERIC
               MOVE "BAD QUANTITY" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE PS-QTY-INPUT TO PS-QTY.
           IF PS-QTY = ZERO
               MOVE "BAD QUANTITY" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF PS-PRICE-TEXT = SPACES
                   OR FUNCTION TEST-NUMVAL (PS-PRICE-TEXT) NOT = 0
               MOVE "BAD PRICE" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PS-PRICE = FUNCTION NUMVAL (PS-PRICE-TEXT).

           PERFORM READ-SOLD-ITEM.
           IF INV-FILESTATUS = "51" OR INV-FILESTATUS = "9D"
               MOVE "ITEM LOCKED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-FOUND NOT = 'Y'
               MOVE "ITEM NOT FOUND" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

      *> A kit rung up beyond its made-up stock is built from its
      *> components as it goes, as at the counter.
           MOVE ITEM-CODE TO WS-KIT-CODE.
           PERFORM LOAD-KIT-COMPONENTS.
           COMPUTE WS-AVAILABLE = STOCK-QUANTITY - ITEM-ALLOCATED-QTY.
           IF WS-KIT-COMP-COUNT > ZERO
               IF PS-QTY > WS-AVAILABLE
                       OR PS-QTY > LOC-QUANTITY (1) + LOC-QUANTITY (2)
                   PERFORM POST-KIT-SALE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *> The same checks ISSUE-STOCK makes at the counter: stock
      *> promised to a customer order cannot be sold from under it.
           IF PS-QTY > WS-AVAILABLE
               MOVE "ALLOCATED STOCK" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF PS-QTY > LOC-QUANTITY (1) + LOC-QUANTITY (2)
               MOVE "INSUFFICIENT STOCK" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE PS-QTY TO WS-POST-QTY.
           MOVE "POS-SALE" TO WS-AUDIT-FIELD.
           MOVE SPACES TO WS-MOVE-REASON.
           STRING
               "POS " PS-REGISTER
           DELIMITED BY SIZE INTO WS-MOVE-REASON.
           PERFORM POST-ITEM-OUT.
           IF WS-POST-OK = 'Y'
               PERFORM COUNT-POSTED-LINE
           ELSE
               MOVE "UPDATE FAILED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
           END-IF.

       COUNT-POSTED-LINE.
           ADD 1 TO WS-POSTED-COUNT.
           ADD 1 TO WS-RD-LINES (WS-RD-HIT-SUB).
           ADD PS-QTY TO WS-UNITS-SOLD.
           COMPUTE PS-LINE-VALUE = PS-PRICE * PS-QTY.
           ADD PS-LINE-VALUE TO WS-SALES-VALUE.

      *> Sold goods leave MAIN first and ANNEX covers the rest, as
      *> a customer order pickup does; each location drawn from
      *> gets its own journal entry so the location balances can
      *> be rebuilt from the journal, and carries what its units
      *> came off the item's cost layers at. Takes WS-POST-QTY of
      *> the item in the buffer, audited under WS-AUDIT-FIELD and
      *> journalled with the reason in WS-MOVE-REASON; WS-POST-OK
      *> says whether the rewrite went through.
       POST-ITEM-OUT.
           MOVE 'N' TO WS-POST-OK.
           IF WS-POST-QTY > LOC-QUANTITY (1)
               MOVE LOC-QUANTITY (1) TO WS-TAKE-MAIN
               COMPUTE WS-TAKE-ANNEX = WS-POST-QTY - LOC-QUANTITY (1)
           ELSE
               MOVE WS-POST-QTY TO WS-TAKE-MAIN
               MOVE ZERO TO WS-TAKE-ANNEX
           END-IF.
           MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY.
           SUBTRACT WS-POST-QTY FROM STOCK-QUANTITY.
           SUBTRACT WS-TAKE-MAIN FROM LOC-QUANTITY (1).
           SUBTRACT WS-TAKE-ANNEX FROM LOC-QUANTITY (2).
           MOVE PS-DATE-TEXT TO ITEM-LAST-MOVEMENT-DATE.

           REWRITE INVENTORY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   MOVE 'Y' TO WS-POST-OK
                   MOVE OLD-STOCK-QUANTITY TO WS-AUDIT-OLDVAL
                   MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
                   IF WS-TAKE-MAIN > ZERO
                       MOVE WS-TAKE-MAIN TO WS-MOVE-QTY
                       MOVE LOC-CODE (1) TO WS-MOVE-LOC
                       PERFORM LAYER-CONSUME
                       PERFORM MOVEMENT-WRITE-ENTRY
                   END-IF
                   IF WS-TAKE-ANNEX > ZERO
                       MOVE WS-TAKE-ANNEX TO WS-MOVE-QTY
                       MOVE LOC-CODE (2) TO WS-MOVE-LOC
                       PERFORM LAYER-CONSUME
                       PERFORM MOVEMENT-WRITE-ENTRY
                   END-IF
           END-REWRITE.

      *> Made-up kits on the shelf go first; the rest of the line is
      *> built from components, all or nothing. Every component is
      *> checked before anything posts, so a short or locked one
      *> rejects the whole line for rerunning.
       POST-KIT-SALE.
           MOVE ZERO TO WS-KIT-FROM-STOCK.
           IF WS-AVAILABLE > ZERO
               MOVE WS-AVAILABLE TO WS-KIT-FROM-STOCK
           END-IF.
           IF LOC-QUANTITY (1) + LOC-QUANTITY (2) < WS-KIT-FROM-STOCK
               COMPUTE WS-KIT-FROM-STOCK =
                   LOC-QUANTITY (1) + LOC-QUANTITY (2)
           END-IF.
           COMPUTE WS-KIT-BUILD-QTY = PS-QTY - WS-KIT-FROM-STOCK.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COMP-COUNT
                   OR WS-REJECT-REASON NOT = SPACES
               PERFORM CHECK-KIT-COMPONENT
           END-PERFORM.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-KIT-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF INV-FILESTATUS NOT = "00"
               MOVE "ITEM LOCKED" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MOVE-REASON.
           STRING
               "POS " PS-REGISTER
           DELIMITED BY SIZE INTO WS-MOVE-REASON.
           IF WS-KIT-FROM-STOCK > ZERO
               MOVE WS-KIT-FROM-STOCK TO WS-POST-QTY
               MOVE "POS-SALE" TO WS-AUDIT-FIELD
               PERFORM POST-ITEM-OUT
               IF WS-POST-OK NOT = 'Y'
                   MOVE "UPDATE FAILED" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-KIT-CODE TO WS-MOVE-REASON.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COMP-COUNT
               PERFORM POST-KIT-COMPONENT
           END-PERFORM.
           PERFORM COUNT-POSTED-LINE.

       CHECK-KIT-COMPONENT.
           MOVE WS-KC-ITEM-CODE (WS-KIT-SUB) TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF INV-FILESTATUS = "51" OR INV-FILESTATUS = "9D"
               MOVE "KIT PART LOCKED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF INV-FILESTATUS NOT = "00"
               MOVE "KIT PART NOT FOUND" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-KIT-NEED =
               WS-KC-QTY (WS-KIT-SUB) * WS-KIT-BUILD-QTY.
           COMPUTE WS-KIT-AVAIL = STOCK-QUANTITY - ITEM-ALLOCATED-QTY.
           IF WS-KIT-NEED > WS-KIT-AVAIL
                   OR WS-KIT-NEED > LOC-QUANTITY (1) + LOC-QUANTITY (2)
               MOVE "KIT PARTS SHORT" TO WS-REJECT-REASON
           END-IF.

      *> Components were all checked above; one that has gone
      *> since is reported for a hand adjustment rather than
      *> leaving the rest of the kit half posted.
       POST-KIT-COMPONENT.
           MOVE WS-KC-ITEM-CODE (WS-KIT-SUB) TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           COMPUTE WS-KIT-NEED =
               WS-KC-QTY (WS-KIT-SUB) * WS-KIT-BUILD-QTY.
           IF INV-FILESTATUS NOT = "00"
                   OR WS-KIT-NEED > STOCK-QUANTITY
               DISPLAY "[SYSTEM] Kit " WS-KIT-CODE " component "
                   WS-KC-ITEM-CODE (WS-KIT-SUB) " not issued - "
                   "adjust it by hand."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KIT-NEED TO WS-POST-QTY.
           MOVE "KIT-ISSUE" TO WS-AUDIT-FIELD.
           PERFORM POST-ITEM-OUT.
           IF WS-POST-OK NOT = 'Y'
               DISPLAY "[SYSTEM] Kit " WS-KIT-CODE " component "
                   ITEM-CODE " could not be updated - adjust it "
                   "by hand."
           END-IF.

       LOAD-KIT-COMPONENTS.
           MOVE ZERO TO WS-KIT-COMP-COUNT.
           IF WS-KIT-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KIT-CODE TO KIT-CODE.
           MOVE LOW-VALUES TO KIT-COMP-CODE.
           MOVE 'N' TO WS-KIT-EOF.
           START KIT-FILE KEY IS NOT LESS THAN KIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KIT-EOF
           END-START.
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-KIT-EOF
                   NOT AT END
                       IF KIT-CODE NOT = WS-KIT-CODE
                           MOVE 'Y' TO WS-KIT-EOF
                       ELSE
                           IF WS-KIT-COMP-COUNT < 20
                                   AND KIT-COMP-QTY > ZERO
                               ADD 1 TO WS-KIT-COMP-COUNT
                               MOVE KIT-COMP-CODE TO WS-KC-ITEM-CODE
                                   (WS-KIT-COMP-COUNT)
                               MOVE KIT-COMP-QTY TO WS-KC-QTY
                                   (WS-KIT-COMP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> The register sends whatever was scanned: the internal
      *> code, a manufacturer barcode, or a vendor part number. The
      *> direct read comes first and only a clean miss falls back
      *> to the cross-reference, as READ-ITEM-ANY-CODE does on the
      *> counter screens.
       READ-SOLD-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           IF PS-ITEM-INPUT (11:10) = SPACES
               MOVE PS-ITEM-INPUT (1:10) TO ITEM-CODE
               READ INVENTORY-FILE KEY IS ITEM-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID
                       MOVE 'Y' TO WS-ITEM-FOUND
               END-READ
               IF WS-ITEM-FOUND = 'Y' OR INV-FILESTATUS NOT = "23"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN INPUT XREF-FILE.
           IF XREF-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE PS-ITEM-INPUT TO XREF-ALT-CODE.
           READ XREF-FILE
               INVALID KEY
                   CLOSE XREF-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE XREF-FILE.
           MOVE XREF-ITEM-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   MOVE 'Y' TO WS-ITEM-FOUND
           END-READ.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           STRING
               FUNCTION TRIM (POS-SALES-RECORD TRAILING) ","
               WS-REJECT-REASON
           DELIMITED BY SIZE INTO REJECT-RECORD.
           WRITE REJECT-RECORD.

      *> A register-day is logged the moment its last line has been
      *> dealt with, so a run stopped later on does not post it
      *> again. Only register-days that actually posted something
      *> are logged; a file whose every line was rejected can be
      *> rerun once the inventory problem behind it is put right.
       RECORD-POSTED-DAY.
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                   UNTIL WS-RD-SUB > WS-RD-COUNT
               IF WS-RD-LAST-LINE (WS-RD-SUB) = WS-READ-COUNT
                       AND WS-RD-POSTED (WS-RD-SUB) NOT = 'Y'
                       AND WS-RD-LINES (WS-RD-SUB) > ZERO
                   MOVE SPACES TO POS-LOG-RECORD
                   STRING
                       FUNCTION TRIM (WS-POS-FILENAME) ","
                       WS-RD-REGISTER (WS-RD-SUB) ","
                       WS-RD-DATE (WS-RD-SUB) ","
                       WS-RD-LINES (WS-RD-SUB) ","
                       WS-TODAY-DATE
                   DELIMITED BY SIZE INTO POS-LOG-RECORD
                   PERFORM WRITE-POSTED-LOG
               END-IF
           END-PERFORM.

       WRITE-RUN-MARK.
           MOVE SPACES TO POS-LOG-RECORD.
           STRING
               FUNCTION TRIM (WS-POS-FILENAME) ","
               PL-REGISTER ","
               FUNCTION TRIM (PL-DATE) ","
               "00000" ","
               WS-TODAY-DATE
           DELIMITED BY SIZE INTO POS-LOG-RECORD.
           PERFORM WRITE-POSTED-LOG.

      *> Opened and closed round every row so each one is on disk
      *> before the next line is posted.
       WRITE-POSTED-LOG.
           OPEN EXTEND POS-LOG-FILE.
           IF PLOG-FILESTATUS = "35"
               OPEN OUTPUT POS-LOG-FILE
           END-IF.
           IF PLOG-FILESTATUS NOT = "00" AND PLOG-FILESTATUS NOT = "05"
               DISPLAY "WARNING: cannot write to POSPOSTED.DAT "
                   "(status " PLOG-FILESTATUS ") - "
                   FUNCTION TRIM (POS-LOG-RECORD) " not logged!"
               EXIT PARAGRAPH
           END-IF.
           WRITE POS-LOG-RECORD.
           CLOSE POS-LOG-FILE.

      *> Stamped with the register's own sale date and time, so the
      *> day's sales land on the day they were rung up.
       MOVEMENT-WRITE-ENTRY.
           MOVE PS-DATE-TEXT TO WS-MOVE-DATE.
           MOVE PS-TIME-TEXT TO WS-MOVE-TIME.
           MOVE WS-MOVE-COST TO WS-MOVE-COST-EDIT.
           OPEN EXTEND MOVEMENT-FILE.
           STRING
               WS-MOVE-DATE ","
               WS-MOVE-TIME ","
               WS-OPERATOR-ID ","
               ITEM-CODE ","
               "OUT" ","
               WS-MOVE-QTY ","
               WS-MOVE-REASON ","
               WS-MOVE-LOC ","
               WS-MOVE-COST-EDIT
           DELIMITED BY SIZE INTO MOVEMENT-RECORD.
           WRITE MOVEMENT-RECORD.
           CLOSE MOVEMENT-FILE.

      *> Takes WS-MOVE-QTY units of ITEM-CODE off its cost layers,
      *> oldest first, deleting each layer it uses up, and leaves
      *> what they cost in WS-MOVE-COST. Units no layer covers are
      *> costed at the item's unit cost.
       LAYER-CONSUME.
           MOVE ZERO TO WS-LAYER-COGS.
           MOVE WS-MOVE-QTY TO WS-LAYER-LEFT.
           MOVE 'N' TO WS-LAYER-OPEN-OK.
           OPEN I-O COST-LAYER-FILE.
           IF LAYER-FILESTATUS = "00"
               MOVE 'Y' TO WS-LAYER-OPEN-OK
           ELSE
               DISPLAY "[SYSTEM] Cost layer file unavailable (status "
                   LAYER-FILESTATUS ") - " ITEM-CODE " costed at "
                   "its unit cost."
           END-IF.
           IF WS-LAYER-OPEN-OK = 'Y'
               MOVE ITEM-CODE TO LAYER-ITEM-CODE
               MOVE ZERO TO LAYER-SEQ
               MOVE 'N' TO WS-LAYER-EOF
               START COST-LAYER-FILE KEY IS NOT LESS THAN LAYER-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LAYER-EOF
               END-START
               PERFORM UNTIL WS-LAYER-EOF = 'Y'
                       OR WS-LAYER-LEFT = ZERO
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
               END-PERFORM
               CLOSE COST-LAYER-FILE
           END-IF.
           IF WS-LAYER-LEFT > ZERO
               COMPUTE WS-LAYER-COGS = WS-LAYER-COGS
                   + WS-LAYER-LEFT * ITEM-UNIT-COST
           END-IF.
           MOVE WS-LAYER-COGS TO WS-MOVE-COST.
           ADD WS-LAYER-COGS TO WS-SALES-COST.

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
                       DISPLAY "[SYSTEM] Cost layer " LAYER-SEQ
                           " of " ITEM-CODE " not removed."
               END-DELETE
           ELSE
               REWRITE COST-LAYER-RECORD
                   INVALID KEY
                       DISPLAY "[SYSTEM] Cost layer " LAYER-SEQ
                           " of " ITEM-CODE " not updated."
               END-REWRITE
           END-IF.

       AUDIT-WRITE-ENTRY.
           MOVE WS-TODAY-DATE TO WS-AUDIT-DATE.
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

      *> The run date is the business date from BUSDATE.DAT (today
      *> on a site without one) unless a YYYYMMDD date follows the
      *> register file name on the command line.
       GET-RUN-DATE.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
           MOVE SPACES TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-COMMAND-LINE.
           MOVE SPACES TO WS-RUN-DATE-ARG.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-POS-FILENAME WS-RUN-DATE-ARG.
           IF WS-RUN-DATE-ARG = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-DATE-ARG (1:8) NUMERIC
                   AND WS-RUN-DATE-ARG (9:2) = SPACES
               MOVE WS-RUN-DATE-ARG (1:8) TO WS-RUN-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-RUN-DATE-NUM) = 0
                   MOVE WS-RUN-DATE-NUM TO WS-TODAY-DATE
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
