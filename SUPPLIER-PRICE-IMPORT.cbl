       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-PRICE-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORYFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS FILESTATUS.

           SELECT XREF-FILE ASSIGN TO "ITEMXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ALT-CODE
               FILE STATUS IS XREF-FILESTATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-CODE
               FILE STATUS IS SUP-FILESTATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILESTATUS.

           SELECT PRICE-LIST-FILE ASSIGN TO WS-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PL-FILESTATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILESTATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

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
               88 XREF-VENDOR        VALUE "VENDOR".
           05 XREF-SUPPLIER      PIC X(6).

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
           05 SUPPLIER-CODE      PIC X(6).
           05 SUPPLIER-NAME      PIC X(30).
           05 SUPPLIER-CONTACT   PIC X(30).
           05 SUPPLIER-LEAD-DAYS PIC 9(3).
           05 SUPPLIER-NET-DAYS  PIC 9(3).
           05 SUPPLIER-DISC-PCT  PIC 9(2)V99.
           05 SUPPLIER-DISC-DAYS PIC 9(3).
           05 FILLER             PIC X(20).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPER-ID            PIC X(10).
           05 OPER-PIN           PIC X(6).
           05 OPER-ROLE          PIC X.
               88 OPER-SUPERVISOR     VALUE 'S'.
           05 OPER-STATUS        PIC X.
               88 OPER-ACTIVE         VALUE 'A'.

      *> One line per part, as the supplier sends it:
      *> vendor part number,description,cost,pack size[,item code]
      *> The cost is for the whole pack; a blank pack size is one.
      *> The item code is optional and only used to link a part
      *> number not yet in the cross-reference.
       FD PRICE-LIST-FILE.
       01 PRICE-LIST-RECORD     PIC X(120).

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(120).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(132).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD      PIC X(132).

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
       01 XREF-FILESTATUS       PIC X(2).
       01 SUP-FILESTATUS        PIC X(2).
       01 OPER-FILESTATUS       PIC X(2).
       01 PL-FILESTATUS         PIC X(2).
       01 AUD-FILESTATUS        PIC X(2).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-OPERATOR-ID        PIC X(10).
       01 WS-OPERATOR-PIN       PIC X(6).
       01 WS-RUN-ALLOWED        PIC X.
       01 WS-POST-ANSWER        PIC X.
       01 WS-POST-MODE          PIC X VALUE 'N'.
       01 WS-CONFIRM            PIC X.
       01 WS-SUPPLIER-CODE      PIC X(6).
       01 WS-LIST-FILENAME      PIC X(60).
       01 WS-REPORT-FILENAME    PIC X(40).
       01 WS-EXC-FILENAME       PIC X(40).
       01 WS-PROMPT-TEXT        PIC X(10).
      *> A cost rise above this percentage is held for a buyer to
      *> look at rather than posted, unless another is keyed.
       01 WS-TOLERANCE-PCT      PIC 9(3)V9 VALUE 10.
       01 WS-TOL-EDIT           PIC ZZ9.9.

       01 PL-PARSE-FIELDS.
           05 PL-VENDOR-PART    PIC X(20).
           05 PL-DESCRIPTION    PIC X(30).
           05 PL-COST-TEXT      PIC X(15).
           05 PL-PACK-TEXT      PIC X(7).
           05 PL-ITEM-CODE      PIC X(10).
       01 PL-LINE-NO            PIC 9(6) VALUE ZERO.
       01 PL-PACK-COST          PIC 9(7)V99.
       01 PL-PACK-SIZE          PIC 9(5).
       01 PL-UNIT-COST          PIC 9(7)V99.
       01 WS-LINE-OK            PIC X.
       01 WS-XREF-OPEN          PIC X VALUE 'N'.
       01 WS-ACTION             PIC X(10).
       01 WS-EXC-REASON         PIC X(20).
       01 WS-EXC-DETAIL         PIC X(50).

       01 WS-OLD-COST           PIC 9(7)V99.
       01 WS-CHANGE-PCT         PIC S9(5)V9.
       01 WS-OLD-MARGIN         PIC S9(5)V9.
       01 WS-NEW-MARGIN         PIC S9(5)V9.
       01 WS-COST-LIMIT         PIC 9(9)V99.
       01 WS-COST-EDIT-1        PIC Z(6)9.99.
       01 WS-COST-EDIT-2        PIC Z(6)9.99.
       01 WS-PRICE-EDIT         PIC Z(6)9.99.
       01 WS-PCT-EDIT-1         PIC -(5)9.9.
       01 WS-PCT-EDIT-2         PIC -(5)9.9.
       01 WS-PCT-EDIT-3         PIC -(5)9.9.
       01 WS-PACK-EDIT          PIC ZZZZ9.
       01 WS-STOCK-DIFF         PIC S9(11)V99 VALUE ZERO.
       01 WS-STOCK-DIFF-EDIT    PIC -(10)9.99.

       01 WS-READ-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-MATCHED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-LINKED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-CHANGED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-UNCHANGED-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-POSTED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-EXC-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-MARGIN-DOWN        PIC 9(6) VALUE ZERO.
       01 WS-MARGIN-UP          PIC 9(6) VALUE ZERO.

      *> Items already met in this list -- a second line for the
      *> same item (a unit and a case both listed, say) is an
      *> exception, not a second cost change.
       01 MTC-TABLE.
           05 MTC-ITEM-CODE OCCURS 2000 TIMES PIC X(10).
       01 MTC-COUNT             PIC 9(4) VALUE ZERO.
       01 MTC-SUB               PIC 9(4).
       01 MTC-FOUND             PIC X.

       01 WS-AUDIT-FIELD        PIC X(15).
       01 WS-AUDIT-OLDVAL       PIC X(30).
       01 WS-AUDIT-NEWVAL       PIC X(30).
       01 WS-AUDIT-DATE         PIC 9(8).
       01 WS-AUDIT-TIME         PIC 9(8).
       01 WS-AUDIT-OLD-COST     PIC 9(7).99.
       01 WS-AUDIT-NEW-COST     PIC 9(7).99.

       01 WS-RPT-ACTIVE         PIC X VALUE 'N'.
       01 WS-RPT-DETAIL         PIC X(132).
       01 WS-RPT-DATE           PIC 9(8).
       01 WS-RPT-TIME           PIC 9(8).
       01 WS-RPT-PAGE-NO        PIC 9(4).
       01 WS-RPT-LINE-COUNT     PIC 99.
       01 WS-RPT-PAGE-LINES     PIC 99 VALUE 55.
       01 WS-EXC-ACTIVE         PIC X VALUE 'N'.
       01 WS-EXC-PAGE-NO        PIC 9(4).
       01 WS-EXC-LINE-COUNT     PIC 99.

      *> A supplier's seasonal price list, matched line by line to
      *> our items through the supplier's vendor part numbers in
      *> the cross-reference, refreshes ITEM-UNIT-COST -- the cost
      *> the next receipt defaults to and margins are quoted on.
      *> Every run writes PRICEIMP_yyyymmdd.RPT with the margin
      *> impact of each matched line against the selling price,
      *> and PRICEEXC_yyyymmdd.RPT with every line not posted: no
      *> match for this supplier, item missing, a bad cost or pack,
      *> the same item twice, or a rise above the tolerance. Run
      *> without posting, it is the validate pass for the buyer to
      *> read; posting takes a supervisor and an open business day
      *> and writes a UNIT-COST audit entry per item changed. A
      *> line carrying our item code for a part number not yet in
      *> the cross-reference is linked to it when posting, provided
      *> the item is bought from this supplier.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           DISPLAY "======================================="
           DISPLAY "      SUPPLIER PRICE-LIST IMPORT"
           DISPLAY "======================================="
           DISPLAY "Operator ID: " NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM ASK-RUN-OPTIONS.

           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open SUPPLIER.DAT (status "
                   SUP-FILESTATUS ") - nothing imported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SUPPLIER-CODE TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "[SYSTEM] Supplier " WS-SUPPLIER-CODE
                       " is not on file - nothing imported."
                   CLOSE SUPPLIER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE SUPPLIER-FILE.
           DISPLAY "Supplier: " SUPPLIER-NAME.

           OPEN INPUT PRICE-LIST-FILE.
           IF PL-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open "
                   FUNCTION TRIM (WS-LIST-FILENAME) " (status "
                   PL-FILESTATUS ") - nothing imported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-POST-MODE = 'Y'
               OPEN I-O INVENTORY-FILE
           ELSE
               OPEN INPUT INVENTORY-FILE
           END-IF.
           IF FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVENTORYFILE.DAT "
                   "(status " FILESTATUS ") - nothing imported."
               CLOSE PRICE-LIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-POST-MODE = 'Y'
               OPEN I-O XREF-FILE
               IF XREF-FILESTATUS = "35"
                   OPEN OUTPUT XREF-FILE
                   CLOSE XREF-FILE
                   OPEN I-O XREF-FILE
               END-IF
           ELSE
               OPEN INPUT XREF-FILE
           END-IF.
           IF XREF-FILESTATUS = "00"
               MOVE 'Y' TO WS-XREF-OPEN
           ELSE
               DISPLAY "WARNING: no cross-reference file (status "
                   XREF-FILESTATUS ") - no line can be matched."
           END-IF.

           PERFORM REPORT-OPEN.
           PERFORM EXC-OPEN.
           PERFORM UNTIL PL-FILESTATUS NOT = "00"
               READ PRICE-LIST-FILE
                   AT END
                       MOVE "10" TO PL-FILESTATUS
                   NOT AT END
                       ADD 1 TO PL-LINE-NO
                       PERFORM PROCESS-PRICE-LINE
               END-READ
           END-PERFORM.
           CLOSE PRICE-LIST-FILE.
           CLOSE INVENTORY-FILE.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-FILE
           END-IF.

           PERFORM IMPACT-SUMMARY.
           PERFORM REPORT-CLOSE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "EXCEPTIONS " WS-EXC-COUNT
               "  FROM " WS-READ-COUNT " LINE(S) READ"
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM EXC-WRITE-LINE.
           PERFORM EXC-CLOSE.

           MOVE WS-STOCK-DIFF TO WS-STOCK-DIFF-EDIT.
           DISPLAY "======================================="
           DISPLAY "Lines read: " WS-READ-COUNT
           DISPLAY "Matched: " WS-MATCHED-COUNT
               "  (newly linked: " WS-LINKED-COUNT ")"
           DISPLAY "Cost changes: " WS-CHANGED-COUNT
               "  unchanged: " WS-UNCHANGED-COUNT
           DISPLAY "Held (rise over " WS-TOL-EDIT "%): " WS-HELD-COUNT
           DISPLAY "Exceptions: " WS-EXC-COUNT
           DISPLAY "Margin down on " WS-MARGIN-DOWN " item(s), up on "
               WS-MARGIN-UP
           DISPLAY "Cost change on stock on hand: " WS-STOCK-DIFF-EDIT
           IF WS-POST-MODE = 'Y'
               DISPLAY "Costs posted: " WS-POSTED-COUNT
                   "  failed: " WS-FAILED-COUNT
           ELSE
               DISPLAY "Validate only - nothing posted."
           END-IF
           STOP RUN.

      *> Posting is asked for last so the buyer can always run the
      *> validate pass without a supervisor.
       ASK-RUN-OPTIONS.
           DISPLAY "Supplier Code: " NO ADVANCING.
           MOVE SPACES TO WS-SUPPLIER-CODE.
           ACCEPT WS-SUPPLIER-CODE.
           DISPLAY "Price-list file: " NO ADVANCING.
           MOVE SPACES TO WS-LIST-FILENAME.
           ACCEPT WS-LIST-FILENAME.
           MOVE WS-TOLERANCE-PCT TO WS-TOL-EDIT.
           DISPLAY "Cost rise tolerance % (blank = " WS-TOL-EDIT
               "): " NO ADVANCING.
           MOVE SPACES TO WS-PROMPT-TEXT.
           ACCEPT WS-PROMPT-TEXT.
           IF WS-PROMPT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-PROMPT-TEXT) = 0
                       AND FUNCTION NUMVAL (WS-PROMPT-TEXT) >= 0
                       AND FUNCTION NUMVAL (WS-PROMPT-TEXT) <= 999
                   COMPUTE WS-TOLERANCE-PCT =
                       FUNCTION NUMVAL (WS-PROMPT-TEXT)
                   MOVE WS-TOLERANCE-PCT TO WS-TOL-EDIT
               ELSE
                   DISPLAY "Not 0 to 999 - using " WS-TOL-EDIT "."
               END-IF
           END-IF.
           DISPLAY "Post the cost changes? (N = validate only): "
               NO ADVANCING.
           ACCEPT WS-POST-ANSWER.
           IF WS-POST-ANSWER NOT = 'Y' AND WS-POST-ANSWER NOT = 'y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-DATE NOT > WS-CLOSED-THRU
               DISPLAY "Business day " WS-RUN-DATE " is closed - "
                   "validate only."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RUN-ALLOWED.
           IF WS-RUN-ALLOWED NOT = 'Y'
               DISPLAY "Posting costs needs a supervisor - validate "
                   "only."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Costs will be posted. Continue? (Y/N): "
               NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 'Y' TO WS-POST-MODE
           ELSE
               DISPLAY "Validate only."
           END-IF.

       CHECK-RUN-ALLOWED.
           MOVE 'N' TO WS-RUN-ALLOWED.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-FILESTATUS NOT = "00"
               DISPLAY "WARNING: no operator master on file - "
                   "cost posting unverified."
               MOVE 'Y' TO WS-RUN-ALLOWED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Operator PIN: " NO ADVANCING.
           ACCEPT WS-OPERATOR-PIN.
           MOVE WS-OPERATOR-ID TO OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   IF OPER-SUPERVISOR AND OPER-ACTIVE
                           AND OPER-PIN = WS-OPERATOR-PIN
                       MOVE 'Y' TO WS-RUN-ALLOWED
                   END-IF
           END-READ.
           CLOSE OPERATOR-FILE.
           IF WS-RUN-ALLOWED NOT = 'Y'
               MOVE WS-OPERATOR-ID TO ITEM-CODE
               MOVE "PERM-REFUSED" TO WS-AUDIT-FIELD
               MOVE "PRICE-IMPORT" TO WS-AUDIT-OLDVAL
               MOVE SPACES TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.

       PROCESS-PRICE-LINE.
           IF PRICE-LIST-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PL-PARSE-FIELDS.
           UNSTRING PRICE-LIST-RECORD DELIMITED BY ","
               INTO PL-VENDOR-PART PL-DESCRIPTION PL-COST-TEXT
                   PL-PACK-TEXT PL-ITEM-CODE.
      *> A heading line on the supplier's file is passed over.
           IF PL-LINE-NO = 1
                   AND FUNCTION TEST-NUMVAL (PL-COST-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-READ-COUNT.

           IF PL-COST-TEXT = SPACES
                   OR FUNCTION TEST-NUMVAL (PL-COST-TEXT) NOT = 0
               MOVE "BAD COST" TO WS-EXC-REASON
               MOVE PL-COST-TEXT TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (PL-COST-TEXT) <= 0
                   OR FUNCTION NUMVAL (PL-COST-TEXT) > 9999999.99
               MOVE "BAD COST" TO WS-EXC-REASON
               MOVE PL-COST-TEXT TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PL-PACK-COST = FUNCTION NUMVAL (PL-COST-TEXT).
           IF PL-PACK-TEXT = SPACES
               MOVE 1 TO PL-PACK-SIZE
           ELSE
               IF FUNCTION TEST-NUMVAL (PL-PACK-TEXT) NOT = 0
                   MOVE "BAD PACK SIZE" TO WS-EXC-REASON
                   MOVE PL-PACK-TEXT TO WS-EXC-DETAIL
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL (PL-PACK-TEXT) < 1
                       OR FUNCTION NUMVAL (PL-PACK-TEXT) > 99999
                   MOVE "BAD PACK SIZE" TO WS-EXC-REASON
                   MOVE PL-PACK-TEXT TO WS-EXC-DETAIL
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               COMPUTE PL-PACK-SIZE = FUNCTION NUMVAL (PL-PACK-TEXT)
           END-IF.
           COMPUTE PL-UNIT-COST ROUNDED = PL-PACK-COST / PL-PACK-SIZE.

           PERFORM MATCH-VENDOR-PART.
           IF WS-LINE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE XREF-ITEM-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   MOVE "ITEM NOT ON FILE" TO WS-EXC-REASON
                   MOVE XREF-ITEM-CODE TO WS-EXC-DETAIL
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO MTC-FOUND.
           PERFORM VARYING MTC-SUB FROM 1 BY 1
               UNTIL MTC-SUB > MTC-COUNT OR MTC-FOUND = 'Y'
               IF MTC-ITEM-CODE (MTC-SUB) = ITEM-CODE
                   MOVE 'Y' TO MTC-FOUND
               END-IF
           END-PERFORM.
           IF MTC-FOUND = 'Y'
               MOVE "DUPLICATE ITEM" TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-DETAIL
               STRING
                   ITEM-CODE " already priced by an earlier line"
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF MTC-COUNT < 2000
               ADD 1 TO MTC-COUNT
               MOVE ITEM-CODE TO MTC-ITEM-CODE (MTC-COUNT)
           END-IF.

           ADD 1 TO WS-MATCHED-COUNT.
           MOVE ITEM-UNIT-COST TO WS-OLD-COST.
           PERFORM WEIGH-COST-CHANGE.
           PERFORM IMPACT-LINE.
           IF WS-ACTION = "HELD"
               MOVE "RISE OVER TOLERANCE" TO WS-EXC-REASON
               MOVE WS-OLD-COST TO WS-COST-EDIT-1
               MOVE PL-UNIT-COST TO WS-COST-EDIT-2
               MOVE WS-CHANGE-PCT TO WS-PCT-EDIT-1
               MOVE SPACES TO WS-EXC-DETAIL
               STRING
                   ITEM-CODE " " WS-COST-EDIT-1 " ->"
                   WS-COST-EDIT-2 WS-PCT-EDIT-1 "%"
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-POST-MODE = 'Y' AND WS-ACTION = "POSTED"
               PERFORM POST-COST-CHANGE
           END-IF.

      *> The part number must be this supplier's VENDOR entry; a
      *> barcode or another supplier's part of the same number is
      *> not a match. An unknown part carrying our item code is
      *> linked when posting, and only checked when validating.
       MATCH-VENDOR-PART.
           MOVE 'N' TO WS-LINE-OK.
           IF PL-VENDOR-PART = SPACES
               MOVE "NO PART NUMBER" TO WS-EXC-REASON
               MOVE PL-DESCRIPTION TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-OPEN NOT = 'Y'
               MOVE "NO MATCH" TO WS-EXC-REASON
               MOVE "no cross-reference file" TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE PL-VENDOR-PART TO XREF-ALT-CODE.
           READ XREF-FILE
               INVALID KEY
                   PERFORM LINK-NEW-PART
                   EXIT PARAGRAPH
           END-READ.
           IF NOT XREF-VENDOR OR XREF-SUPPLIER NOT = WS-SUPPLIER-CODE
               MOVE "OTHER SUPPLIER" TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-DETAIL
               STRING
                   "on file as " XREF-TYPE " " XREF-SUPPLIER
                   " for " XREF-ITEM-CODE
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-LINE-OK.

       LINK-NEW-PART.
           IF PL-ITEM-CODE = SPACES
               MOVE "NO MATCH" TO WS-EXC-REASON
               MOVE "part number not in cross-reference"
                   TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE PL-ITEM-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   MOVE "ITEM NOT ON FILE" TO WS-EXC-REASON
                   MOVE PL-ITEM-CODE TO WS-EXC-DETAIL
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ.
           IF ITEM-SUPPLIER-CODE NOT = WS-SUPPLIER-CODE
               MOVE "OTHER SUPPLIER" TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-DETAIL
               STRING
                   ITEM-CODE " is bought from " ITEM-SUPPLIER-CODE
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE PL-VENDOR-PART TO XREF-ALT-CODE.
           MOVE ITEM-CODE TO XREF-ITEM-CODE.
           MOVE "VENDOR" TO XREF-TYPE.
           MOVE WS-SUPPLIER-CODE TO XREF-SUPPLIER.
           IF WS-POST-MODE NOT = 'Y'
               MOVE 'Y' TO WS-LINE-OK
               ADD 1 TO WS-LINKED-COUNT
               EXIT PARAGRAPH
           END-IF.
           WRITE XREF-RECORD
               INVALID KEY
                   MOVE "NO MATCH" TO WS-EXC-REASON
                   MOVE "cross-reference not written"
                       TO WS-EXC-DETAIL
                   PERFORM WRITE-EXCEPTION
               NOT INVALID
                   MOVE 'Y' TO WS-LINE-OK
                   ADD 1 TO WS-LINKED-COUNT
                   MOVE "XREF-ADD" TO WS-AUDIT-FIELD
                   MOVE SPACES TO WS-AUDIT-OLDVAL
                   MOVE XREF-ALT-CODE TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
           END-WRITE.

      *> Sets WS-ACTION: UNCHANGED, HELD (rise beyond tolerance on
      *> an item that has a cost to compare with) or POSTED -- the
      *> line goes through, or would on a posting run.
       WEIGH-COST-CHANGE.
           MOVE ZERO TO WS-CHANGE-PCT.
           IF WS-OLD-COST > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (PL-UNIT-COST - WS-OLD-COST) * 100 / WS-OLD-COST
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CHANGE-PCT
               END-COMPUTE
           END-IF.
           IF PL-UNIT-COST = WS-OLD-COST
               MOVE "UNCHANGED" TO WS-ACTION
               ADD 1 TO WS-UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-OLD-COST > ZERO
               COMPUTE WS-COST-LIMIT ROUNDED =
                   WS-OLD-COST * (100 + WS-TOLERANCE-PCT) / 100
               IF PL-UNIT-COST > WS-COST-LIMIT
                   MOVE "HELD" TO WS-ACTION
                   ADD 1 TO WS-HELD-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "POSTED" TO WS-ACTION.
           ADD 1 TO WS-CHANGED-COUNT.
           IF PL-UNIT-COST > WS-OLD-COST
               ADD 1 TO WS-MARGIN-DOWN
           ELSE
               ADD 1 TO WS-MARGIN-UP
           END-IF.
           COMPUTE WS-STOCK-DIFF = WS-STOCK-DIFF
               + STOCK-QUANTITY * (PL-UNIT-COST - WS-OLD-COST).

       IMPACT-LINE.
           MOVE ZERO TO WS-OLD-MARGIN.
           MOVE ZERO TO WS-NEW-MARGIN.
           IF UNIT-PRICE > ZERO
               COMPUTE WS-OLD-MARGIN ROUNDED =
                   (UNIT-PRICE - WS-OLD-COST) * 100 / UNIT-PRICE
                   ON SIZE ERROR
                       MOVE -99999.9 TO WS-OLD-MARGIN
               END-COMPUTE
               COMPUTE WS-NEW-MARGIN ROUNDED =
                   (UNIT-PRICE - PL-UNIT-COST) * 100 / UNIT-PRICE
                   ON SIZE ERROR
                       MOVE -99999.9 TO WS-NEW-MARGIN
               END-COMPUTE
           END-IF.
           MOVE PL-PACK-SIZE TO WS-PACK-EDIT.
           MOVE WS-OLD-COST TO WS-COST-EDIT-1.
           MOVE PL-UNIT-COST TO WS-COST-EDIT-2.
           MOVE UNIT-PRICE TO WS-PRICE-EDIT.
           MOVE WS-CHANGE-PCT TO WS-PCT-EDIT-1.
           MOVE WS-OLD-MARGIN TO WS-PCT-EDIT-2.
           MOVE WS-NEW-MARGIN TO WS-PCT-EDIT-3.
           IF WS-ACTION = "POSTED" AND WS-POST-MODE NOT = 'Y'
               MOVE "TO POST" TO WS-ACTION
           END-IF.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               ITEM-CODE " " PL-VENDOR-PART " " WS-PACK-EDIT " "
               WS-COST-EDIT-1 " " WS-COST-EDIT-2 " "
               WS-PCT-EDIT-1 " " WS-PRICE-EDIT " "
               WS-PCT-EDIT-2 " " WS-PCT-EDIT-3 "  " WS-ACTION
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           IF WS-ACTION = "TO POST"
               MOVE "POSTED" TO WS-ACTION
           END-IF.

      *> The record read for the match is still in the buffer; the
      *> rewrite carries only the new cost.
       POST-COST-CHANGE.
           MOVE PL-UNIT-COST TO ITEM-UNIT-COST.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "Error updating cost for " ITEM-CODE "!"
               NOT INVALID
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE "UNIT-COST" TO WS-AUDIT-FIELD
                   MOVE WS-OLD-COST TO WS-AUDIT-OLD-COST
                   MOVE ITEM-UNIT-COST TO WS-AUDIT-NEW-COST
                   MOVE WS-AUDIT-OLD-COST TO WS-AUDIT-OLDVAL
                   MOVE WS-AUDIT-NEW-COST TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
           END-REWRITE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               PL-LINE-NO " " PL-VENDOR-PART " " PL-DESCRIPTION " "
               WS-EXC-REASON " " WS-EXC-DETAIL
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM EXC-WRITE-LINE.

       IMPACT-SUMMARY.
           MOVE WS-STOCK-DIFF TO WS-STOCK-DIFF-EDIT.
           MOVE SPACES TO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "LINES " WS-READ-COUNT "  MATCHED " WS-MATCHED-COUNT
               "  CHANGED " WS-CHANGED-COUNT
               "  UNCHANGED " WS-UNCHANGED-COUNT
               "  HELD " WS-HELD-COUNT
               "  EXCEPTIONS " WS-EXC-COUNT
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "MARGIN DOWN ON " WS-MARGIN-DOWN
               "  UP ON " WS-MARGIN-UP
               "  COST CHANGE ON STOCK ON HAND " WS-STOCK-DIFF-EDIT
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           IF WS-POST-MODE = 'Y'
               STRING
                   "COSTS POSTED " WS-POSTED-COUNT
                   "  FAILED " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           ELSE
               MOVE "VALIDATE ONLY - NOTHING POSTED" TO WS-RPT-DETAIL
           END-IF.
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

      *> Both print files are always written, headings repeated per
      *> page: the margin impact of the matched lines, and the
      *> exceptions left for the buyer.
       REPORT-OPEN.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           ACCEPT WS-RPT-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING
               "PRICEIMP_" WS-RPT-DATE ".RPT"
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
               "PRICE-LIST MARGIN IMPACT - SUPPLIER " WS-SUPPLIER-CODE
               "  TOLERANCE " WS-TOL-EDIT "%  PAGE " WS-RPT-PAGE-NO
           DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "RUN " WS-RPT-DATE " " WS-RPT-TIME
               "  OPERATOR " WS-OPERATOR-ID
               "  FILE " WS-LIST-FILENAME
           DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ITEM CODE  VENDOR PART           PACK   OLD COST   "
               & "NEW COST   CHG %      PRICE  OLD MGN% NEW MGN%  "
               & "ACTION"
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

       EXC-OPEN.
           MOVE SPACES TO WS-EXC-FILENAME.
           STRING
               "PRICEEXC_" WS-RPT-DATE ".RPT"
           DELIMITED BY SIZE INTO WS-EXC-FILENAME.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE 'Y' TO WS-EXC-ACTIVE.
           MOVE ZERO TO WS-EXC-PAGE-NO.
           PERFORM EXC-NEW-PAGE.

       EXC-NEW-PAGE.
           ADD 1 TO WS-EXC-PAGE-NO.
           IF WS-EXC-PAGE-NO > 1
               MOVE SPACES TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING
               "PRICE-LIST EXCEPTIONS - SUPPLIER " WS-SUPPLIER-CODE
               "  NOT POSTED  PAGE " WS-EXC-PAGE-NO
           DELIMITED BY SIZE INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING
               "RUN " WS-RPT-DATE " " WS-RPT-TIME
               "  OPERATOR " WS-OPERATOR-ID
               "  FILE " WS-LIST-FILENAME
           DELIMITED BY SIZE INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE "LINE   VENDOR PART          DESCRIPTION            "
               & "        REASON               DETAIL"
               TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE ALL "-" TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE 4 TO WS-EXC-LINE-COUNT.

       EXC-WRITE-LINE.
           IF WS-EXC-ACTIVE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXC-LINE-COUNT >= WS-RPT-PAGE-LINES
               PERFORM EXC-NEW-PAGE
           END-IF.
           MOVE WS-RPT-DETAIL TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-EXC-LINE-COUNT.

       EXC-CLOSE.
           IF WS-EXC-ACTIVE = 'Y'
               CLOSE EXCEPTION-FILE
               DISPLAY "Exceptions written to " WS-EXC-FILENAME
               MOVE 'N' TO WS-EXC-ACTIVE
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
