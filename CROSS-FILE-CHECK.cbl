       IDENTIFICATION DIVISION.
       PROGRAM-ID. CROSS-FILE-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORYFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS FILESTATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-CODE
               FILE STATUS IS SUP-FILESTATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CODE
               FILE STATUS IS CUST-FILESTATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILESTATUS.

           SELECT XREF-FILE ASSIGN TO "ITEMXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ALT-CODE
               FILE STATUS IS XREF-FILESTATUS.

           SELECT PO-MASTER-FILE ASSIGN TO "POMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILESTATUS.

           SELECT CUST-ORDER-FILE ASSIGN TO "CUSTORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS CO-FILESTATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS SI-FILESTATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILESTATUS.

           SELECT CHECK-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINDING-SORT-FILE ASSIGN TO "XFCSORT.TMP".

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

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-CODE          PIC X(6).
           05 CUST-NAME          PIC X(30).
           05 CUST-PHONE         PIC X(15).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPER-ID            PIC X(10).
           05 OPER-PIN           PIC X(6).
           05 OPER-ROLE          PIC X.
               88 OPER-SUPERVISOR     VALUE 'S'.
               88 OPER-CLERK          VALUE 'C'.
           05 OPER-STATUS        PIC X.
               88 OPER-ACTIVE         VALUE 'A'.
               88 OPER-DISABLED       VALUE 'D'.

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XREF-ALT-CODE      PIC X(20).
           05 XREF-ITEM-CODE     PIC X(10).
           05 XREF-TYPE          PIC X(8).
               88 XREF-BARCODE        VALUE "BARCODE".
               88 XREF-VENDOR         VALUE "VENDOR".
           05 XREF-SUPPLIER      PIC X(6).

       FD PO-MASTER-FILE.
       01 PO-MASTER-RECORD.
           05 PO-KEY.
               10 PO-NUMBER          PIC 9(6).
               10 PO-LINE-NO         PIC 9(3).
           05 PO-REC-TYPE           PIC X.
           05 PO-HEADER-FIELDS.
               10 PO-ORDER-DATE      PIC 9(8).
               10 PO-STATUS          PIC X(10).
               10 PO-LINE-COUNT      PIC 9(3).
               10 PO-SUPPLIER-CODE   PIC X(6).
               10 FILLER             PIC X(11).
           05 PO-LINE-FIELDS REDEFINES PO-HEADER-FIELDS.
               10 PO-LINE-ITEM-CODE  PIC X(10).
               10 PO-LINE-ORDER-QTY  PIC 9(5).
               10 PO-LINE-RECEIVED-QTY PIC 9(5).
               10 PO-LINE-STATUS     PIC X(10).
               10 PO-LINE-RECEIVED-DATE PIC 9(8).

       FD CUST-ORDER-FILE.
       01 CUST-ORDER-RECORD.
           05 CO-KEY.
               10 CO-ORDER-NO        PIC 9(6).
               10 CO-LINE-NO         PIC 9(3).
           05 CO-REC-TYPE           PIC X.
           05 CO-HEADER-FIELDS.
               10 CO-CUST-CODE       PIC X(6).
               10 CO-CUST-NAME       PIC X(30).
               10 CO-CUST-PHONE      PIC X(15).
               10 CO-ORDER-DATE      PIC 9(8).
               10 CO-STATUS          PIC X(10).
               10 CO-LINE-COUNT      PIC 9(3).
               10 CO-ORDER-TOTAL     PIC 9(9)V99.
               10 CO-DEPOSIT-AMT     PIC 9(9)V99.
           05 CO-LINE-FIELDS REDEFINES CO-HEADER-FIELDS.
               10 CO-LINE-ITEM-CODE  PIC X(10).
               10 CO-LINE-QTY        PIC 9(5).
               10 CO-LINE-STATUS     PIC X(10).
               10 CO-LINE-BO-QTY     PIC 9(5).
               10 CO-LINE-UNIT-PRICE PIC 9(7)V99.
               10 CO-LINE-SETTLED-QTY PIC 9(5).
               10 CO-LINE-RETURNED-QTY PIC 9(5).
               10 CO-LINE-SETTLE-DATE PIC 9(8).
               10 FILLER             PIC X(37).

       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           05 INV-KEY.
               10 INV-INVOICE-NO     PIC X(12).
               10 INV-LINE-NO        PIC 9(3).
           05 INV-REC-TYPE          PIC X.
           05 INV-HEADER-FIELDS.
               10 INV-SUPPLIER-CODE  PIC X(6).
               10 INV-PO-NUMBER      PIC 9(6).
               10 INV-DATE           PIC 9(8).
               10 INV-STATUS         PIC X(10).
               10 INV-LINE-COUNT     PIC 9(3).
               10 INV-TOTAL-AMT      PIC 9(9)V99.
               10 INV-DUE-DATE       PIC 9(8).
               10 INV-DISC-DATE      PIC 9(8).
               10 INV-DISC-PCT       PIC 9(2)V99.
               10 INV-PAID-DATE      PIC 9(8).
               10 INV-PAID-AMT       PIC 9(9)V99.
               10 FILLER             PIC X(20).
           05 INV-LINE-FIELDS REDEFINES INV-HEADER-FIELDS.
               10 INV-LINE-ITEM-CODE PIC X(10).
               10 INV-LINE-QTY       PIC 9(5).
               10 INV-LINE-PRICE     PIC 9(7)V99.
               10 INV-LINE-MATCH     PIC X(20).
               10 FILLER             PIC X(59).

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(120).

       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-RECORD   PIC X(120).

      *> One finding per record: graded HIGH (1), MEDIUM (2) or
      *> LOW (3), and kept in the order found within each grade.
       SD FINDING-SORT-FILE.
       01 FINDING-SORT-RECORD.
           05 SRT-RANK          PIC 9.
           05 SRT-SEQ           PIC 9(6).
           05 SRT-LINE          PIC X(120).

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
       01 WS-RUN-MODE-ARG       PIC X(10).
       01 WS-RUN-DATE-NUM       PIC 9(8).
       01 FILESTATUS            PIC X(2).
       01 SUP-FILESTATUS        PIC X(2).
       01 CUST-FILESTATUS       PIC X(2).
       01 OPER-FILESTATUS       PIC X(2).
       01 XREF-FILESTATUS       PIC X(2).
       01 PO-FILESTATUS         PIC X(2).
       01 CO-FILESTATUS         PIC X(2).
       01 SI-FILESTATUS         PIC X(2).
       01 AUD-FILESTATUS        PIC X(2).
       01 WS-REPORT-FILENAME    PIC X(40).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-RC             PIC 9 VALUE ZERO.

      *> Repair mode, asked for with REPAIR on the command line.
       01 WS-REPAIR-ASKED       PIC X VALUE 'N'.
       01 WS-REPAIR-MODE        PIC X VALUE 'N'.
       01 WS-OPERATOR-ID        PIC X(10) VALUE "BATCH".
       01 WS-OPERATOR-PIN       PIC X(6).
       01 WS-RUN-ALLOWED        PIC X.
       01 WS-CONFIRM            PIC X.
       01 WS-REPAIR-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-REPAIR-FAILED      PIC 9(5) VALUE ZERO.
       01 WS-REWRITE-STATUS     PIC X(2).

      *> Y = open, N = not on file (nothing to check), E = could
      *> not be opened (reported, and its links left unchecked).
       01 WS-SUP-OPEN           PIC X.
       01 WS-CUST-OPEN          PIC X.
       01 WS-OPER-OPEN          PIC X.
       01 WS-XREF-OPEN          PIC X.
       01 WS-PO-OPEN            PIC X.
       01 WS-CO-OPEN            PIC X.
       01 WS-SI-OPEN            PIC X.
       01 WS-OPEN-STATUS        PIC X(2).
       01 WS-OPEN-NAME          PIC X(20).
       01 WS-OPEN-STATE         PIC X.
       01 OPEN-FAIL-TABLE.
           05 OPEN-FAIL-ENTRY OCCURS 8 TIMES.
               10 OPEN-FAIL-NAME PIC X(20).
               10 OPEN-FAIL-STATUS PIC X(2).
       01 OPEN-FAIL-COUNT       PIC 9 VALUE ZERO.
       01 OPEN-FAIL-SUB         PIC 9.

       01 WS-ON-FILE            PIC X.
       01 WS-LOOKUP-CODE        PIC X(10).
       01 WS-READ-COUNT         PIC 9(7).
       01 WS-READ-STATUS        PIC X(2).
       01 WS-ITEMS-READ         PIC 9(7) VALUE ZERO.
       01 WS-DOC-RECS-READ      PIC 9(7) VALUE ZERO.
       01 WS-SUPERVISOR-COUNT   PIC 9(5) VALUE ZERO.

      *> The document whose records are being read: a line whose
      *> key range has no header is an orphan, a header with no
      *> lines after it is an empty document.
       01 WS-DOC-NUMBER         PIC X(12).
       01 WS-CUR-DOC            PIC X(12).
       01 WS-DOC-HAS-HEADER     PIC X.
       01 WS-DOC-LINES          PIC 9(4).
       01 WS-DOC-OPEN           PIC X.
       01 WS-LINE-OPEN          PIC X.

      *> What the open customer orders say each item should have
      *> allocated: the ordered quantity less any backorder balance
      *> on every unsettled line of an order not yet picked or
      *> cancelled, exactly as order entry and the backorder fill
      *> allocate it.
       01 ALC-TABLE.
           05 ALC-ENTRY OCCURS 5000 TIMES.
               10 ALC-ITEM-CODE  PIC X(10).
               10 ALC-QTY        PIC 9(7).
       01 ALC-COUNT             PIC 9(4) VALUE ZERO.
       01 ALC-SUB               PIC 9(4).
       01 ALC-FOUND             PIC X.
       01 ALC-CAP-HIT           PIC X VALUE 'N'.
       01 WS-ALLOC-USABLE       PIC X VALUE 'Y'.
       01 WS-ALLOC-WHY          PIC X(40).
       01 WS-LINE-ALLOC         PIC 9(5).
       01 WS-EXPECTED-ALLOC     PIC 9(7).
       01 WS-OLD-ALLOC          PIC 9(5).

      *> The finding being released to the sort.
       01 WS-F-RANK             PIC 9.
       01 WS-F-SEVERITY         PIC X(6).
       01 WS-F-FILE             PIC X(9).
       01 WS-F-KEY              PIC X(16).
       01 WS-F-REASON           PIC X(30).
       01 WS-F-DETAIL           PIC X(50).
       01 WS-FINDING-SEQ        PIC 9(6) VALUE ZERO.
       01 WS-HIGH-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-MEDIUM-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-LOW-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-SORT-EOF           PIC X.

       01 WS-AUDIT-KEY          PIC X(10).
       01 WS-AUDIT-FIELD        PIC X(15).
       01 WS-AUDIT-OLDVAL       PIC X(30).
       01 WS-AUDIT-NEWVAL       PIC X(30).
       01 WS-AUDIT-DATE         PIC 9(8).
       01 WS-AUDIT-TIME         PIC 9(8).

      *> Runs in the nightly stream after the day's postings and
      *> reads the masters against one another, where the backup
      *> check only looks inside the inventory file: every item,
      *> cross-reference, PO, customer order and invoice line must
      *> point at a supplier, customer or item still on file, and
      *> ITEM-ALLOCATED-QTY must equal what the open customer
      *> orders have allocated. Each finding is graded --
      *>   HIGH   stock or money wrong now: allocation out of step,
      *>          an open order or PO line for an item not on file,
      *>          an unapproved invoice against a PO not on file,
      *>          no active supervisor to sign anything off;
      *>   MEDIUM a live link broken: item, open PO or unapproved
      *>          invoice supplier, open order customer or a
      *>          cross-reference item not on file, lines with no
      *>          header, an active operator with no PIN;
      *>   LOW    the same on closed documents, and tidiness.
      *> and the dated XFILECHK report lists HIGH first. Return
      *> code 4 when anything is found, 8 when a file cannot be
      *> read. With REPAIR on the command line (and an optional
      *> date), a supervisor may reset ITEM-ALLOCATED-QTY to the
      *> open orders' figure on each item out of step, one audit
      *> entry per item; nothing else is ever changed.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           STRING
               "XFILECHK_" WS-RUN-DATE ".RPT"
           DELIMITED BY SIZE INTO WS-REPORT-FILENAME.
           IF WS-REPAIR-ASKED = 'Y'
               PERFORM ASK-REPAIR
           END-IF.

           PERFORM OPEN-CHECK-FILES.
           SORT FINDING-SORT-FILE
               ON ASCENDING KEY SRT-RANK SRT-SEQ
               INPUT PROCEDURE IS RUN-ALL-CHECKS
               OUTPUT PROCEDURE IS WRITE-FINDINGS.
           PERFORM CLOSE-CHECK-FILES.

           IF WS-EXCEPTION-COUNT > ZERO AND WS-RUN-RC = ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           DISPLAY "[SYSTEM] Cross-file check for " WS-RUN-DATE ":"
           DISPLAY "  Items read: " WS-ITEMS-READ
           DISPLAY "  Document records read: " WS-DOC-RECS-READ
           DISPLAY "  Findings HIGH " WS-HIGH-COUNT
               "  MEDIUM " WS-MEDIUM-COUNT "  LOW " WS-LOW-COUNT
           IF WS-REPAIR-MODE = 'Y'
               DISPLAY "  Allocations reset: " WS-REPAIR-COUNT
                   "  failed: " WS-REPAIR-FAILED
           END-IF
           DISPLAY "  Exceptions written to " WS-REPORT-FILENAME
               ": " WS-EXCEPTION-COUNT
           STOP RUN.

      *> Repair rewrites the inventory master, so it is a
      *> supervisor's decision and is confirmed before anything is
      *> opened; refused or declined, the run is the plain check.
       ASK-REPAIR.
           DISPLAY "======================================="
           DISPLAY "   CROSS-FILE CHECK - ALLOCATION REPAIR"
           DISPLAY "======================================="
           DISPLAY "Operator ID: " NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM CHECK-RUN-ALLOWED.
           IF WS-RUN-ALLOWED NOT = 'Y'
               DISPLAY "Allocation repair needs a supervisor - "
                   "check only."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ITEM-ALLOCATED-QTY will be reset from the open "
               "customer orders."
           DISPLAY "Continue? (Y/N): " NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 'Y' TO WS-REPAIR-MODE
           ELSE
               DISPLAY "Check only."
           END-IF.

       CHECK-RUN-ALLOWED.
           MOVE 'N' TO WS-RUN-ALLOWED.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-FILESTATUS NOT = "00"
               DISPLAY "WARNING: no operator master on file - "
                   "repair run unverified."
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
               MOVE WS-OPERATOR-ID TO WS-AUDIT-KEY
               MOVE "PERM-REFUSED" TO WS-AUDIT-FIELD
               MOVE "ALLOC-REPAIR" TO WS-AUDIT-OLDVAL
               MOVE SPACES TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.

      *> Without the inventory master there is nothing to check
      *> against. Any other master not yet created is simply
      *> empty; one that will not open is reported as a finding.
       OPEN-CHECK-FILES.
           IF WS-REPAIR-MODE = 'Y'
               OPEN I-O INVENTORY-FILE
           ELSE
               OPEN INPUT INVENTORY-FILE
           END-IF.
           IF FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVENTORYFILE.DAT "
                   "(status " FILESTATUS ") - no cross-file check "
                   "run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           MOVE SUP-FILESTATUS TO WS-OPEN-STATUS.
           MOVE "SUPPLIER.DAT" TO WS-OPEN-NAME.
           PERFORM CHECK-OPEN-STATUS.
           MOVE WS-OPEN-STATE TO WS-SUP-OPEN.
           OPEN INPUT CUSTOMER-FILE.
           MOVE CUST-FILESTATUS TO WS-OPEN-STATUS.
           MOVE "CUSTOMER.DAT" TO WS-OPEN-NAME.
           PERFORM CHECK-OPEN-STATUS.
           MOVE WS-OPEN-STATE TO WS-CUST-OPEN.
           OPEN INPUT OPERATOR-FILE.
           MOVE OPER-FILESTATUS TO WS-OPEN-STATUS.
           MOVE "OPERATOR.DAT" TO WS-OPEN-NAME.
           PERFORM CHECK-OPEN-STATUS.
           MOVE WS-OPEN-STATE TO WS-OPER-OPEN.
           OPEN INPUT XREF-FILE.
           MOVE XREF-FILESTATUS TO WS-OPEN-STATUS.
           MOVE "ITEMXREF.DAT" TO WS-OPEN-NAME.
           PERFORM CHECK-OPEN-STATUS.
           MOVE WS-OPEN-STATE TO WS-XREF-OPEN.
           OPEN INPUT PO-MASTER-FILE.
           MOVE PO-FILESTATUS TO WS-OPEN-STATUS.
           MOVE "POMASTER.DAT" TO WS-OPEN-NAME.
           PERFORM CHECK-OPEN-STATUS.
           MOVE WS-OPEN-STATE TO WS-PO-OPEN.
           OPEN INPUT CUST-ORDER-FILE.
           MOVE CO-FILESTATUS TO WS-OPEN-STATUS.
           MOVE "CUSTORDER.DAT" TO WS-OPEN-NAME.
           PERFORM CHECK-OPEN-STATUS.
           MOVE WS-OPEN-STATE TO WS-CO-OPEN.
           OPEN INPUT INVOICE-FILE.
           MOVE SI-FILESTATUS TO WS-OPEN-STATUS.
           MOVE "INVOICE.DAT" TO WS-OPEN-NAME.
           PERFORM CHECK-OPEN-STATUS.
           MOVE WS-OPEN-STATE TO WS-SI-OPEN.

       CHECK-OPEN-STATUS.
           EVALUATE WS-OPEN-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-OPEN-STATE
               WHEN "35"
                   MOVE 'N' TO WS-OPEN-STATE
               WHEN OTHER
                   MOVE 'E' TO WS-OPEN-STATE
                   DISPLAY "[SYSTEM] Cannot open " WS-OPEN-NAME
                       " (status " WS-OPEN-STATUS ")."
                   MOVE 8 TO WS-RUN-RC
                   IF OPEN-FAIL-COUNT < 8
                       ADD 1 TO OPEN-FAIL-COUNT
                       MOVE WS-OPEN-NAME
                           TO OPEN-FAIL-NAME (OPEN-FAIL-COUNT)
                       MOVE WS-OPEN-STATUS
                           TO OPEN-FAIL-STATUS (OPEN-FAIL-COUNT)
                   END-IF
           END-EVALUATE.

       CLOSE-CHECK-FILES.
           CLOSE INVENTORY-FILE.
           IF WS-SUP-OPEN = 'Y'
               CLOSE SUPPLIER-FILE
           END-IF.
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-OPER-OPEN = 'Y'
               CLOSE OPERATOR-FILE
           END-IF.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-FILE
           END-IF.
           IF WS-PO-OPEN = 'Y'
               CLOSE PO-MASTER-FILE
           END-IF.
           IF WS-CO-OPEN = 'Y'
               CLOSE CUST-ORDER-FILE
           END-IF.
           IF WS-SI-OPEN = 'Y'
               CLOSE INVOICE-FILE
           END-IF.

      *> The customer orders go first: the allocation table they
      *> build is what the inventory pass compares against.
       RUN-ALL-CHECKS.
           PERFORM VARYING OPEN-FAIL-SUB FROM 1 BY 1
               UNTIL OPEN-FAIL-SUB > OPEN-FAIL-COUNT
               MOVE 1 TO WS-F-RANK
               MOVE "SYSTEM" TO WS-F-FILE
               MOVE OPEN-FAIL-NAME (OPEN-FAIL-SUB) TO WS-F-KEY
               MOVE "FILE CANNOT BE OPENED" TO WS-F-REASON
               STRING
                   "STATUS " OPEN-FAIL-STATUS (OPEN-FAIL-SUB)
               DELIMITED BY SIZE INTO WS-F-DETAIL
               PERFORM ADD-FINDING
           END-PERFORM.
           PERFORM CHECK-CUST-ORDERS.
           PERFORM CHECK-INVENTORY.
           PERFORM CHECK-XREF.
           PERFORM CHECK-PO-MASTER.
           PERFORM CHECK-INVOICES.
           PERFORM CHECK-OPERATORS.

       CHECK-CUST-ORDERS.
           IF WS-CO-OPEN = 'E'
               MOVE 'N' TO WS-ALLOC-USABLE
               MOVE "CUSTORDER.DAT CANNOT BE OPENED"
                   TO WS-ALLOC-WHY
           END-IF.
           IF WS-CO-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE "CUSTORDER" TO WS-F-FILE.
           MOVE SPACES TO WS-CUR-DOC.
           MOVE ZERO TO WS-READ-COUNT.
           PERFORM UNTIL CO-FILESTATUS NOT = "00"
               READ CUST-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CO-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CO-CHECK-RECORD
               END-READ
           END-PERFORM.
           PERFORM DOC-END.
           ADD WS-READ-COUNT TO WS-DOC-RECS-READ.
           IF CO-FILESTATUS NOT = "10"
               MOVE CO-FILESTATUS TO WS-READ-STATUS
               PERFORM NOTE-READ-FAILURE
               MOVE 'N' TO WS-ALLOC-USABLE
               MOVE "CUSTORDER.DAT NOT READ TO THE END"
                   TO WS-ALLOC-WHY
           END-IF.
           IF ALC-CAP-HIT = 'Y'
               MOVE 'N' TO WS-ALLOC-USABLE
               MOVE "MORE THAN 5000 ITEMS ON OPEN ORDERS"
                   TO WS-ALLOC-WHY
           END-IF.

      *> Only an order still to be picked holds stock; on it, a
      *> settled line has already released its allocation.
       CO-CHECK-RECORD.
           MOVE SPACES TO WS-DOC-NUMBER.
           MOVE CO-ORDER-NO TO WS-DOC-NUMBER.
           PERFORM DOC-BREAK.
           IF CO-REC-TYPE = 'H'
               MOVE 'Y' TO WS-DOC-HAS-HEADER
               MOVE 'Y' TO WS-DOC-OPEN
               IF CO-STATUS = "PICKED" OR CO-STATUS = "CANCELLED"
                   MOVE 'N' TO WS-DOC-OPEN
               END-IF
               MOVE CO-CUST-CODE TO WS-LOOKUP-CODE
               PERFORM CUSTOMER-ON-FILE
               IF WS-ON-FILE = 'N'
                   IF WS-DOC-OPEN = 'Y'
                       MOVE 2 TO WS-F-RANK
                   ELSE
                       MOVE 3 TO WS-F-RANK
                   END-IF
                   MOVE CO-ORDER-NO TO WS-F-KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-F-REASON
                   STRING
                       "CUSTOMER " CO-CUST-CODE " STATUS " CO-STATUS
                   DELIMITED BY SIZE INTO WS-F-DETAIL
                   PERFORM ADD-FINDING
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM DOC-LINE-SEEN.
           MOVE 'N' TO WS-LINE-OPEN.
           IF WS-DOC-OPEN = 'Y' AND CO-LINE-STATUS NOT = "SETTLED"
               MOVE 'Y' TO WS-LINE-OPEN
           END-IF.
           MOVE CO-LINE-ITEM-CODE TO WS-LOOKUP-CODE.
           PERFORM ITEM-ON-FILE.
           IF WS-ON-FILE = 'N'
               IF WS-LINE-OPEN = 'Y'
                   MOVE 1 TO WS-F-RANK
               ELSE
                   MOVE 3 TO WS-F-RANK
               END-IF
               STRING
                   CO-ORDER-NO "/" CO-LINE-NO
               DELIMITED BY SIZE INTO WS-F-KEY
               MOVE "ITEM NOT ON FILE" TO WS-F-REASON
               STRING
                   "ITEM " CO-LINE-ITEM-CODE " LINE " CO-LINE-STATUS
               DELIMITED BY SIZE INTO WS-F-DETAIL
               PERFORM ADD-FINDING
           END-IF.
           IF WS-LINE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LINE-ALLOC.
           IF CO-LINE-QTY IS NUMERIC
               MOVE CO-LINE-QTY TO WS-LINE-ALLOC
           END-IF.
           IF CO-LINE-BO-QTY IS NUMERIC
               IF CO-LINE-BO-QTY > WS-LINE-ALLOC
                   MOVE 3 TO WS-F-RANK
                   STRING
                       CO-ORDER-NO "/" CO-LINE-NO
                   DELIMITED BY SIZE INTO WS-F-KEY
                   MOVE "BACKORDER EXCEEDS QTY" TO WS-F-REASON
                   STRING
                       "QTY " WS-LINE-ALLOC " BACKORDER "
                       CO-LINE-BO-QTY
                   DELIMITED BY SIZE INTO WS-F-DETAIL
                   PERFORM ADD-FINDING
                   MOVE ZERO TO WS-LINE-ALLOC
               ELSE
                   SUBTRACT CO-LINE-BO-QTY FROM WS-LINE-ALLOC
               END-IF
           END-IF.
           IF WS-LINE-ALLOC > ZERO
               PERFORM ALLOC-ADD
           END-IF.

       ALLOC-ADD.
           PERFORM ALLOC-FIND.
           IF ALC-FOUND = 'Y'
               ADD WS-LINE-ALLOC TO ALC-QTY (ALC-SUB)
               EXIT PARAGRAPH
           END-IF.
           IF ALC-COUNT < 5000
               ADD 1 TO ALC-COUNT
               MOVE CO-LINE-ITEM-CODE TO ALC-ITEM-CODE (ALC-COUNT)
               MOVE WS-LINE-ALLOC TO ALC-QTY (ALC-COUNT)
           ELSE
               MOVE 'Y' TO ALC-CAP-HIT
           END-IF.

       ALLOC-FIND.
           MOVE 'N' TO ALC-FOUND.
           PERFORM VARYING ALC-SUB FROM 1 BY 1
               UNTIL ALC-SUB > ALC-COUNT OR ALC-FOUND = 'Y'
               IF ALC-ITEM-CODE (ALC-SUB) = WS-LOOKUP-CODE
                   MOVE 'Y' TO ALC-FOUND
               END-IF
           END-PERFORM.
           IF ALC-FOUND = 'Y'
               SUBTRACT 1 FROM ALC-SUB
           END-IF.

      *> The lookups of the order pass moved the file position, so
      *> the item pass starts again from the lowest key.
       CHECK-INVENTORY.
           MOVE "INVENTORY" TO WS-F-FILE.
           IF WS-ALLOC-USABLE NOT = 'Y'
               MOVE 2 TO WS-F-RANK
               MOVE "ALLOCATION CHECK SKIPPED" TO WS-F-REASON
               MOVE WS-ALLOC-WHY TO WS-F-DETAIL
               PERFORM ADD-FINDING
           END-IF.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE LOW-VALUES TO ITEM-CODE.
           START INVENTORY-FILE KEY IS NOT LESS THAN ITEM-CODE
               INVALID KEY
                   MOVE "10" TO FILESTATUS
           END-START.
           PERFORM UNTIL FILESTATUS NOT = "00"
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM ITEM-CHECK-RECORD
               END-READ
           END-PERFORM.
           MOVE WS-READ-COUNT TO WS-ITEMS-READ.
           IF FILESTATUS NOT = "10"
               MOVE FILESTATUS TO WS-READ-STATUS
               PERFORM NOTE-READ-FAILURE
           END-IF.

       ITEM-CHECK-RECORD.
           IF ITEM-SUPPLIER-CODE NOT = SPACES
               MOVE ITEM-SUPPLIER-CODE TO WS-LOOKUP-CODE
               PERFORM SUPPLIER-ON-FILE
               IF WS-ON-FILE = 'N'
                   MOVE 2 TO WS-F-RANK
                   MOVE ITEM-CODE TO WS-F-KEY
                   MOVE "SUPPLIER NOT ON FILE" TO WS-F-REASON
                   STRING
                       "SUPPLIER " ITEM-SUPPLIER-CODE
                   DELIMITED BY SIZE INTO WS-F-DETAIL
                   PERFORM ADD-FINDING
               END-IF
           END-IF.
           IF WS-ALLOC-USABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ITEM-CODE TO WS-LOOKUP-CODE.
           PERFORM ALLOC-FIND.
           MOVE ZERO TO WS-EXPECTED-ALLOC.
           IF ALC-FOUND = 'Y'
               MOVE ALC-QTY (ALC-SUB) TO WS-EXPECTED-ALLOC
           END-IF.
           IF ITEM-ALLOCATED-QTY IS NUMERIC
               IF ITEM-ALLOCATED-QTY = WS-EXPECTED-ALLOC
                   EXIT PARAGRAPH
               END-IF
               MOVE ITEM-ALLOCATED-QTY TO WS-OLD-ALLOC
           ELSE
               MOVE ZERO TO WS-OLD-ALLOC
           END-IF.
           MOVE 1 TO WS-F-RANK.
           MOVE ITEM-CODE TO WS-F-KEY.
           MOVE "ALLOCATED QTY NOT ON ORDERS" TO WS-F-REASON.
           IF ITEM-ALLOCATED-QTY IS NUMERIC
               STRING
                   "ITEM " WS-OLD-ALLOC " ORDERS " WS-EXPECTED-ALLOC
               DELIMITED BY SIZE INTO WS-F-DETAIL
           ELSE
               STRING
                   "ITEM NOT NUMERIC ORDERS " WS-EXPECTED-ALLOC
               DELIMITED BY SIZE INTO WS-F-DETAIL
           END-IF.
           IF WS-REPAIR-MODE = 'Y'
               PERFORM REPAIR-ALLOCATION
           END-IF.
           PERFORM ADD-FINDING.

      *> The finding stays on the report, marked RESET, so the
      *> supervisor can see what the repair changed.
       REPAIR-ALLOCATION.
           IF WS-EXPECTED-ALLOC > 99999
               MOVE "NOT RESET, OVER 99999" TO WS-F-DETAIL (33:18)
               ADD 1 TO WS-REPAIR-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXPECTED-ALLOC TO ITEM-ALLOCATED-QTY.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE FILESTATUS TO WS-REWRITE-STATUS.
           MOVE "00" TO FILESTATUS.
           IF WS-REWRITE-STATUS NOT = "00"
               MOVE 8 TO WS-RUN-RC
               ADD 1 TO WS-REPAIR-FAILED
               MOVE "RESET FAILED" TO WS-F-DETAIL (33:12)
               MOVE WS-REWRITE-STATUS TO WS-F-DETAIL (46:2)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REPAIR-COUNT.
           MOVE ITEM-CODE TO WS-AUDIT-KEY.
           MOVE "ALLOC-REPAIR" TO WS-AUDIT-FIELD.
           MOVE SPACES TO WS-AUDIT-OLDVAL.
           MOVE WS-OLD-ALLOC TO WS-AUDIT-OLDVAL.
           MOVE SPACES TO WS-AUDIT-NEWVAL.
           MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-NEWVAL.
           PERFORM AUDIT-WRITE-ENTRY.
           MOVE "RESET" TO WS-F-DETAIL (33:5).

       CHECK-XREF.
           IF WS-XREF-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE "ITEMXREF" TO WS-F-FILE.
           MOVE ZERO TO WS-READ-COUNT.
           PERFORM UNTIL XREF-FILESTATUS NOT = "00"
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO XREF-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM XREF-CHECK-RECORD
               END-READ
           END-PERFORM.
           IF XREF-FILESTATUS NOT = "10"
               MOVE XREF-FILESTATUS TO WS-READ-STATUS
               PERFORM NOTE-READ-FAILURE
           END-IF.

      *> A scan of an alternate code for a deleted item finds
      *> nothing at the counter; a vendor code for a supplier since
      *> deleted only matters to the next price-list import.
       XREF-CHECK-RECORD.
           MOVE XREF-ITEM-CODE TO WS-LOOKUP-CODE.
           PERFORM ITEM-ON-FILE.
           IF WS-ON-FILE = 'N'
               MOVE 2 TO WS-F-RANK
               MOVE XREF-ALT-CODE TO WS-F-KEY
               MOVE "ITEM NOT ON FILE" TO WS-F-REASON
               STRING
                   "ITEM " XREF-ITEM-CODE " " XREF-TYPE
               DELIMITED BY SIZE INTO WS-F-DETAIL
               PERFORM ADD-FINDING
           END-IF.
           EVALUATE TRUE
               WHEN XREF-BARCODE
                   CONTINUE
               WHEN XREF-VENDOR
                   MOVE XREF-SUPPLIER TO WS-LOOKUP-CODE
                   PERFORM SUPPLIER-ON-FILE
                   IF WS-ON-FILE = 'N'
                       MOVE 3 TO WS-F-RANK
                       MOVE XREF-ALT-CODE TO WS-F-KEY
                       MOVE "SUPPLIER NOT ON FILE" TO WS-F-REASON
                       STRING
                           "SUPPLIER " XREF-SUPPLIER
                       DELIMITED BY SIZE INTO WS-F-DETAIL
                       PERFORM ADD-FINDING
                   END-IF
               WHEN OTHER
                   MOVE 3 TO WS-F-RANK
                   MOVE XREF-ALT-CODE TO WS-F-KEY
                   MOVE "UNKNOWN CROSS-REFERENCE TYPE" TO WS-F-REASON
                   STRING
                       "TYPE " XREF-TYPE
                   DELIMITED BY SIZE INTO WS-F-DETAIL
                   PERFORM ADD-FINDING
           END-EVALUATE.

       CHECK-PO-MASTER.
           IF WS-PO-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE "POMASTER" TO WS-F-FILE.
           MOVE SPACES TO WS-CUR-DOC.
           MOVE ZERO TO WS-READ-COUNT.
           PERFORM UNTIL PO-FILESTATUS NOT = "00"
               READ PO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PO-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PO-CHECK-RECORD
               END-READ
           END-PERFORM.
           PERFORM DOC-END.
           ADD WS-READ-COUNT TO WS-DOC-RECS-READ.
           IF PO-FILESTATUS NOT = "10"
               MOVE PO-FILESTATUS TO WS-READ-STATUS
               PERFORM NOTE-READ-FAILURE
           END-IF.

      *> An open line for an item not on file cannot be received;
      *> one already received or cancelled is history.
       PO-CHECK-RECORD.
           MOVE SPACES TO WS-DOC-NUMBER.
           MOVE PO-NUMBER TO WS-DOC-NUMBER.
           PERFORM DOC-BREAK.
           IF PO-REC-TYPE = 'H'
               MOVE 'Y' TO WS-DOC-HAS-HEADER
               MOVE 'N' TO WS-DOC-OPEN
               IF PO-STATUS = "OPEN" OR PO-STATUS = "PARTIAL"
                   MOVE 'Y' TO WS-DOC-OPEN
               END-IF
               MOVE PO-SUPPLIER-CODE TO WS-LOOKUP-CODE
               PERFORM SUPPLIER-ON-FILE
               IF WS-ON-FILE = 'N'
                   IF WS-DOC-OPEN = 'Y'
                       MOVE 2 TO WS-F-RANK
                   ELSE
                       MOVE 3 TO WS-F-RANK
                   END-IF
                   MOVE PO-NUMBER TO WS-F-KEY
                   MOVE "SUPPLIER NOT ON FILE" TO WS-F-REASON
                   STRING
                       "SUPPLIER " PO-SUPPLIER-CODE " STATUS "
                       PO-STATUS
                   DELIMITED BY SIZE INTO WS-F-DETAIL
                   PERFORM ADD-FINDING
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM DOC-LINE-SEEN.
           MOVE PO-LINE-ITEM-CODE TO WS-LOOKUP-CODE.
           PERFORM ITEM-ON-FILE.
           IF WS-ON-FILE = 'N'
               IF WS-DOC-OPEN = 'Y' AND PO-LINE-STATUS = "OPEN"
                   MOVE 1 TO WS-F-RANK
               ELSE
                   MOVE 3 TO WS-F-RANK
               END-IF
               STRING
                   PO-NUMBER "/" PO-LINE-NO
               DELIMITED BY SIZE INTO WS-F-KEY
               MOVE "ITEM NOT ON FILE" TO WS-F-REASON
               STRING
                   "ITEM " PO-LINE-ITEM-CODE " LINE " PO-LINE-STATUS
               DELIMITED BY SIZE INTO WS-F-DETAIL
               PERFORM ADD-FINDING
           END-IF.

       CHECK-INVOICES.
           IF WS-SI-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE "INVOICE" TO WS-F-FILE.
           MOVE SPACES TO WS-CUR-DOC.
           MOVE ZERO TO WS-READ-COUNT.
           PERFORM UNTIL SI-FILESTATUS NOT = "00"
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO SI-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SI-CHECK-RECORD
               END-READ
           END-PERFORM.
           PERFORM DOC-END.
           ADD WS-READ-COUNT TO WS-DOC-RECS-READ.
           IF SI-FILESTATUS NOT = "10"
               MOVE SI-FILESTATUS TO WS-READ-STATUS
               PERFORM NOTE-READ-FAILURE
           END-IF.

      *> An invoice still waiting for approval is matched and paid
      *> against its PO, which must therefore still be live; once
      *> approved or paid, its PO may rightly have been archived.
       SI-CHECK-RECORD.
           MOVE SPACES TO WS-DOC-NUMBER.
           MOVE INV-INVOICE-NO TO WS-DOC-NUMBER.
           PERFORM DOC-BREAK.
           IF INV-REC-TYPE NOT = 'H'
               PERFORM DOC-LINE-SEEN
               MOVE INV-LINE-ITEM-CODE TO WS-LOOKUP-CODE
               PERFORM ITEM-ON-FILE
               IF WS-ON-FILE = 'N'
                   MOVE 3 TO WS-F-RANK
                   STRING
                       INV-INVOICE-NO "/" INV-LINE-NO
                   DELIMITED BY SIZE INTO WS-F-KEY
                   MOVE "ITEM NOT ON FILE" TO WS-F-REASON
                   STRING
                       "ITEM " INV-LINE-ITEM-CODE
                   DELIMITED BY SIZE INTO WS-F-DETAIL
                   PERFORM ADD-FINDING
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DOC-HAS-HEADER.
           MOVE 'Y' TO WS-DOC-OPEN.
           IF INV-STATUS = "APPROVED" OR INV-STATUS = "PAID"
               MOVE 'N' TO WS-DOC-OPEN
           END-IF.
           MOVE INV-SUPPLIER-CODE TO WS-LOOKUP-CODE.
           PERFORM SUPPLIER-ON-FILE.
           IF WS-ON-FILE = 'N'
               IF WS-DOC-OPEN = 'Y'
                   MOVE 2 TO WS-F-RANK
               ELSE
                   MOVE 3 TO WS-F-RANK
               END-IF
               MOVE INV-INVOICE-NO TO WS-F-KEY
               MOVE "SUPPLIER NOT ON FILE" TO WS-F-REASON
               STRING
                   "SUPPLIER " INV-SUPPLIER-CODE " STATUS "
                   INV-STATUS
               DELIMITED BY SIZE INTO WS-F-DETAIL
               PERFORM ADD-FINDING
           END-IF.
           IF WS-DOC-OPEN NOT = 'Y' OR WS-PO-OPEN = 'E'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ON-FILE.
           IF WS-PO-OPEN = 'Y'
               MOVE INV-PO-NUMBER TO PO-NUMBER
               MOVE ZERO TO PO-LINE-NO
               READ PO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID
                       MOVE 'Y' TO WS-ON-FILE
               END-READ
           END-IF.
           IF WS-ON-FILE = 'N'
               MOVE 1 TO WS-F-RANK
               MOVE INV-INVOICE-NO TO WS-F-KEY
               MOVE "PO NOT ON FILE" TO WS-F-REASON
               STRING
                   "PO " INV-PO-NUMBER " STATUS " INV-STATUS
               DELIMITED BY SIZE INTO WS-F-DETAIL
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF.
           IF PO-SUPPLIER-CODE NOT = INV-SUPPLIER-CODE
               MOVE 3 TO WS-F-RANK
               MOVE INV-INVOICE-NO TO WS-F-KEY
               MOVE "SUPPLIER DIFFERS FROM PO" TO WS-F-REASON
               STRING
                   "INVOICE " INV-SUPPLIER-CODE " PO "
                   PO-SUPPLIER-CODE
               DELIMITED BY SIZE INTO WS-F-DETAIL
               PERFORM ADD-FINDING
           END-IF.

      *> Without an active supervisor nobody can approve, adjust
      *> or close anything that needs one.
       CHECK-OPERATORS.
           MOVE "OPERATOR" TO WS-F-FILE.
           IF WS-OPER-OPEN = 'N'
               MOVE 3 TO WS-F-RANK
               MOVE "OPERATOR.DAT" TO WS-F-KEY
               MOVE "NO OPERATOR MASTER" TO WS-F-REASON
               MOVE "SIGN-IN AND SUPERVISOR CHECKS UNVERIFIED"
                   TO WS-F-DETAIL
               PERFORM ADD-FINDING
           END-IF.
           IF WS-OPER-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-READ-COUNT.
           PERFORM UNTIL OPER-FILESTATUS NOT = "00"
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO OPER-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM OPER-CHECK-RECORD
               END-READ
           END-PERFORM.
           IF OPER-FILESTATUS NOT = "10"
               MOVE OPER-FILESTATUS TO WS-READ-STATUS
               PERFORM NOTE-READ-FAILURE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUPERVISOR-COUNT = ZERO
               MOVE 1 TO WS-F-RANK
               MOVE "OPERATOR.DAT" TO WS-F-KEY
               MOVE "NO ACTIVE SUPERVISOR" TO WS-F-REASON
               PERFORM ADD-FINDING
           END-IF.

       OPER-CHECK-RECORD.
           IF OPER-SUPERVISOR AND OPER-ACTIVE
               ADD 1 TO WS-SUPERVISOR-COUNT
           END-IF.
           IF OPER-ACTIVE AND OPER-PIN = SPACES
               MOVE 2 TO WS-F-RANK
               MOVE OPER-ID TO WS-F-KEY
               MOVE "ACTIVE WITH NO PIN" TO WS-F-REASON
               PERFORM ADD-FINDING
           END-IF.
           IF NOT OPER-SUPERVISOR AND NOT OPER-CLERK
               MOVE 3 TO WS-F-RANK
               MOVE OPER-ID TO WS-F-KEY
               MOVE "UNKNOWN ROLE" TO WS-F-REASON
               STRING
                   "ROLE " OPER-ROLE
               DELIMITED BY SIZE INTO WS-F-DETAIL
               PERFORM ADD-FINDING
           END-IF.
           IF NOT OPER-ACTIVE AND NOT OPER-DISABLED
               MOVE 3 TO WS-F-RANK
               MOVE OPER-ID TO WS-F-KEY
               MOVE "UNKNOWN STATUS" TO WS-F-REASON
               STRING
                   "STATUS " OPER-STATUS
               DELIMITED BY SIZE INTO WS-F-DETAIL
               PERFORM ADD-FINDING
           END-IF.

      *> Header and lines share a key range, header first; a break
      *> in the document number closes the previous document.
       DOC-BREAK.
           IF WS-DOC-NUMBER = WS-CUR-DOC
               EXIT PARAGRAPH
           END-IF.
           PERFORM DOC-END.
           MOVE WS-DOC-NUMBER TO WS-CUR-DOC.
           MOVE 'N' TO WS-DOC-HAS-HEADER.
           MOVE 'Y' TO WS-DOC-OPEN.
           MOVE ZERO TO WS-DOC-LINES.

       DOC-LINE-SEEN.
           IF WS-DOC-HAS-HEADER = 'N' AND WS-DOC-LINES = ZERO
               MOVE 2 TO WS-F-RANK
               MOVE WS-CUR-DOC TO WS-F-KEY
               MOVE "LINES WITH NO HEADER" TO WS-F-REASON
               PERFORM ADD-FINDING
           END-IF.
           ADD 1 TO WS-DOC-LINES.

       DOC-END.
           IF WS-CUR-DOC NOT = SPACES AND WS-DOC-HAS-HEADER = 'Y'
                   AND WS-DOC-LINES = ZERO
               MOVE 3 TO WS-F-RANK
               MOVE WS-CUR-DOC TO WS-F-KEY
               MOVE "HEADER WITH NO LINES" TO WS-F-REASON
               PERFORM ADD-FINDING
           END-IF.
           MOVE SPACES TO WS-CUR-DOC.

      *> A master that would not open leaves its links unchecked
      *> rather than reporting every one of them broken.
       ITEM-ON-FILE.
           MOVE 'N' TO WS-ON-FILE.
           MOVE WS-LOOKUP-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   MOVE 'Y' TO WS-ON-FILE
           END-READ.

       SUPPLIER-ON-FILE.
           MOVE 'N' TO WS-ON-FILE.
           IF WS-SUP-OPEN = 'E'
               MOVE 'Y' TO WS-ON-FILE
           END-IF.
           IF WS-SUP-OPEN NOT = 'Y' OR WS-LOOKUP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-CODE TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   MOVE 'Y' TO WS-ON-FILE
           END-READ.

       CUSTOMER-ON-FILE.
           MOVE 'N' TO WS-ON-FILE.
           IF WS-CUST-OPEN = 'E'
               MOVE 'Y' TO WS-ON-FILE
           END-IF.
           IF WS-CUST-OPEN NOT = 'Y' OR WS-LOOKUP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-CODE TO CUST-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   MOVE 'Y' TO WS-ON-FILE
           END-READ.

       NOTE-READ-FAILURE.
           MOVE 1 TO WS-F-RANK.
           MOVE SPACES TO WS-F-KEY.
           MOVE "READ FAILED" TO WS-F-REASON.
           STRING
               "AFTER " WS-READ-COUNT " RECORD(S), STATUS "
               WS-READ-STATUS
           DELIMITED BY SIZE INTO WS-F-DETAIL.
           PERFORM ADD-FINDING.
           MOVE 8 TO WS-RUN-RC.

      *> Key and detail are cleared once released, so a finding
      *> never carries the last one's detail.
       ADD-FINDING.
           ADD 1 TO WS-FINDING-SEQ.
           ADD 1 TO WS-EXCEPTION-COUNT.
           EVALUATE WS-F-RANK
               WHEN 1
                   MOVE "HIGH" TO WS-F-SEVERITY
                   ADD 1 TO WS-HIGH-COUNT
               WHEN 2
                   MOVE "MEDIUM" TO WS-F-SEVERITY
                   ADD 1 TO WS-MEDIUM-COUNT
               WHEN OTHER
                   MOVE 3 TO WS-F-RANK
                   MOVE "LOW" TO WS-F-SEVERITY
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE.
           MOVE WS-F-RANK TO SRT-RANK.
           MOVE WS-FINDING-SEQ TO SRT-SEQ.
           MOVE SPACES TO SRT-LINE.
           STRING
               WS-F-SEVERITY ","
               WS-F-FILE ","
               WS-F-KEY ","
               WS-F-REASON ","
               WS-F-DETAIL
           DELIMITED BY SIZE INTO SRT-LINE.
           RELEASE FINDING-SORT-RECORD.
           MOVE SPACES TO WS-F-KEY.
           MOVE SPACES TO WS-F-DETAIL.

       WRITE-FINDINGS.
           OPEN OUTPUT CHECK-REPORT-FILE.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING
               "CROSS-FILE CHECK " WS-RUN-DATE
           DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           IF WS-REPAIR-MODE = 'Y'
               MOVE "ALLOCATION REPAIR BY"
                   TO CHECK-REPORT-RECORD (27:20)
               MOVE WS-OPERATOR-ID TO CHECK-REPORT-RECORD (48:10)
           END-IF.
           WRITE CHECK-REPORT-RECORD.
           MOVE "SEVERITY,FILE,KEY,FINDING,DETAIL"
               TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN FINDING-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SRT-LINE TO CHECK-REPORT-RECORD
                       WRITE CHECK-REPORT-RECORD
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO CHECK-REPORT-RECORD.
           STRING
               "FINDINGS HIGH " WS-HIGH-COUNT
               "  MEDIUM " WS-MEDIUM-COUNT
               "  LOW " WS-LOW-COUNT
           DELIMITED BY SIZE INTO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           IF WS-REPAIR-MODE = 'Y'
               MOVE SPACES TO CHECK-REPORT-RECORD
               STRING
                   "ALLOCATIONS RESET " WS-REPAIR-COUNT
                   "  NOT RESET " WS-REPAIR-FAILED
               DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF.
           CLOSE CHECK-REPORT-FILE.

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
               WS-AUDIT-KEY ","
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
      *> on a site without one) unless a YYYYMMDD date is given on
      *> the command line to rerun a closed day. The word REPAIR,
      *> before or after the date, asks for allocation repair.
       GET-RUN-DATE.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE SPACES TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
               TO WS-COMMAND-LINE.
           MOVE SPACES TO WS-RUN-DATE-ARG.
           MOVE SPACES TO WS-RUN-MODE-ARG.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-DATE-ARG WS-RUN-MODE-ARG.
           IF WS-RUN-DATE-ARG = "REPAIR"
               MOVE WS-RUN-MODE-ARG TO WS-RUN-DATE-ARG
               MOVE "REPAIR" TO WS-RUN-MODE-ARG
           END-IF.
           IF WS-RUN-MODE-ARG = "REPAIR"
               MOVE 'Y' TO WS-REPAIR-ASKED
           ELSE
               IF WS-RUN-MODE-ARG NOT = SPACES
                   DISPLAY "[SYSTEM] Option " WS-RUN-MODE-ARG
                       " is not REPAIR - nothing run."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
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
