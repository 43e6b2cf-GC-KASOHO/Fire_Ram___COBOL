       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-CLOSED-DOCUMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-MASTER-FILE ASSIGN TO "POMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILESTATUS.

           SELECT OLD-PO-MASTER-FILE ASSIGN TO "POMASTER.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-PO-KEY
               FILE STATUS IS OLD-FILESTATUS.

           SELECT CUST-ORDER-FILE ASSIGN TO "CUSTORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS CO-FILESTATUS.

           SELECT OLD-CUST-ORDER-FILE ASSIGN TO "CUSTORDER.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CO-KEY
               FILE STATUS IS OLD-FILESTATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS SI-FILESTATUS.

           SELECT OLD-INVOICE-FILE ASSIGN TO "INVOICE.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-INV-KEY
               FILE STATUS IS OLD-FILESTATUS.

           SELECT HIST-FILE ASSIGN TO WS-HIST-WORKNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILESTATUS.

           SELECT HIST-OUT-FILE ASSIGN TO WS-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOUT-FILESTATUS.

           SELECT DOC-HIST-CATALOG ASSIGN TO "DOCHIST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DHC-FILESTATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILESTATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILESTATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *> The live master as it stood when the run began, renamed
      *> aside and read back in key order; only the key is named.
       FD OLD-PO-MASTER-FILE.
       01 OLD-PO-MASTER-RECORD.
           05 OLD-PO-KEY            PIC X(9).
           05 FILLER                PIC X(39).

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

       FD OLD-CUST-ORDER-FILE.
       01 OLD-CUST-ORDER-RECORD.
           05 OLD-CO-KEY            PIC X(9).
           05 FILLER                PIC X(95).

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

       FD OLD-INVOICE-FILE.
       01 OLD-INVOICE-RECORD.
           05 OLD-INV-KEY           PIC X(15).
           05 FILLER                PIC X(104).

      *> This run's archived records for one master, gathered in
      *> POHIST.TMP, COHIST.TMP or INVHIST.TMP until the master has
      *> been rebuilt whole.
       FD HIST-FILE.
       01 HIST-RECORD            PIC X(120).

      *> POHIST_, COHIST_ or INVHIST_yyyymmdd.DAT: the archived
      *> records exactly as they stood on the master, header first
      *> and then its lines, one record per line.
       FD HIST-OUT-FILE.
       01 HIST-OUT-RECORD        PIC X(120).

      *> One line per history file ever written --
      *> type (PO, CO or INV),file name,date archived -- so the
      *> inquiries know which files to read without guessing at
      *> dates.
       FD DOC-HIST-CATALOG.
       01 DHC-RECORD             PIC X(80).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPER-ID            PIC X(10).
           05 OPER-PIN           PIC X(6).
           05 OPER-ROLE          PIC X.
               88 OPER-SUPERVISOR     VALUE 'S'.
           05 OPER-STATUS        PIC X.
               88 OPER-ACTIVE         VALUE 'A'.

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(120).

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
       01 PO-FILESTATUS         PIC X(2).
       01 CO-FILESTATUS         PIC X(2).
       01 SI-FILESTATUS         PIC X(2).
       01 OLD-FILESTATUS        PIC X(2).
       01 HIST-FILESTATUS       PIC X(2).
       01 HOUT-FILESTATUS       PIC X(2).
       01 DHC-FILESTATUS        PIC X(2).
       01 OPER-FILESTATUS       PIC X(2).
       01 AUD-FILESTATUS        PIC X(2).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-OPERATOR-ID        PIC X(10).
       01 WS-OPERATOR-PIN       PIC X(6).
       01 WS-RUN-ALLOWED        PIC X.
       01 WS-ARCHIVE-ANSWER     PIC X.
       01 WS-ARCHIVE-MODE       PIC X VALUE 'N'.
       01 WS-CONFIRM            PIC X.
       01 WS-PROMPT-TEXT        PIC X(10).
       01 WS-REPORT-FILENAME    PIC X(40).
       01 WS-RUN-RC             PIC 9 VALUE ZERO.

      *> A document closed on or after the cut-off date stays live;
      *> the retention period is a year unless another is keyed.
       01 WS-RETAIN-DAYS        PIC 9(4) VALUE 365.
       01 WS-RETAIN-EDIT        PIC ZZZ9.
       01 WS-CUTOFF-DATE        PIC 9(8).

       01 WS-DOC-TYPE           PIC X(3).
       01 WS-LIVE-NAME          PIC X(20).
       01 WS-OLD-NAME           PIC X(20).
       01 WS-HIST-PREFIX        PIC X(8).
       01 WS-HIST-FILENAME      PIC X(40).
       01 WS-HIST-WORKNAME      PIC X(40).
       01 WS-HIST-OPEN          PIC X VALUE 'N'.
       01 WS-HIST-WRITE-OK      PIC X.
       01 WS-HIST-COPY-EOF      PIC X.
       01 WS-RENAME-RESULT      PIC S9(9) COMP-5.
       01 WS-OLD-SET-ASIDE      PIC X VALUE 'N'.
       01 WS-READ-STATUS        PIC X(2).
       01 WS-READ-DONE          PIC X.
       01 WS-FILE-SUB           PIC 9.
       01 WS-FILE-FAILED        PIC X.

      *> The document being gathered: every record of one key range
      *> is held until the range ends, then the whole range goes
      *> either to history or back to the live master.
       01 WS-DOC-RECORD         PIC X(120).
       01 WS-DOC-NUMBER         PIC X(12).
       01 WS-CUR-DOC            PIC X(12).
       01 WS-DOC-HAS-HEADER     PIC X.
       01 WS-DOC-STATUS         PIC X(10).
       01 WS-DOC-CLOSED         PIC X.
       01 WS-DOC-CLOSE-DATE     PIC 9(8).
       01 WS-DOC-HOLD           PIC X(20).
       01 WS-DOC-ACTION         PIC X.
       01 DOC-BUF-TABLE.
           05 DOC-BUF-REC OCCURS 1000 TIMES PIC X(120).
       01 DOC-BUF-COUNT         PIC 9(4) VALUE ZERO.
       01 DOC-BUF-SUB           PIC 9(4).

      *> POs with an invoice still waiting for approval (CLEAN or
      *> DISCREP) -- such a PO stays live however long ago it closed.
       01 UAP-TABLE.
           05 UAP-PO-NUMBER OCCURS 2000 TIMES PIC 9(6).
       01 UAP-COUNT             PIC 9(4) VALUE ZERO.
       01 UAP-SUB               PIC 9(4).
       01 UAP-FOUND             PIC X.
       01 UAP-CAP-HIT           PIC X VALUE 'N'.

       01 ARC-SUMMARY-TABLE.
           05 ARC-ENTRY OCCURS 3 TIMES.
               10 ARC-LIVE-NAME  PIC X(14).
               10 ARC-HIST-NAME  PIC X(40).
               10 ARC-DOCS-READ  PIC 9(6).
               10 ARC-DOCS       PIC 9(6).
               10 ARC-RECS       PIC 9(7).
               10 ARC-KEPT       PIC 9(6).
               10 ARC-HELD       PIC 9(6).
               10 ARC-FAILED     PIC 9(6).
               10 ARC-RESULT     PIC X(12).

       01 WS-AUDIT-KEY          PIC X(10).
       01 WS-AUDIT-FIELD        PIC X(15).
       01 WS-AUDIT-OLDVAL       PIC X(30).
       01 WS-AUDIT-NEWVAL       PIC X(30).
       01 WS-AUDIT-DATE         PIC 9(8).
       01 WS-AUDIT-TIME         PIC 9(8).

       01 WS-CATALOG-FOUND      PIC X.
       01 DHC-PARSE-FIELDS.
           05 DHC-TYPE          PIC X(3).
           05 DHC-FILENAME      PIC X(40).

       01 WS-RPT-ACTIVE         PIC X VALUE 'N'.
       01 WS-RPT-DETAIL         PIC X(132).
       01 WS-RPT-DATE           PIC 9(8).
       01 WS-RPT-TIME           PIC 9(8).
       01 WS-RPT-PAGE-NO        PIC 9(4).
       01 WS-RPT-LINE-COUNT     PIC 99.
       01 WS-RPT-PAGE-LINES     PIC 99 VALUE 55.

      *> Housekeeping for the three document masters, which until
      *> now only ever grew. A purchase order RECEIVED or CANCELLED,
      *> a customer order PICKED or CANCELLED, or an invoice PAID,
      *> closed before the cut-off (run date less the retention
      *> days), is moved -- header and every line of its key range
      *> together -- into that day's history file, and the live
      *> master is rebuilt from what remains, in the mold of the
      *> CONVERT- programs: the live file is renamed to .OLD and
      *> read back into a fresh one. A PO with an invoice not yet
      *> approved against it, or a line still open, and a customer
      *> order with a line still on backorder, are held live and
      *> listed. ARCHIVE_yyyymmdd.RPT always lists the held
      *> documents and the count archived per file; without a
      *> supervisor it is the preview and nothing is moved. Run it
      *> with the terminals out of the order and invoice screens.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           DISPLAY "======================================="
           DISPLAY "      ARCHIVE CLOSED DOCUMENTS"
           DISPLAY "======================================="
           DISPLAY "Operator ID: " NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM ASK-RUN-OPTIONS.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - WS-RETAIN-DAYS).
           DISPLAY "Documents closed before " WS-CUTOFF-DATE
               " are archived."

           PERFORM LOAD-UNAPPROVED-INVOICES.
           PERFORM REPORT-OPEN.
           MOVE 1 TO WS-FILE-SUB.
           PERFORM ARCHIVE-PO-MASTER.
           MOVE 2 TO WS-FILE-SUB.
           PERFORM ARCHIVE-CO-MASTER.
           MOVE 3 TO WS-FILE-SUB.
           PERFORM ARCHIVE-INVOICE-MASTER.

           PERFORM ARCHIVE-SUMMARY.
           PERFORM REPORT-CLOSE.
           IF WS-ARCHIVE-MODE NOT = 'Y'
               DISPLAY "Preview only - nothing archived."
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       ASK-RUN-OPTIONS.
           MOVE WS-RETAIN-DAYS TO WS-RETAIN-EDIT.
           DISPLAY "Retention days (blank = " WS-RETAIN-EDIT "): "
               NO ADVANCING.
           MOVE SPACES TO WS-PROMPT-TEXT.
           ACCEPT WS-PROMPT-TEXT.
           IF WS-PROMPT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-PROMPT-TEXT) = 0
                       AND FUNCTION NUMVAL (WS-PROMPT-TEXT) >= 30
                       AND FUNCTION NUMVAL (WS-PROMPT-TEXT) <= 9999
                   COMPUTE WS-RETAIN-DAYS =
                       FUNCTION NUMVAL (WS-PROMPT-TEXT)
                   MOVE WS-RETAIN-DAYS TO WS-RETAIN-EDIT
               ELSE
                   DISPLAY "Not 30 to 9999 - keeping "
                       WS-RETAIN-EDIT " days."
               END-IF
           END-IF.
           DISPLAY "Archive now? (N = preview only): " NO ADVANCING.
           ACCEPT WS-ARCHIVE-ANSWER.
           IF WS-ARCHIVE-ANSWER NOT = 'Y'
                   AND WS-ARCHIVE-ANSWER NOT = 'y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RUN-ALLOWED.
           IF WS-RUN-ALLOWED NOT = 'Y'
               DISPLAY "Archiving needs a supervisor - preview only."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "The order and invoice masters will be rebuilt. "
               "Continue? (Y/N): " NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 'Y' TO WS-ARCHIVE-MODE
           ELSE
               DISPLAY "Preview only."
           END-IF.

       CHECK-RUN-ALLOWED.
           MOVE 'N' TO WS-RUN-ALLOWED.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-FILESTATUS NOT = "00"
               DISPLAY "WARNING: no operator master on file - "
                   "archive run unverified."
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
               MOVE "DOC-ARCHIVE" TO WS-AUDIT-OLDVAL
               MOVE SPACES TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.

       LOAD-UNAPPROVED-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF SI-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SI-FILESTATUS NOT = "00"
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO SI-FILESTATUS
                   NOT AT END
                       IF INV-REC-TYPE = 'H'
                               AND INV-STATUS NOT = "APPROVED"
                               AND INV-STATUS NOT = "PAID"
                           PERFORM ADD-UNAPPROVED-PO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.

       ADD-UNAPPROVED-PO.
           MOVE INV-PO-NUMBER TO PO-NUMBER.
           PERFORM FIND-UNAPPROVED-PO.
           IF UAP-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF UAP-COUNT < 2000
               ADD 1 TO UAP-COUNT
               MOVE INV-PO-NUMBER TO UAP-PO-NUMBER (UAP-COUNT)
           ELSE
               MOVE 'Y' TO UAP-CAP-HIT
           END-IF.

       FIND-UNAPPROVED-PO.
           MOVE 'N' TO UAP-FOUND.
           PERFORM VARYING UAP-SUB FROM 1 BY 1
               UNTIL UAP-SUB > UAP-COUNT OR UAP-FOUND = 'Y'
               IF UAP-PO-NUMBER (UAP-SUB) = PO-NUMBER
                   MOVE 'Y' TO UAP-FOUND
               END-IF
           END-PERFORM.

      *> With the unapproved list overflowing, no PO can be shown to
      *> be clear of one, so the PO master is left alone this run.
       ARCHIVE-PO-MASTER.
           MOVE "PO" TO WS-DOC-TYPE.
           MOVE "POMASTER.DAT" TO WS-LIVE-NAME.
           MOVE "POMASTER.OLD" TO WS-OLD-NAME.
           MOVE "POHIST_" TO WS-HIST-PREFIX.
           MOVE "POMASTER" TO WS-AUDIT-KEY.
           PERFORM FILE-START.
           IF UAP-CAP-HIT = 'Y'
               DISPLAY "WARNING: more than 2000 POs with an "
                   "unapproved invoice - POMASTER.DAT left as it is."
               MOVE "SKIPPED" TO ARC-RESULT (WS-FILE-SUB)
               MOVE 4 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PO-MASTER-FILE.
           IF PO-FILESTATUS = "35"
               MOVE "NOT ON FILE" TO ARC-RESULT (WS-FILE-SUB)
               EXIT PARAGRAPH
           END-IF.
           IF PO-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open POMASTER.DAT (status "
                   PO-FILESTATUS ") - not archived."
               PERFORM FILE-FAIL
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARCHIVE-MODE = 'Y'
               CLOSE PO-MASTER-FILE
               PERFORM HIST-OPEN
               IF WS-HIST-OPEN NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM MASTER-SET-ASIDE
               IF WS-OLD-SET-ASIDE NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT OLD-PO-MASTER-FILE
               IF OLD-FILESTATUS NOT = "00"
                   DISPLAY "[SYSTEM] Cannot open " WS-OLD-NAME
                       " (status " OLD-FILESTATUS ")."
                   PERFORM MASTER-PUT-BACK
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT PO-MASTER-FILE
               IF PO-FILESTATUS NOT = "00"
                   DISPLAY "[SYSTEM] Cannot create a new "
                       WS-LIVE-NAME " (status " PO-FILESTATUS ")."
                   CLOSE OLD-PO-MASTER-FILE
                   PERFORM MASTER-PUT-BACK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'N' TO WS-READ-DONE.
           PERFORM PO-READ-NEXT.
           PERFORM UNTIL WS-READ-DONE = 'Y'
               PERFORM PO-TAKE-RECORD
               PERFORM PO-READ-NEXT
           END-PERFORM.
           PERFORM DOC-FLUSH.
           IF WS-ARCHIVE-MODE = 'Y'
               CLOSE OLD-PO-MASTER-FILE
           END-IF.
           CLOSE PO-MASTER-FILE.
           PERFORM FILE-FINISH.

       PO-READ-NEXT.
           IF WS-ARCHIVE-MODE = 'Y'
               READ OLD-PO-MASTER-FILE NEXT RECORD
                   INTO WS-DOC-RECORD
                   AT END
                       CONTINUE
               END-READ
               MOVE OLD-FILESTATUS TO WS-READ-STATUS
           ELSE
               READ PO-MASTER-FILE NEXT RECORD INTO WS-DOC-RECORD
                   AT END
                       CONTINUE
               END-READ
               MOVE PO-FILESTATUS TO WS-READ-STATUS
           END-IF.
           PERFORM CHECK-READ-STATUS.

      *> A PO closes on the last of its receipts; one cancelled
      *> outright has only its order date to go by.
       PO-TAKE-RECORD.
           MOVE SPACES TO WS-DOC-NUMBER.
           MOVE WS-DOC-RECORD (1:6) TO WS-DOC-NUMBER.
           PERFORM DOC-CHECK-BREAK.
           MOVE WS-DOC-RECORD TO PO-MASTER-RECORD.
           IF PO-REC-TYPE = 'H'
               MOVE 'Y' TO WS-DOC-HAS-HEADER
               MOVE PO-STATUS TO WS-DOC-STATUS
               IF PO-STATUS = "RECEIVED" OR PO-STATUS = "CANCELLED"
                   MOVE 'Y' TO WS-DOC-CLOSED
               END-IF
               IF PO-ORDER-DATE IS NUMERIC
                       AND PO-ORDER-DATE > WS-DOC-CLOSE-DATE
                   MOVE PO-ORDER-DATE TO WS-DOC-CLOSE-DATE
               END-IF
               PERFORM FIND-UNAPPROVED-PO
               IF UAP-FOUND = 'Y'
                   MOVE "UNAPPROVED INVOICE" TO WS-DOC-HOLD
               END-IF
           ELSE
               IF PO-LINE-STATUS = "OPEN"
                       AND WS-DOC-HOLD = SPACES
                   MOVE "LINE STILL OPEN" TO WS-DOC-HOLD
               END-IF
               IF PO-LINE-RECEIVED-DATE IS NUMERIC
                       AND PO-LINE-RECEIVED-DATE > WS-DOC-CLOSE-DATE
                   MOVE PO-LINE-RECEIVED-DATE TO WS-DOC-CLOSE-DATE
               END-IF
           END-IF.
           PERFORM DOC-BUFFER-RECORD.

       ARCHIVE-CO-MASTER.
           MOVE "CO" TO WS-DOC-TYPE.
           MOVE "CUSTORDER.DAT" TO WS-LIVE-NAME.
           MOVE "CUSTORDER.OLD" TO WS-OLD-NAME.
           MOVE "COHIST_" TO WS-HIST-PREFIX.
           MOVE "CUSTORDER" TO WS-AUDIT-KEY.
           PERFORM FILE-START.
           OPEN INPUT CUST-ORDER-FILE.
           IF CO-FILESTATUS = "35"
               MOVE "NOT ON FILE" TO ARC-RESULT (WS-FILE-SUB)
               EXIT PARAGRAPH
           END-IF.
           IF CO-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open CUSTORDER.DAT (status "
                   CO-FILESTATUS ") - not archived."
               PERFORM FILE-FAIL
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARCHIVE-MODE = 'Y'
               CLOSE CUST-ORDER-FILE
               PERFORM HIST-OPEN
               IF WS-HIST-OPEN NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM MASTER-SET-ASIDE
               IF WS-OLD-SET-ASIDE NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT OLD-CUST-ORDER-FILE
               IF OLD-FILESTATUS NOT = "00"
                   DISPLAY "[SYSTEM] Cannot open " WS-OLD-NAME
                       " (status " OLD-FILESTATUS ")."
                   PERFORM MASTER-PUT-BACK
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT CUST-ORDER-FILE
               IF CO-FILESTATUS NOT = "00"
                   DISPLAY "[SYSTEM] Cannot create a new "
                       WS-LIVE-NAME " (status " CO-FILESTATUS ")."
                   CLOSE OLD-CUST-ORDER-FILE
                   PERFORM MASTER-PUT-BACK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'N' TO WS-READ-DONE.
           PERFORM CO-READ-NEXT.
           PERFORM UNTIL WS-READ-DONE = 'Y'
               PERFORM CO-TAKE-RECORD
               PERFORM CO-READ-NEXT
           END-PERFORM.
           PERFORM DOC-FLUSH.
           IF WS-ARCHIVE-MODE = 'Y'
               CLOSE OLD-CUST-ORDER-FILE
           END-IF.
           CLOSE CUST-ORDER-FILE.
           PERFORM FILE-FINISH.

       CO-READ-NEXT.
           IF WS-ARCHIVE-MODE = 'Y'
               READ OLD-CUST-ORDER-FILE NEXT RECORD
                   INTO WS-DOC-RECORD
                   AT END
                       CONTINUE
               END-READ
               MOVE OLD-FILESTATUS TO WS-READ-STATUS
           ELSE
               READ CUST-ORDER-FILE NEXT RECORD INTO WS-DOC-RECORD
                   AT END
                       CONTINUE
               END-READ
               MOVE CO-FILESTATUS TO WS-READ-STATUS
           END-IF.
           PERFORM CHECK-READ-STATUS.

      *> An order closes on the last of its lines to settle, at
      *> pickup or cancellation; a line settled before the settle
      *> date was kept has only the order date to go by. A settled
      *> line keeps the balance it closed out unfilled in
      *> CO-LINE-BO-QTY; only a line still waiting on it is a
      *> backorder balance.
       CO-TAKE-RECORD.
           MOVE SPACES TO WS-DOC-NUMBER.
           MOVE WS-DOC-RECORD (1:6) TO WS-DOC-NUMBER.
           PERFORM DOC-CHECK-BREAK.
           MOVE WS-DOC-RECORD TO CUST-ORDER-RECORD.
           IF CO-REC-TYPE = 'H'
               MOVE 'Y' TO WS-DOC-HAS-HEADER
               MOVE CO-STATUS TO WS-DOC-STATUS
               IF CO-STATUS = "PICKED" OR CO-STATUS = "CANCELLED"
                   MOVE 'Y' TO WS-DOC-CLOSED
               END-IF
               IF CO-ORDER-DATE IS NUMERIC
                       AND CO-ORDER-DATE > WS-DOC-CLOSE-DATE
                   MOVE CO-ORDER-DATE TO WS-DOC-CLOSE-DATE
               END-IF
           ELSE
               IF CO-LINE-SETTLE-DATE IS NUMERIC
                       AND CO-LINE-SETTLE-DATE > WS-DOC-CLOSE-DATE
                   MOVE CO-LINE-SETTLE-DATE TO WS-DOC-CLOSE-DATE
               END-IF
               IF CO-LINE-STATUS NOT = "SETTLED"
                   IF CO-LINE-STATUS = "BACKORDER"
                       MOVE "BACKORDER BALANCE" TO WS-DOC-HOLD
                   END-IF
                   IF CO-LINE-BO-QTY IS NUMERIC
                           AND CO-LINE-BO-QTY > ZERO
                       MOVE "BACKORDER BALANCE" TO WS-DOC-HOLD
                   END-IF
                   IF WS-DOC-HOLD = SPACES
                       MOVE "LINE STILL OPEN" TO WS-DOC-HOLD
                   END-IF
               END-IF
           END-IF.
           PERFORM DOC-BUFFER-RECORD.

       ARCHIVE-INVOICE-MASTER.
           MOVE "INV" TO WS-DOC-TYPE.
           MOVE "INVOICE.DAT" TO WS-LIVE-NAME.
           MOVE "INVOICE.OLD" TO WS-OLD-NAME.
           MOVE "INVHIST_" TO WS-HIST-PREFIX.
           MOVE "INVOICE" TO WS-AUDIT-KEY.
           PERFORM FILE-START.
           OPEN INPUT INVOICE-FILE.
           IF SI-FILESTATUS = "35"
               MOVE "NOT ON FILE" TO ARC-RESULT (WS-FILE-SUB)
               EXIT PARAGRAPH
           END-IF.
           IF SI-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVOICE.DAT (status "
                   SI-FILESTATUS ") - not archived."
               PERFORM FILE-FAIL
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARCHIVE-MODE = 'Y'
               CLOSE INVOICE-FILE
               PERFORM HIST-OPEN
               IF WS-HIST-OPEN NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM MASTER-SET-ASIDE
               IF WS-OLD-SET-ASIDE NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT OLD-INVOICE-FILE
               IF OLD-FILESTATUS NOT = "00"
                   DISPLAY "[SYSTEM] Cannot open " WS-OLD-NAME
                       " (status " OLD-FILESTATUS ")."
                   PERFORM MASTER-PUT-BACK
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT INVOICE-FILE
               IF SI-FILESTATUS NOT = "00"
                   DISPLAY "[SYSTEM] Cannot create a new "
                       WS-LIVE-NAME " (status " SI-FILESTATUS ")."
                   CLOSE OLD-INVOICE-FILE
                   PERFORM MASTER-PUT-BACK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'N' TO WS-READ-DONE.
           PERFORM INV-READ-NEXT.
           PERFORM UNTIL WS-READ-DONE = 'Y'
               PERFORM INV-TAKE-RECORD
               PERFORM INV-READ-NEXT
           END-PERFORM.
           PERFORM DOC-FLUSH.
           IF WS-ARCHIVE-MODE = 'Y'
               CLOSE OLD-INVOICE-FILE
           END-IF.
           CLOSE INVOICE-FILE.
           PERFORM FILE-FINISH.

       INV-READ-NEXT.
           IF WS-ARCHIVE-MODE = 'Y'
               READ OLD-INVOICE-FILE NEXT RECORD
                   INTO WS-DOC-RECORD
                   AT END
                       CONTINUE
               END-READ
               MOVE OLD-FILESTATUS TO WS-READ-STATUS
           ELSE
               READ INVOICE-FILE NEXT RECORD INTO WS-DOC-RECORD
                   AT END
                       CONTINUE
               END-READ
               MOVE SI-FILESTATUS TO WS-READ-STATUS
           END-IF.
           PERFORM CHECK-READ-STATUS.

      *> An invoice closes when the payment run pays it; one paid
      *> before the paid date was kept goes by its invoice date.
       INV-TAKE-RECORD.
           MOVE SPACES TO WS-DOC-NUMBER.
           MOVE WS-DOC-RECORD (1:12) TO WS-DOC-NUMBER.
           PERFORM DOC-CHECK-BREAK.
           MOVE WS-DOC-RECORD TO INVOICE-RECORD.
           IF INV-REC-TYPE = 'H'
               MOVE 'Y' TO WS-DOC-HAS-HEADER
               MOVE INV-STATUS TO WS-DOC-STATUS
               IF INV-STATUS = "PAID"
                   MOVE 'Y' TO WS-DOC-CLOSED
               END-IF
               IF INV-PAID-DATE IS NUMERIC
                       AND INV-PAID-DATE > ZERO
                   MOVE INV-PAID-DATE TO WS-DOC-CLOSE-DATE
               ELSE
                   IF INV-DATE IS NUMERIC
                       MOVE INV-DATE TO WS-DOC-CLOSE-DATE
                   END-IF
               END-IF
           END-IF.
           PERFORM DOC-BUFFER-RECORD.

      *> Anything but a clean end of file part-way through a rebuild
      *> leaves the new master short; FILE-FINISH then puts the .OLD
      *> copy back.
       CHECK-READ-STATUS.
           IF WS-READ-STATUS = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-READ-DONE.
           IF WS-READ-STATUS NOT = "10"
               DISPLAY "[SYSTEM] Read error (status " WS-READ-STATUS
                   ") on " WS-LIVE-NAME " - stopped at document "
                   WS-CUR-DOC "."
               PERFORM FILE-FAIL
           END-IF.

       FILE-START.
           MOVE ZERO TO DOC-BUF-COUNT.
           MOVE 'N' TO WS-FILE-FAILED.
           MOVE 'N' TO WS-HIST-OPEN.
           MOVE 'N' TO WS-OLD-SET-ASIDE.
           MOVE SPACES TO WS-CUR-DOC.
           MOVE SPACES TO WS-HIST-FILENAME.
           STRING
               WS-HIST-PREFIX DELIMITED BY SPACE
               WS-RUN-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
           INTO WS-HIST-FILENAME.
           MOVE SPACES TO WS-HIST-WORKNAME.
           STRING
               WS-HIST-PREFIX DELIMITED BY "_"
               ".TMP" DELIMITED BY SIZE
           INTO WS-HIST-WORKNAME.
           MOVE WS-LIVE-NAME TO ARC-LIVE-NAME (WS-FILE-SUB).
           MOVE WS-HIST-FILENAME TO ARC-HIST-NAME (WS-FILE-SUB).
           MOVE ZERO TO ARC-DOCS-READ (WS-FILE-SUB).
           MOVE ZERO TO ARC-DOCS (WS-FILE-SUB).
           MOVE ZERO TO ARC-RECS (WS-FILE-SUB).
           MOVE ZERO TO ARC-KEPT (WS-FILE-SUB).
           MOVE ZERO TO ARC-HELD (WS-FILE-SUB).
           MOVE ZERO TO ARC-FAILED (WS-FILE-SUB).
           IF WS-ARCHIVE-MODE = 'Y'
               MOVE "ARCHIVED" TO ARC-RESULT (WS-FILE-SUB)
           ELSE
               MOVE "PREVIEW" TO ARC-RESULT (WS-FILE-SUB)
           END-IF.

       FILE-FAIL.
           MOVE 'Y' TO WS-FILE-FAILED.
           MOVE "FAILED" TO ARC-RESULT (WS-FILE-SUB).
           MOVE 8 TO WS-RUN-RC.

      *> The work file starts empty each run; a work file left by a
      *> run that failed was never added to history and is dropped.
       HIST-OPEN.
           OPEN OUTPUT HIST-FILE.
           IF HIST-FILESTATUS = "00"
               MOVE 'Y' TO WS-HIST-OPEN
           ELSE
               DISPLAY "[SYSTEM] Cannot open " WS-HIST-WORKNAME
                   " (status " HIST-FILESTATUS ") - "
                   WS-LIVE-NAME " not archived."
               PERFORM FILE-FAIL
           END-IF.

      *> A master that cannot be renamed aside (still open at a
      *> terminal, or an old .OLD that would not go) is not touched.
       MASTER-SET-ASIDE.
           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
               RETURNING WS-RENAME-RESULT
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-LIVE-NAME WS-OLD-NAME
               RETURNING WS-RENAME-RESULT
           END-CALL.
           IF WS-RENAME-RESULT = ZERO
               MOVE 'Y' TO WS-OLD-SET-ASIDE
           ELSE
               DISPLAY "[SYSTEM] Cannot rename " WS-LIVE-NAME " to "
                   WS-OLD-NAME " - not archived."
               PERFORM HIST-CLOSE
               PERFORM HIST-DISCARD
               PERFORM FILE-FAIL
           END-IF.

      *> The rebuild did not finish whole: whatever was rebuilt is
      *> dropped, the master set aside goes back under its own name
      *> and this run's history records for it are thrown away, so
      *> no document ends up both live and in history. The live name
      *> is only deleted once the .OLD copy is known to be there.
       MASTER-PUT-BACK.
           PERFORM HIST-CLOSE.
           PERFORM HIST-DISCARD.
           PERFORM FILE-FAIL.
           IF WS-OLD-SET-ASIDE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-LIVE-NAME
               RETURNING WS-RENAME-RESULT
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-LIVE-NAME
               RETURNING WS-RENAME-RESULT
           END-CALL.
           IF WS-RENAME-RESULT NOT = ZERO
               DISPLAY "[SYSTEM] Could not rename " WS-OLD-NAME
                   " back to " WS-LIVE-NAME " - do so by hand "
                   "before the terminals are used."
           ELSE
               MOVE 'N' TO WS-OLD-SET-ASIDE
               DISPLAY "[SYSTEM] " WS-LIVE-NAME " left as it was."
           END-IF.

       HIST-CLOSE.
           IF WS-HIST-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           CLOSE HIST-FILE.
           MOVE 'N' TO WS-HIST-OPEN.

       HIST-DISCARD.
           CALL "CBL_DELETE_FILE" USING WS-HIST-WORKNAME
               RETURNING WS-RENAME-RESULT
           END-CALL.

      *> Adds the run's work file to the day's history file, begun
      *> afresh or added to if an earlier run today made one.
       HIST-APPEND.
           OPEN INPUT HIST-FILE.
           IF HIST-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot reopen " WS-HIST-WORKNAME
                   " (status " HIST-FILESTATUS ")."
               PERFORM FILE-FAIL
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND HIST-OUT-FILE.
           IF HOUT-FILESTATUS = "35"
               OPEN OUTPUT HIST-OUT-FILE
           END-IF.
           IF HOUT-FILESTATUS NOT = "00" AND HOUT-FILESTATUS NOT = "05"
               DISPLAY "[SYSTEM] Cannot open " WS-HIST-FILENAME
                   " (status " HOUT-FILESTATUS ")."
               CLOSE HIST-FILE
               PERFORM FILE-FAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HIST-COPY-EOF.
           PERFORM UNTIL WS-HIST-COPY-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-COPY-EOF
                   NOT AT END
                       MOVE HIST-RECORD TO HIST-OUT-RECORD
                       WRITE HIST-OUT-RECORD
                       IF HOUT-FILESTATUS NOT = "00"
                           DISPLAY "[SYSTEM] Error writing "
                               WS-HIST-FILENAME " (status "
                               HOUT-FILESTATUS ") - it may hold part "
                               "of this run's documents, which stay "
                               "live."
                           PERFORM FILE-FAIL
                           MOVE 'Y' TO WS-HIST-COPY-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-OUT-FILE.
           CLOSE HIST-FILE.

      *> Records arrive in key order, so a change of document number
      *> ends the key range gathered so far. A document number has
      *> 999 lines at most, so the buffer cannot overflow on a
      *> well-formed master; one that does is kept live, whole or in
      *> part, and listed.
       DOC-CHECK-BREAK.
           IF DOC-BUF-COUNT > ZERO
                   AND WS-DOC-NUMBER NOT = WS-CUR-DOC
               PERFORM DOC-FLUSH
           END-IF.
           IF DOC-BUF-COUNT >= 1000
               MOVE "TOO MANY RECORDS" TO WS-DOC-HOLD
               PERFORM DOC-FLUSH
           END-IF.
           IF DOC-BUF-COUNT = ZERO
                   AND WS-DOC-NUMBER NOT = WS-CUR-DOC
               MOVE WS-DOC-NUMBER TO WS-CUR-DOC
               MOVE 'N' TO WS-DOC-HAS-HEADER
               MOVE SPACES TO WS-DOC-STATUS
               MOVE 'N' TO WS-DOC-CLOSED
               MOVE ZERO TO WS-DOC-CLOSE-DATE
               MOVE SPACES TO WS-DOC-HOLD
           END-IF.

       DOC-BUFFER-RECORD.
           ADD 1 TO DOC-BUF-COUNT.
           MOVE WS-DOC-RECORD TO DOC-BUF-REC (DOC-BUF-COUNT).

      *> Decides the document gathered in the buffer: still open, or
      *> closed inside the retention period, stays live quietly; one
      *> old enough but held is kept and listed; the rest is
      *> archived. On a preview only the counting is done.
       DOC-FLUSH.
           IF DOC-BUF-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ARC-DOCS-READ (WS-FILE-SUB).
           EVALUATE TRUE
               WHEN WS-DOC-HOLD = "TOO MANY RECORDS"
                   MOVE 'H' TO WS-DOC-ACTION
               WHEN WS-DOC-CLOSED NOT = 'Y'
                   MOVE 'K' TO WS-DOC-ACTION
               WHEN WS-DOC-CLOSE-DATE NOT < WS-CUTOFF-DATE
                   MOVE 'K' TO WS-DOC-ACTION
               WHEN WS-DOC-HOLD NOT = SPACES
                   MOVE 'H' TO WS-DOC-ACTION
               WHEN OTHER
                   MOVE 'A' TO WS-DOC-ACTION
           END-EVALUATE.
           IF WS-DOC-ACTION = 'H'
               ADD 1 TO ARC-HELD (WS-FILE-SUB)
               PERFORM REPORT-HELD-DOC
           END-IF.

           IF WS-DOC-ACTION = 'A' AND WS-ARCHIVE-MODE = 'Y'
               MOVE 'Y' TO WS-HIST-WRITE-OK
               PERFORM VARYING DOC-BUF-SUB FROM 1 BY 1
                   UNTIL DOC-BUF-SUB > DOC-BUF-COUNT
                       OR WS-HIST-WRITE-OK NOT = 'Y'
                   MOVE DOC-BUF-REC (DOC-BUF-SUB) TO HIST-RECORD
                   WRITE HIST-RECORD
                   IF HIST-FILESTATUS NOT = "00"
                       MOVE 'N' TO WS-HIST-WRITE-OK
                   END-IF
               END-PERFORM
      *> A document that could not be written away whole stays
      *> live, and the failure puts the whole master back.
               IF WS-HIST-WRITE-OK NOT = 'Y'
                   DISPLAY "[SYSTEM] Error writing " WS-HIST-WORKNAME
                       " (status " HIST-FILESTATUS ") - document "
                       WS-CUR-DOC " kept live."
                   ADD 1 TO ARC-FAILED (WS-FILE-SUB)
                   MOVE 8 TO WS-RUN-RC
                   MOVE 'K' TO WS-DOC-ACTION
               END-IF
           END-IF.

           IF WS-DOC-ACTION = 'A'
               ADD 1 TO ARC-DOCS (WS-FILE-SUB)
               ADD DOC-BUF-COUNT TO ARC-RECS (WS-FILE-SUB)
           ELSE
               ADD 1 TO ARC-KEPT (WS-FILE-SUB)
               IF WS-ARCHIVE-MODE = 'Y'
                   PERFORM VARYING DOC-BUF-SUB FROM 1 BY 1
                       UNTIL DOC-BUF-SUB > DOC-BUF-COUNT
                       PERFORM DOC-WRITE-LIVE
                   END-PERFORM
               END-IF
           END-IF.
           MOVE ZERO TO DOC-BUF-COUNT.

       DOC-WRITE-LIVE.
           EVALUATE WS-DOC-TYPE
               WHEN "PO"
                   MOVE DOC-BUF-REC (DOC-BUF-SUB) TO PO-MASTER-RECORD
                   WRITE PO-MASTER-RECORD
                       INVALID KEY
                           PERFORM DOC-WRITE-FAILED
                   END-WRITE
               WHEN "CO"
                   MOVE DOC-BUF-REC (DOC-BUF-SUB)
                       TO CUST-ORDER-RECORD
                   WRITE CUST-ORDER-RECORD
                       INVALID KEY
                           PERFORM DOC-WRITE-FAILED
                   END-WRITE
               WHEN "INV"
                   MOVE DOC-BUF-REC (DOC-BUF-SUB) TO INVOICE-RECORD
                   WRITE INVOICE-RECORD
                       INVALID KEY
                           PERFORM DOC-WRITE-FAILED
                   END-WRITE
           END-EVALUATE.

       DOC-WRITE-FAILED.
           ADD 1 TO ARC-FAILED (WS-FILE-SUB).
           MOVE 8 TO WS-RUN-RC.
           DISPLAY "Error rewriting " WS-LIVE-NAME " record "
               DOC-BUF-REC (DOC-BUF-SUB) (1:15) "!".

      *> Only a master rebuilt whole keeps its rebuild: the run's
      *> documents then go onto the day's history file, which goes
      *> into the catalog the first time anything is written to it,
      *> and the move is audited. After any failure the master goes
      *> back as it was and nothing is archived from it.
       FILE-FINISH.
           PERFORM HIST-CLOSE.
           IF ARC-FAILED (WS-FILE-SUB) > ZERO
               MOVE "FAILED" TO ARC-RESULT (WS-FILE-SUB)
           END-IF.
           IF WS-ARCHIVE-MODE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-FAILED NOT = 'Y'
                   AND ARC-FAILED (WS-FILE-SUB) = ZERO
                   AND ARC-DOCS (WS-FILE-SUB) > ZERO
               PERFORM HIST-APPEND
           END-IF.
           IF WS-FILE-FAILED = 'Y' OR ARC-FAILED (WS-FILE-SUB) > ZERO
               DISPLAY "[SYSTEM] " WS-LIVE-NAME " was not rebuilt "
                   "whole - putting back the master as it was."
               PERFORM MASTER-PUT-BACK
               MOVE ZERO TO ARC-DOCS (WS-FILE-SUB)
               MOVE ZERO TO ARC-RECS (WS-FILE-SUB)
               EXIT PARAGRAPH
           END-IF.
           PERFORM HIST-DISCARD.
           IF ARC-DOCS (WS-FILE-SUB) = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CATALOG-ADD.
           MOVE "DOC-ARCHIVE" TO WS-AUDIT-FIELD.
           MOVE SPACES TO WS-AUDIT-OLDVAL.
           STRING
               ARC-DOCS (WS-FILE-SUB) " DOCS "
               ARC-RECS (WS-FILE-SUB) " RECS"
           DELIMITED BY SIZE INTO WS-AUDIT-OLDVAL.
           MOVE WS-HIST-FILENAME TO WS-AUDIT-NEWVAL.
           PERFORM AUDIT-WRITE-ENTRY.

       CATALOG-ADD.
           MOVE 'N' TO WS-CATALOG-FOUND.
           OPEN INPUT DOC-HIST-CATALOG.
           IF DHC-FILESTATUS = "00"
               PERFORM UNTIL DHC-FILESTATUS NOT = "00"
                   READ DOC-HIST-CATALOG
                       AT END
                           MOVE "10" TO DHC-FILESTATUS
                       NOT AT END
                           MOVE SPACES TO DHC-PARSE-FIELDS
                           UNSTRING DHC-RECORD DELIMITED BY ","
                               INTO DHC-TYPE DHC-FILENAME
                           IF DHC-FILENAME = WS-HIST-FILENAME
                               MOVE 'Y' TO WS-CATALOG-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-HIST-CATALOG
           END-IF.
           IF WS-CATALOG-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND DOC-HIST-CATALOG.
           IF DHC-FILESTATUS = "35"
               OPEN OUTPUT DOC-HIST-CATALOG
           END-IF.
           IF DHC-FILESTATUS NOT = "00" AND DHC-FILESTATUS NOT = "05"
               DISPLAY "WARNING: cannot write to DOCHIST.CTL (status "
                   DHC-FILESTATUS ") - add " WS-HIST-FILENAME
                   " by hand or the inquiries will not see it!"
               MOVE 4 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DHC-RECORD.
           STRING
               WS-DOC-TYPE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-HIST-FILENAME DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
           INTO DHC-RECORD.
           WRITE DHC-RECORD.
           CLOSE DOC-HIST-CATALOG.

       REPORT-HELD-DOC.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               ARC-LIVE-NAME (WS-FILE-SUB) " " WS-CUR-DOC " "
               WS-DOC-STATUS " " WS-DOC-CLOSE-DATE "  " WS-DOC-HOLD
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.

       ARCHIVE-SUMMARY.
           MOVE SPACES TO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           DISPLAY "=======================================".
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 3
               MOVE SPACES TO WS-RPT-DETAIL
               STRING
                   ARC-LIVE-NAME (WS-FILE-SUB)
                   " DOCS " ARC-DOCS-READ (WS-FILE-SUB)
                   "  ARCHIVED " ARC-DOCS (WS-FILE-SUB)
                   " (" ARC-RECS (WS-FILE-SUB) " RECORDS)"
                   "  KEPT " ARC-KEPT (WS-FILE-SUB)
                   "  HELD " ARC-HELD (WS-FILE-SUB)
                   "  FAILED " ARC-FAILED (WS-FILE-SUB)
                   "  " ARC-RESULT (WS-FILE-SUB)
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM REPORT-WRITE-LINE
               DISPLAY ARC-LIVE-NAME (WS-FILE-SUB) " "
                   ARC-RESULT (WS-FILE-SUB)
               DISPLAY "  Documents archived: " ARC-DOCS (WS-FILE-SUB)
                   " (" ARC-RECS (WS-FILE-SUB) " records)"
               DISPLAY "  Kept live: " ARC-KEPT (WS-FILE-SUB)
                   "  held: " ARC-HELD (WS-FILE-SUB)
               IF WS-ARCHIVE-MODE = 'Y'
                       AND ARC-DOCS (WS-FILE-SUB) > ZERO
                   DISPLAY "  History file: "
                       ARC-HIST-NAME (WS-FILE-SUB)
               END-IF
           END-PERFORM.

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

      *> The held documents, then one total line per master.
       REPORT-OPEN.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           ACCEPT WS-RPT-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING
               "ARCHIVE_" WS-RPT-DATE ".RPT"
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
           IF WS-ARCHIVE-MODE = 'Y'
               STRING
                   "CLOSED DOCUMENT ARCHIVE - CLOSED BEFORE "
                   WS-CUTOFF-DATE "  RETAIN " WS-RETAIN-EDIT
                   " DAYS  PAGE " WS-RPT-PAGE-NO
               DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING
                   "CLOSED DOCUMENT ARCHIVE (PREVIEW) - CLOSED "
                   "BEFORE " WS-CUTOFF-DATE "  RETAIN "
                   WS-RETAIN-EDIT " DAYS  PAGE " WS-RPT-PAGE-NO
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "RUN " WS-RPT-DATE " " WS-RPT-TIME
               "  OPERATOR " WS-OPERATOR-ID
           DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "FILE           DOCUMENT     STATUS     CLOSED    "
               & "HELD LIVE BECAUSE"
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
