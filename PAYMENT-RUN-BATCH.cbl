       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-RUN-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS SI-FILESTATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-CODE
               FILE STATUS IS SUP-FILESTATUS.

           SELECT DEBIT-MEMO-FILE ASSIGN TO "DEBITMEMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-NUMBER
               FILE STATUS IS DM-FILESTATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-FILESTATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILESTATUS.

           SELECT PAY-SORT-FILE ASSIGN TO "PAYSORT.TMP".

           SELECT REMIT-FILE ASSIGN TO WS-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REM-FILESTATUS.

           SELECT PAYMENT-FILE ASSIGN TO WS-PAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILESTATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD DEBIT-MEMO-FILE.
       01 DEBIT-MEMO-RECORD.
           05 DM-NUMBER          PIC 9(6).
           05 DM-SUPPLIER-CODE   PIC X(6).
           05 DM-PO-NUMBER       PIC 9(6).
           05 DM-PO-LINE-NO      PIC 9(3).
           05 DM-INVOICE-NO      PIC X(12).
           05 DM-ITEM-CODE       PIC X(10).
           05 DM-QTY             PIC 9(5).
           05 DM-UNIT-COST       PIC 9(7)V99.
           05 DM-AMOUNT          PIC 9(9)V99.
           05 DM-DATE            PIC 9(8).
           05 DM-LOC             PIC X(10).
           05 DM-REASON          PIC X(20).
           05 DM-STATUS          PIC X(10).
           05 FILLER             PIC X(20).

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

      *> Approved invoices eligible for this run, most urgent first.
       SD PAY-SORT-FILE.
       01 PAY-SORT-RECORD.
           05 PYS-DUE-DATE       PIC 9(8).
           05 PYS-SUPPLIER-CODE  PIC X(6).
           05 PYS-INVOICE-NO     PIC X(12).
           05 PYS-PO-NUMBER      PIC 9(6).
           05 PYS-INV-DATE       PIC 9(8).
           05 PYS-GROSS          PIC 9(9)V99.
           05 PYS-MEMOS          PIC 9(9)V99.
           05 PYS-DISCOUNT       PIC 9(9)V99.
           05 PYS-AMOUNT         PIC 9(9)V99.

       FD REMIT-FILE.
       01 REMIT-RECORD          PIC X(100).

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD        PIC X(100).

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
       01 SI-FILESTATUS         PIC X(2).
       01 SUP-FILESTATUS        PIC X(2).
       01 DM-FILESTATUS         PIC X(2).
       01 OPER-FILESTATUS       PIC X(2).
       01 AUD-FILESTATUS        PIC X(2).
       01 REM-FILESTATUS        PIC X(2).
       01 PAY-FILESTATUS        PIC X(2).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-OPERATOR-ID        PIC X(10).
       01 WS-OPERATOR-PIN       PIC X(6).
       01 WS-RUN-ALLOWED        PIC X.
       01 WS-CONFIRM            PIC X.
       01 WS-SUP-AVAILABLE      PIC X.
       01 WS-DM-AVAILABLE       PIC X.
       01 WS-EOF                PIC X.
       01 WS-DM-EOF             PIC X.

       01 WS-CASH-TEXT          PIC X(15).
       01 WS-CASH-LIMIT         PIC 9(9)V99.
       01 WS-CASH-LEFT          PIC 9(9)V99.
       01 WS-CASH-EDIT          PIC Z(8)9.99.
       01 WS-NET                PIC S9(10)V99.
       01 WS-MEMO-TOTAL         PIC 9(9)V99.

       01 WS-ELIGIBLE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-PAID-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-MEMO-APPLIED       PIC 9(5) VALUE ZERO.
       01 WS-REMIT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-PAID-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-DISC-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-SUP-PAID-TOTAL     PIC 9(9)V99.

      *> The invoices chosen for payment, held until the supervisor
      *> confirms the run.  Selection stops at the table size; what
      *> does not fit waits for the next run.
       01 PAY-TABLE.
           05 PAY-ENTRY OCCURS 200 TIMES.
               10 PAY-INVOICE-NO     PIC X(12).
               10 PAY-SUPPLIER-CODE  PIC X(6).
               10 PAY-PO-NUMBER      PIC 9(6).
               10 PAY-INV-DATE       PIC 9(8).
               10 PAY-DUE-DATE       PIC 9(8).
               10 PAY-GROSS          PIC 9(9)V99.
               10 PAY-MEMOS          PIC 9(9)V99.
               10 PAY-DISCOUNT       PIC 9(9)V99.
               10 PAY-AMOUNT         PIC 9(9)V99.
               10 PAY-POSTED         PIC X.
               10 PAY-REMITTED       PIC X.
       01 PAY-COUNT             PIC 9(3) VALUE ZERO.
       01 PAY-SUB               PIC 9(3).
       01 PAY-SUB2              PIC 9(3).
       01 PAY-CAP-HIT           PIC X VALUE 'N'.

       01 WS-REMIT-FILENAME     PIC X(40).
       01 WS-PAY-FILENAME       PIC X(40).
       01 WS-GROSS-EDIT         PIC 9(9).99.
       01 WS-MEMO-EDIT          PIC 9(9).99.
       01 WS-DISC-EDIT          PIC 9(9).99.
       01 WS-AMOUNT-EDIT        PIC 9(9).99.
       01 WS-TOTAL-EDIT         PIC 9(9).99.

       01 WS-AUDIT-KEY          PIC X(10).
       01 WS-AUDIT-FIELD        PIC X(15).
       01 WS-AUDIT-OLDVAL       PIC X(30).
       01 WS-AUDIT-NEWVAL       PIC X(30).
       01 WS-AUDIT-DATE         PIC 9(8).
       01 WS-AUDIT-TIME         PIC 9(8).

      *> The supplier payment run.  Approved invoices that have
      *> fallen due, or that can still take their early-payment
      *> discount, are paid most urgent first until the cash the
      *> supervisor has released for the run is used up; an invoice
      *> too large for what is left is held for the next run and
      *> the run moves on to smaller ones.  Each invoice is paid
      *> net of its debit memos and of the discount when it is paid
      *> within the discount window.  Paid invoices are marked PAID
      *> with the date and amount, their debit memos APPLIED, and
      *> every supplier paid gets a dated remittance advice.  The
      *> payments go to a dated PAYMENT_yyyymmdd.DAT beside the GL
      *> extract, in its header/detail/trailer form, for the
      *> bookkeeper's import; a second run on the same day adds its
      *> own batch to that day's file.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           IF WS-RUN-DATE NOT > WS-CLOSED-THRU
               DISPLAY "[SYSTEM] Business day " WS-RUN-DATE
                   " is closed - nothing paid."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Operator ID: " NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           PERFORM CHECK-RUN-ALLOWED.
           IF WS-RUN-ALLOWED NOT = 'Y'
               DISPLAY "[SYSTEM] The payment run needs a supervisor "
                   "- nothing paid."
               STOP RUN
           END-IF.

           DISPLAY "Cash available for this run: " NO ADVANCING.
           ACCEPT WS-CASH-TEXT.
           IF WS-CASH-TEXT = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-CASH-TEXT) NOT = 0
               DISPLAY "[SYSTEM] Invalid cash amount - nothing paid."
               STOP RUN
           END-IF.
           COMPUTE WS-CASH-LIMIT = FUNCTION NUMVAL (WS-CASH-TEXT).
           IF WS-CASH-LIMIT = ZERO
               DISPLAY "[SYSTEM] No cash released - nothing paid."
               STOP RUN
           END-IF.
           MOVE WS-CASH-LIMIT TO WS-CASH-LEFT.

           OPEN I-O INVOICE-FILE.
           IF SI-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVOICE.DAT (status "
                   SI-FILESTATUS ") - nothing paid."
               STOP RUN
           END-IF.
           OPEN INPUT DEBIT-MEMO-FILE.
           IF DM-FILESTATUS = "00"
               MOVE 'Y' TO WS-DM-AVAILABLE
               CLOSE DEBIT-MEMO-FILE
           ELSE
               MOVE 'N' TO WS-DM-AVAILABLE
           END-IF.

           SORT PAY-SORT-FILE ON ASCENDING KEY PYS-DUE-DATE
                   PYS-SUPPLIER-CODE PYS-INVOICE-NO
               INPUT PROCEDURE IS SELECT-DUE-INVOICES
               OUTPUT PROCEDURE IS CHOOSE-PAYMENTS.

           IF PAY-COUNT = ZERO
               CLOSE INVOICE-FILE
               DISPLAY "[SYSTEM] Payment run for " WS-RUN-DATE ":"
               DISPLAY "  Invoices due: " WS-ELIGIBLE-COUNT
               DISPLAY "  Held (over the cash left): " WS-HELD-COUNT
               DISPLAY "  Nothing paid."
               STOP RUN
           END-IF.

           PERFORM SHOW-PROPOSED-RUN.
           DISPLAY "Pay these " PAY-COUNT " invoice(s)? (Y/N): "
               NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               CLOSE INVOICE-FILE
               DISPLAY "[SYSTEM] Payment run abandoned - nothing "
                   "paid."
               STOP RUN
           END-IF.

           PERFORM MARK-ONE-PAID
               VARYING PAY-SUB FROM 1 BY 1 UNTIL PAY-SUB > PAY-COUNT.
           CLOSE INVOICE-FILE.

           IF WS-DM-AVAILABLE = 'Y'
               PERFORM APPLY-DEBIT-MEMOS
           END-IF.

           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS = "00"
               MOVE 'Y' TO WS-SUP-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SUP-AVAILABLE
           END-IF.
           PERFORM WRITE-SUPPLIER-REMITTANCE
               VARYING PAY-SUB FROM 1 BY 1 UNTIL PAY-SUB > PAY-COUNT.
           IF WS-SUP-AVAILABLE = 'Y'
               CLOSE SUPPLIER-FILE
           END-IF.

           PERFORM WRITE-PAYMENT-FILE.

           MOVE WS-PAID-TOTAL TO WS-TOTAL-EDIT.
           MOVE WS-DISC-TOTAL TO WS-DISC-EDIT.
           MOVE WS-CASH-LEFT TO WS-CASH-EDIT.
           DISPLAY "[SYSTEM] Payment run for " WS-RUN-DATE ":"
           DISPLAY "  Invoices due: " WS-ELIGIBLE-COUNT
           DISPLAY "  Paid: " WS-PAID-COUNT "  total " WS-TOTAL-EDIT
           DISPLAY "  Discounts taken: " WS-DISC-EDIT
           DISPLAY "  Debit memos applied: " WS-MEMO-APPLIED
           DISPLAY "  Held (over the cash left): " WS-HELD-COUNT
           DISPLAY "  Failed to update: " WS-FAILED-COUNT
           DISPLAY "  Cash left unspent: " WS-CASH-EDIT
           DISPLAY "  Remittances written: " WS-REMIT-COUNT
           DISPLAY "  Written to " WS-PAY-FILENAME
           IF PAY-CAP-HIT = 'Y'
               DISPLAY "NOTE: more than 200 invoices due - the rest "
                   "wait for the next run."
           END-IF
           STOP RUN.

      *> Same check as CYCLE-COUNT-RECONCILE's posting gate: the
      *> keyed ID must be an active supervisor with the right PIN,
      *> and a refusal lands on the audit log.
       CHECK-RUN-ALLOWED.
           MOVE 'N' TO WS-RUN-ALLOWED.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-FILESTATUS NOT = "00"
               DISPLAY "WARNING: no operator master on file - "
                   "payment run unverified."
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
               MOVE "PAYMENT-RUN" TO WS-AUDIT-OLDVAL
               MOVE SPACES TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.

      *> An approved invoice is up for payment once it is due, or
      *> while its discount can still be taken.  An invoice dated
      *> before due dates were kept (zero due date) counts as due.
       SELECT-DUE-INVOICES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF INV-REC-TYPE = 'H'
                               AND INV-STATUS = "APPROVED"
                           PERFORM CONSIDER-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.

       CONSIDER-ONE-INVOICE.
           IF INV-DUE-DATE NOT NUMERIC
               MOVE ZERO TO INV-DUE-DATE
           END-IF.
           IF INV-DISC-DATE NOT NUMERIC OR INV-DISC-PCT NOT NUMERIC
               MOVE ZERO TO INV-DISC-DATE
               MOVE ZERO TO INV-DISC-PCT
           END-IF.
           IF INV-DUE-DATE > WS-RUN-DATE
               IF INV-DISC-PCT = ZERO
                       OR INV-DISC-DATE < WS-RUN-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM SUM-MEMOS-FOR-INVOICE.
           COMPUTE WS-NET = INV-TOTAL-AMT - WS-MEMO-TOTAL.
           IF WS-NET < ZERO
               MOVE ZERO TO WS-NET
           END-IF.
           MOVE INV-DUE-DATE TO PYS-DUE-DATE.
           MOVE INV-SUPPLIER-CODE TO PYS-SUPPLIER-CODE.
           MOVE INV-INVOICE-NO TO PYS-INVOICE-NO.
           MOVE INV-PO-NUMBER TO PYS-PO-NUMBER.
           MOVE INV-DATE TO PYS-INV-DATE.
           MOVE INV-TOTAL-AMT TO PYS-GROSS.
           MOVE WS-MEMO-TOTAL TO PYS-MEMOS.
           MOVE ZERO TO PYS-DISCOUNT.
           IF INV-DISC-PCT > ZERO AND INV-DISC-DATE >= WS-RUN-DATE
               COMPUTE PYS-DISCOUNT ROUNDED =
                   WS-NET * INV-DISC-PCT / 100
           END-IF.
           COMPUTE PYS-AMOUNT = WS-NET - PYS-DISCOUNT.
           ADD 1 TO WS-ELIGIBLE-COUNT.
           RELEASE PAY-SORT-RECORD.

      *> The debit memos linked to the invoice in the buffer.
       SUM-MEMOS-FOR-INVOICE.
           MOVE ZERO TO WS-MEMO-TOTAL.
           IF WS-DM-AVAILABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DEBIT-MEMO-FILE.
           MOVE 'N' TO WS-DM-EOF.
           PERFORM UNTIL WS-DM-EOF = 'Y'
               READ DEBIT-MEMO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DM-EOF
                   NOT AT END
                       IF DM-INVOICE-NO = INV-INVOICE-NO
                           ADD DM-AMOUNT TO WS-MEMO-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEBIT-MEMO-FILE.

       CHOOSE-PAYMENTS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN PAY-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHOOSE-ONE-PAYMENT
               END-RETURN
           END-PERFORM.

       CHOOSE-ONE-PAYMENT.
           IF PYS-AMOUNT > WS-CASH-LEFT
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF PAY-COUNT >= 200
               MOVE 'Y' TO PAY-CAP-HIT
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAY-COUNT.
           MOVE PYS-INVOICE-NO TO PAY-INVOICE-NO (PAY-COUNT).
           MOVE PYS-SUPPLIER-CODE TO PAY-SUPPLIER-CODE (PAY-COUNT).
           MOVE PYS-PO-NUMBER TO PAY-PO-NUMBER (PAY-COUNT).
           MOVE PYS-INV-DATE TO PAY-INV-DATE (PAY-COUNT).
           MOVE PYS-DUE-DATE TO PAY-DUE-DATE (PAY-COUNT).
           MOVE PYS-GROSS TO PAY-GROSS (PAY-COUNT).
           MOVE PYS-MEMOS TO PAY-MEMOS (PAY-COUNT).
           MOVE PYS-DISCOUNT TO PAY-DISCOUNT (PAY-COUNT).
           MOVE PYS-AMOUNT TO PAY-AMOUNT (PAY-COUNT).
           MOVE 'N' TO PAY-POSTED (PAY-COUNT).
           MOVE 'N' TO PAY-REMITTED (PAY-COUNT).
           SUBTRACT PYS-AMOUNT FROM WS-CASH-LEFT.

       SHOW-PROPOSED-RUN.
           DISPLAY "======================================="
           DISPLAY "         PROPOSED PAYMENT RUN"
           DISPLAY "======================================="
           PERFORM VARYING PAY-SUB FROM 1 BY 1
                   UNTIL PAY-SUB > PAY-COUNT
               MOVE PAY-AMOUNT (PAY-SUB) TO WS-AMOUNT-EDIT
               DISPLAY PAY-SUPPLIER-CODE (PAY-SUB) " "
                   PAY-INVOICE-NO (PAY-SUB) " due "
                   PAY-DUE-DATE (PAY-SUB) "  pay " WS-AMOUNT-EDIT
           END-PERFORM.
           COMPUTE WS-NET = WS-CASH-LIMIT - WS-CASH-LEFT.
           MOVE WS-NET TO WS-TOTAL-EDIT.
           DISPLAY "Total to pay: " WS-TOTAL-EDIT
           DISPLAY "Held for a later run: " WS-HELD-COUNT.

      *> The invoice is read again before it is marked: one that
      *> another operator has changed since selection is left alone
      *> and kept out of the remittance and the payment file.
       MARK-ONE-PAID.
           MOVE PAY-INVOICE-NO (PAY-SUB) TO INV-INVOICE-NO.
           MOVE ZERO TO INV-LINE-NO.
           READ INVOICE-FILE
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "Invoice " PAY-INVOICE-NO (PAY-SUB)
                       " no longer on file - not paid."
                   EXIT PARAGRAPH
           END-READ.
           IF INV-STATUS NOT = "APPROVED"
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "Invoice " PAY-INVOICE-NO (PAY-SUB)
                   " is now " INV-STATUS " - not paid."
               EXIT PARAGRAPH
           END-IF.
           MOVE "PAID" TO INV-STATUS.
           MOVE WS-RUN-DATE TO INV-PAID-DATE.
           MOVE PAY-AMOUNT (PAY-SUB) TO INV-PAID-AMT.
           REWRITE INVOICE-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "Error updating invoice "
                       PAY-INVOICE-NO (PAY-SUB) "!"
               NOT INVALID
                   MOVE 'Y' TO PAY-POSTED (PAY-SUB)
                   ADD 1 TO WS-PAID-COUNT
                   ADD PAY-AMOUNT (PAY-SUB) TO WS-PAID-TOTAL
                   ADD PAY-DISCOUNT (PAY-SUB) TO WS-DISC-TOTAL
                   MOVE PAY-AMOUNT (PAY-SUB) TO WS-AMOUNT-EDIT
                   MOVE INV-PO-NUMBER TO WS-AUDIT-KEY
                   MOVE "INV-PAID" TO WS-AUDIT-FIELD
                   MOVE PAY-INVOICE-NO (PAY-SUB) TO WS-AUDIT-OLDVAL
                   MOVE WS-AMOUNT-EDIT TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
           END-REWRITE.

      *> A debit memo is settled once the invoice it was taken off
      *> has been paid.
       APPLY-DEBIT-MEMOS.
           OPEN I-O DEBIT-MEMO-FILE.
           IF DM-FILESTATUS NOT = "00"
               DISPLAY "WARNING: cannot update DEBITMEMO.DAT "
                   "(status " DM-FILESTATUS ") - memos left OPEN."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEBIT-MEMO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DM-INVOICE-NO NOT = SPACES
                               AND DM-STATUS NOT = "APPLIED"
                           PERFORM APPLY-ONE-MEMO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEBIT-MEMO-FILE.

       APPLY-ONE-MEMO.
           PERFORM VARYING PAY-SUB2 FROM 1 BY 1
                   UNTIL PAY-SUB2 > PAY-COUNT
               IF PAY-INVOICE-NO (PAY-SUB2) = DM-INVOICE-NO
                       AND PAY-POSTED (PAY-SUB2) = 'Y'
                   MOVE "APPLIED" TO DM-STATUS
                   REWRITE DEBIT-MEMO-RECORD
                       INVALID KEY
                           DISPLAY "Error applying debit memo "
                               DM-NUMBER "!"
                       NOT INVALID
                           ADD 1 TO WS-MEMO-APPLIED
                   END-REWRITE
                   MOVE PAY-COUNT TO PAY-SUB2
               END-IF
           END-PERFORM.

      *> One advice per supplier, REMIT_<supplier>_yyyymmdd.TXT,
      *> listing every invoice paid to it in this run.  The first
      *> paid entry for a supplier writes the whole advice and marks
      *> that supplier's other entries done.
       WRITE-SUPPLIER-REMITTANCE.
           IF PAY-POSTED (PAY-SUB) NOT = 'Y'
                   OR PAY-REMITTED (PAY-SUB) = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REMIT-FILENAME.
           STRING
               "REMIT_" FUNCTION TRIM (PAY-SUPPLIER-CODE (PAY-SUB))
               "_" WS-RUN-DATE ".TXT"
           DELIMITED BY SIZE INTO WS-REMIT-FILENAME.
           OPEN EXTEND REMIT-FILE.
           IF REM-FILESTATUS NOT = "00"
               OPEN OUTPUT REMIT-FILE
           END-IF.
           IF REM-FILESTATUS NOT = "00"
               DISPLAY "WARNING: cannot write " WS-REMIT-FILENAME
                   " (status " REM-FILESTATUS ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SUPPLIER-NAME.
           MOVE SPACES TO SUPPLIER-CONTACT.
           IF WS-SUP-AVAILABLE = 'Y'
               MOVE PAY-SUPPLIER-CODE (PAY-SUB) TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE "UNKNOWN SUPPLIER" TO SUPPLIER-NAME
               END-READ
           END-IF.
           MOVE "=======================================" TO
               REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE "          REMITTANCE ADVICE" TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE "=======================================" TO
               REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE SPACES TO REMIT-RECORD.
           STRING
               "Supplier: " PAY-SUPPLIER-CODE (PAY-SUB) " "
               SUPPLIER-NAME
           DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE SPACES TO REMIT-RECORD.
           STRING
               "Attn: " SUPPLIER-CONTACT
           DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE SPACES TO REMIT-RECORD.
           STRING
               "Payment date: " WS-RUN-DATE
           DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE SPACES TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE SPACES TO REMIT-RECORD.
           STRING
               "INVOICE      INV DATE       GROSS    DEBIT MEMOS"
               "     DISCOUNT         PAID"
           DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.

           MOVE ZERO TO WS-SUP-PAID-TOTAL.
           PERFORM VARYING PAY-SUB2 FROM PAY-SUB BY 1
                   UNTIL PAY-SUB2 > PAY-COUNT
               IF PAY-SUPPLIER-CODE (PAY-SUB2)
                       = PAY-SUPPLIER-CODE (PAY-SUB)
                       AND PAY-POSTED (PAY-SUB2) = 'Y'
                   PERFORM WRITE-REMITTANCE-LINE
               END-IF
           END-PERFORM.

           MOVE WS-SUP-PAID-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE SPACES TO REMIT-RECORD.
           STRING
               "TOTAL PAID: " WS-TOTAL-EDIT
           DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.
           CLOSE REMIT-FILE.
           ADD 1 TO WS-REMIT-COUNT.
           DISPLAY "Remittance written to " WS-REMIT-FILENAME.

       WRITE-REMITTANCE-LINE.
           MOVE 'Y' TO PAY-REMITTED (PAY-SUB2).
           ADD PAY-AMOUNT (PAY-SUB2) TO WS-SUP-PAID-TOTAL.
           MOVE PAY-GROSS (PAY-SUB2) TO WS-GROSS-EDIT.
           MOVE PAY-MEMOS (PAY-SUB2) TO WS-MEMO-EDIT.
           MOVE PAY-DISCOUNT (PAY-SUB2) TO WS-DISC-EDIT.
           MOVE PAY-AMOUNT (PAY-SUB2) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REMIT-RECORD.
           STRING
               PAY-INVOICE-NO (PAY-SUB2) " "
               PAY-INV-DATE (PAY-SUB2) " "
               WS-GROSS-EDIT " "
               WS-MEMO-EDIT " "
               WS-DISC-EDIT " "
               WS-AMOUNT-EDIT
           DELIMITED BY SIZE INTO REMIT-RECORD.
           WRITE REMIT-RECORD.

       WRITE-PAYMENT-FILE.
           MOVE SPACES TO WS-PAY-FILENAME.
           STRING
               "PAYMENT_" WS-RUN-DATE ".DAT"
           DELIMITED BY SIZE INTO WS-PAY-FILENAME.
           OPEN EXTEND PAYMENT-FILE.
           IF PAY-FILESTATUS NOT = "00"
               OPEN OUTPUT PAYMENT-FILE
           END-IF.
           IF PAY-FILESTATUS NOT = "00"
               DISPLAY "WARNING: cannot write " WS-PAY-FILENAME
                   " (status " PAY-FILESTATUS ") - key the "
                   "payments from the remittances."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PAYMENT-RECORD.
           STRING
               "H," WS-RUN-DATE ",SUPPLIER PAYMENTS"
           DELIMITED BY SIZE INTO PAYMENT-RECORD.
           WRITE PAYMENT-RECORD.

           PERFORM VARYING PAY-SUB FROM 1 BY 1
                   UNTIL PAY-SUB > PAY-COUNT
               IF PAY-POSTED (PAY-SUB) = 'Y'
                   MOVE PAY-GROSS (PAY-SUB) TO WS-GROSS-EDIT
                   MOVE PAY-MEMOS (PAY-SUB) TO WS-MEMO-EDIT
                   MOVE PAY-DISCOUNT (PAY-SUB) TO WS-DISC-EDIT
                   MOVE PAY-AMOUNT (PAY-SUB) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO PAYMENT-RECORD
                   STRING
                       "D," PAY-SUPPLIER-CODE (PAY-SUB)
                       "," PAY-INVOICE-NO (PAY-SUB)
                       "," PAY-PO-NUMBER (PAY-SUB)
                       "," WS-GROSS-EDIT
                       "," WS-MEMO-EDIT
                       "," WS-DISC-EDIT
                       "," WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO PAYMENT-RECORD
                   WRITE PAYMENT-RECORD
               END-IF
           END-PERFORM.

           MOVE WS-PAID-TOTAL TO WS-TOTAL-EDIT.
           MOVE WS-DISC-TOTAL TO WS-DISC-EDIT.
           MOVE SPACES TO PAYMENT-RECORD.
           STRING
               "T," WS-PAID-COUNT
               "," WS-TOTAL-EDIT
               "," WS-DISC-EDIT
           DELIMITED BY SIZE INTO PAYMENT-RECORD.
           WRITE PAYMENT-RECORD.
           CLOSE PAYMENT-FILE.

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
