       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-INVOICE-FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-INVOICE-FILE ASSIGN TO "INVOICE.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-INV-KEY
               FILE STATUS IS OLD-FILESTATUS.

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

       DATA DIVISION.
       FILE SECTION.
      *> The layout as it stood before due dates and payment were
      *> carried on the header.
       FD OLD-INVOICE-FILE.
       01 OLD-INVOICE-RECORD.
           05 OLD-INV-KEY.
               10 OLD-INV-INVOICE-NO PIC X(12).
               10 OLD-INV-LINE-NO    PIC 9(3).
           05 OLD-INV-REC-TYPE      PIC X.
           05 OLD-INV-HEADER-FIELDS.
               10 OLD-INV-SUPPLIER-CODE PIC X(6).
               10 OLD-INV-PO-NUMBER  PIC 9(6).
               10 OLD-INV-DATE       PIC 9(8).
               10 OLD-INV-STATUS     PIC X(10).
               10 OLD-INV-LINE-COUNT PIC 9(3).
               10 OLD-INV-TOTAL-AMT  PIC 9(9)V99.
           05 OLD-INV-LINE-FIELDS REDEFINES OLD-INV-HEADER-FIELDS.
               10 OLD-INV-LINE-ITEM-CODE PIC X(10).
               10 OLD-INV-LINE-QTY   PIC 9(5).
               10 OLD-INV-LINE-PRICE PIC 9(7)V99.
               10 OLD-INV-LINE-MATCH PIC X(20).

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

       WORKING-STORAGE SECTION.
       01 OLD-FILESTATUS        PIC X(2).
       01 SI-FILESTATUS         PIC X(2).
       01 SUP-FILESTATUS        PIC X(2).
       01 WS-SUP-AVAILABLE      PIC X.
       01 WS-CONVERTED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-DATED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RENAME-RESULT      PIC S9(9) COMP-5.
       01 WS-LIVE-NAME          PIC X(20) VALUE "INVOICE.DAT".
       01 WS-OLD-NAME           PIC X(20) VALUE "INVOICE.OLD".

      *> One-shot deploy companion to invoice due dates, in the
      *> CONVERT-POMASTER-FILE mold: the old indexed file is set
      *> aside as INVOICE.OLD and rebuilt in the new layout.  An
      *> invoice already APPROVED is given the due date and discount
      *> window approval would now set, from the supplier's terms
      *> (net 30 when the supplier is unknown or its file has not
      *> been converted yet), so that it comes up in the payment
      *> run.  Nothing converted has been paid.  Running against a
      *> file already in the new layout does nothing.
       PROCEDURE DIVISION.
           OPEN INPUT INVOICE-FILE.
           EVALUATE TRUE
               WHEN SI-FILESTATUS = "00"
                   DISPLAY "[SYSTEM] INVOICE.DAT already opens "
                       "in the new layout - nothing to convert."
                   CLOSE INVOICE-FILE
                   STOP RUN
               WHEN SI-FILESTATUS = "35"
                   DISPLAY "[SYSTEM] No INVOICE.DAT on file - "
                       "nothing to convert."
                   STOP RUN
               WHEN SI-FILESTATUS = "39"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "[SYSTEM] Unexpected status "
                       SI-FILESTATUS " opening INVOICE.DAT - "
                       "nothing converted."
                   STOP RUN
           END-EVALUATE.

           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
               RETURNING WS-RENAME-RESULT
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-LIVE-NAME WS-OLD-NAME
               RETURNING WS-RENAME-RESULT
           END-CALL.

           OPEN INPUT OLD-INVOICE-FILE.
           IF OLD-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open " WS-OLD-NAME
                   " in the old layout (status " OLD-FILESTATUS
                   ") - rename it back to " WS-LIVE-NAME
                   " and investigate."
               STOP RUN
           END-IF.
           OPEN OUTPUT INVOICE-FILE.
           IF SI-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot create the new "
                   WS-LIVE-NAME " (status " SI-FILESTATUS ") - "
                   "rename " WS-OLD-NAME " back and investigate."
               CLOSE OLD-INVOICE-FILE
               STOP RUN
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS = "00"
               MOVE 'Y' TO WS-SUP-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SUP-AVAILABLE
               DISPLAY "[SYSTEM] SUPPLIER.DAT not readable (status "
                   SUP-FILESTATUS ") - approved invoices dated "
                   "net 30."
           END-IF.

           PERFORM UNTIL OLD-FILESTATUS NOT = "00"
               READ OLD-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO OLD-FILESTATUS
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.

           CLOSE OLD-INVOICE-FILE.
           CLOSE INVOICE-FILE.
           IF WS-SUP-AVAILABLE = 'Y'
               CLOSE SUPPLIER-FILE
           END-IF.
           DISPLAY "[SYSTEM] Invoice layout conversion done:"
           DISPLAY "  Records converted: " WS-CONVERTED-COUNT
           DISPLAY "  Approved invoices dated: " WS-DATED-COUNT
           DISPLAY "  Records failed: " WS-FAILED-COUNT
           DISPLAY "  Old file kept as " WS-OLD-NAME
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-INV-INVOICE-NO TO INV-INVOICE-NO.
           MOVE OLD-INV-LINE-NO TO INV-LINE-NO.
           MOVE OLD-INV-REC-TYPE TO INV-REC-TYPE.
           IF OLD-INV-REC-TYPE = 'H'
               MOVE SPACES TO INV-HEADER-FIELDS
               MOVE OLD-INV-SUPPLIER-CODE TO INV-SUPPLIER-CODE
               MOVE OLD-INV-PO-NUMBER TO INV-PO-NUMBER
               MOVE OLD-INV-DATE TO INV-DATE
               MOVE OLD-INV-STATUS TO INV-STATUS
               MOVE OLD-INV-LINE-COUNT TO INV-LINE-COUNT
               MOVE OLD-INV-TOTAL-AMT TO INV-TOTAL-AMT
               MOVE ZERO TO INV-DUE-DATE
               MOVE ZERO TO INV-DISC-DATE
               MOVE ZERO TO INV-DISC-PCT
               MOVE ZERO TO INV-PAID-DATE
               MOVE ZERO TO INV-PAID-AMT
               IF INV-STATUS = "APPROVED"
                   PERFORM SET-APPROVED-TERMS
               END-IF
           ELSE
               MOVE SPACES TO INV-LINE-FIELDS
               MOVE OLD-INV-LINE-ITEM-CODE TO INV-LINE-ITEM-CODE
               MOVE OLD-INV-LINE-QTY TO INV-LINE-QTY
               MOVE OLD-INV-LINE-PRICE TO INV-LINE-PRICE
               MOVE OLD-INV-LINE-MATCH TO INV-LINE-MATCH
           END-IF.
           WRITE INVOICE-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "Error converting invoice "
                       OLD-INV-INVOICE-NO " line " OLD-INV-LINE-NO "!"
               NOT INVALID
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.

      *> Same dating as INVOICE-SET-TERMS in the main program.
       SET-APPROVED-TERMS.
           MOVE 30 TO SUPPLIER-NET-DAYS.
           MOVE ZERO TO SUPPLIER-DISC-PCT.
           MOVE ZERO TO SUPPLIER-DISC-DAYS.
           IF WS-SUP-AVAILABLE = 'Y'
               MOVE INV-SUPPLIER-CODE TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE 30 TO SUPPLIER-NET-DAYS
                       MOVE ZERO TO SUPPLIER-DISC-PCT
                       MOVE ZERO TO SUPPLIER-DISC-DAYS
               END-READ
           END-IF.
           IF SUPPLIER-NET-DAYS = ZERO
               MOVE 30 TO SUPPLIER-NET-DAYS
           END-IF.
           IF INV-DATE NOT NUMERIC OR INV-DATE < 19000101
               EXIT PARAGRAPH
           END-IF.
           COMPUTE INV-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (INV-DATE)
                   + SUPPLIER-NET-DAYS).
           IF SUPPLIER-DISC-PCT > ZERO
               MOVE SUPPLIER-DISC-PCT TO INV-DISC-PCT
               COMPUTE INV-DISC-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (INV-DATE)
                       + SUPPLIER-DISC-DAYS)
           END-IF.
           ADD 1 TO WS-DATED-COUNT.
