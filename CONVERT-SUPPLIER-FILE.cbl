       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-SUPPLIER-FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SUPPLIER-FILE ASSIGN TO "SUPPLIER.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-SUPPLIER-CODE
               FILE STATUS IS OLD-FILESTATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-CODE
               FILE STATUS IS SUP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The layout as it stood before payment terms were added.
       FD OLD-SUPPLIER-FILE.
       01 OLD-SUPPLIER-RECORD.
           05 OLD-SUPPLIER-CODE      PIC X(6).
           05 OLD-SUPPLIER-NAME      PIC X(30).
           05 OLD-SUPPLIER-CONTACT   PIC X(30).
           05 OLD-SUPPLIER-LEAD-DAYS PIC 9(3).

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
       01 SUP-FILESTATUS        PIC X(2).
       01 WS-CONVERTED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RENAME-RESULT      PIC S9(9) COMP-5.
       01 WS-LIVE-NAME          PIC X(20) VALUE "SUPPLIER.DAT".
       01 WS-OLD-NAME           PIC X(20) VALUE "SUPPLIER.OLD".

      *> One-shot deploy companion to supplier payment terms, in the
      *> CONVERT-POMASTER-FILE mold: the old indexed file is set
      *> aside as SUPPLIER.OLD and rebuilt in the new layout.  Every
      *> existing supplier starts on the standard net 30 with no
      *> early-payment discount; buyers correct the exceptions
      *> through supplier maintenance.  Run this before
      *> CONVERT-INVOICE-FILE, which dates approved invoices from
      *> these terms.  Running against a file already in the new
      *> layout does nothing.
       PROCEDURE DIVISION.
           OPEN INPUT SUPPLIER-FILE.
           EVALUATE TRUE
               WHEN SUP-FILESTATUS = "00"
                   DISPLAY "[SYSTEM] SUPPLIER.DAT already opens "
                       "in the new layout - nothing to convert."
                   CLOSE SUPPLIER-FILE
                   STOP RUN
               WHEN SUP-FILESTATUS = "35"
                   DISPLAY "[SYSTEM] No SUPPLIER.DAT on file - "
                       "nothing to convert."
                   STOP RUN
               WHEN SUP-FILESTATUS = "39"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "[SYSTEM] Unexpected status "
                       SUP-FILESTATUS " opening SUPPLIER.DAT - "
                       "nothing converted."
                   STOP RUN
           END-EVALUATE.

           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
               RETURNING WS-RENAME-RESULT
           END-CALL.
           CALL "CBL_RENAME_FILE" USING WS-LIVE-NAME WS-OLD-NAME
               RETURNING WS-RENAME-RESULT
           END-CALL.

           OPEN INPUT OLD-SUPPLIER-FILE.
           IF OLD-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open " WS-OLD-NAME
                   " in the old layout (status " OLD-FILESTATUS
                   ") - rename it back to " WS-LIVE-NAME
                   " and investigate."
               STOP RUN
           END-IF.
           OPEN OUTPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot create the new "
                   WS-LIVE-NAME " (status " SUP-FILESTATUS ") - "
                   "rename " WS-OLD-NAME " back and investigate."
               CLOSE OLD-SUPPLIER-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL OLD-FILESTATUS NOT = "00"
               READ OLD-SUPPLIER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO OLD-FILESTATUS
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.

           CLOSE OLD-SUPPLIER-FILE.
           CLOSE SUPPLIER-FILE.
           DISPLAY "[SYSTEM] Supplier layout conversion done:"
           DISPLAY "  Records converted: " WS-CONVERTED-COUNT
           DISPLAY "  Records failed: " WS-FAILED-COUNT
           DISPLAY "  Old file kept as " WS-OLD-NAME
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE SPACES TO SUPPLIER-RECORD.
           MOVE OLD-SUPPLIER-CODE TO SUPPLIER-CODE.
           MOVE OLD-SUPPLIER-NAME TO SUPPLIER-NAME.
           MOVE OLD-SUPPLIER-CONTACT TO SUPPLIER-CONTACT.
           MOVE OLD-SUPPLIER-LEAD-DAYS TO SUPPLIER-LEAD-DAYS.
           MOVE 30 TO SUPPLIER-NET-DAYS.
           MOVE ZERO TO SUPPLIER-DISC-PCT.
           MOVE ZERO TO SUPPLIER-DISC-DAYS.
           WRITE SUPPLIER-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "Error converting supplier "
                       OLD-SUPPLIER-CODE "!"
               NOT INVALID
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
