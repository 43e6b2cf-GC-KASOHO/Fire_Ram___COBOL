           SELECT CHECK-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD BACKUP-FILE.
       01 BACKUP-RECORD.
           05 BKP-ITEM-CODE     PIC X(10).
           05 BKP-ITEM-DATA     PIC X(198).

       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-RECORD   PIC X(100).

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
       01 BKP-FILESTATUS        PIC X(2).
       01 WS-BACKUP-FILENAME    PIC X(40).
      *> that falls out of the retention window is purged the same
      *> way the CSV archives are.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           STRING
               "INVBACKUP_" WS-RUN-DATE ".DAT"
           DELIMITED BY SIZE INTO WS-BACKUP-FILENAME.
           IF FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot open INVENTORYFILE.DAT "
                   "(status " FILESTATUS ") - no backup taken."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           IF BKP-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] Cannot create " WS-BACKUP-FILENAME
                   " (status " BKP-FILESTATUS ") - no backup taken."
               MOVE 8 TO RETURN-CODE
               CLOSE INVENTORY-FILE
               STOP RUN
           END-IF.
                   " RECORD(S), STATUS " FILESTATUS
               DELIMITED BY SIZE INTO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE INVENTORY-FILE.
           CALL "CBL_DELETE_FILE" USING WS-PURGE-FILENAME
               RETURNING WS-PURGE-RESULT
           END-CALL.

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
