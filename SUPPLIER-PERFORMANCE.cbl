               RECORD KEY IS SUPPLIER-CODE
               FILE STATUS IS SUP-FILESTATUS.

      *> POs moved out of the master by ARCHIVE-CLOSED-DOCUMENTS,
      *> found through its catalog.
           SELECT DOC-HIST-CATALOG ASSIGN TO "DOCHIST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DHC-FILESTATUS.

           SELECT PO-HIST-FILE ASSIGN TO WS-DOC-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCH-FILESTATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PO-MASTER-FILE.
           05 SUPPLIER-NAME      PIC X(30).
           05 SUPPLIER-CONTACT   PIC X(30).
           05 SUPPLIER-LEAD-DAYS PIC 9(3).
      *> Payment terms: the invoice falls due SUPPLIER-NET-DAYS
      *> after its date, and SUPPLIER-DISC-PCT comes off if it is
      *> paid within SUPPLIER-DISC-DAYS.
           05 SUPPLIER-NET-DAYS  PIC 9(3).
           05 SUPPLIER-DISC-PCT  PIC 9(2)V99.
           05 SUPPLIER-DISC-DAYS PIC 9(3).
           05 FILLER             PIC X(20).

      *> type (PO, CO or INV),history file name,date archived
       FD DOC-HIST-CATALOG.
       01 DHC-RECORD            PIC X(80).

      *> Archived records in the POMASTER.DAT layout, header first
      *> and then its lines.
       FD PO-HIST-FILE.
       01 PO-HIST-RECORD        PIC X(48).

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
       01 SUP-FILESTATUS        PIC X(2).
       01 DHC-FILESTATUS        PIC X(2).
       01 DOCH-FILESTATUS       PIC X(2).
       01 DHC-PARSE-FIELDS.
           05 DHC-TYPE          PIC X(3).
           05 DHC-FILENAME      PIC X(40).
       01 WS-DOC-HIST-FILENAME  PIC X(40).
       01 WS-DOC-HIST-OPEN      PIC X VALUE 'N'.
       01 WS-PO-LIVE            PIC X VALUE 'N'.
       01 WS-REPORT-FILENAME    PIC X(40).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7).
      *> lead days the supplier promised, the fill rate of received
      *> against ordered quantity, and a list of POs still open past
      *> their promised due date -- the numbers the January
      *> renegotiation has until now run on gut feel. POs archived
      *> out of the master are read from their history files too,
      *> so the averages keep the full delivery record.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

           OPEN INPUT PO-MASTER-FILE.
           IF PO-FILESTATUS = "00"
               MOVE 'Y' TO WS-PO-LIVE
           END-IF.
           PERFORM DOC-HIST-FIRST.
           IF WS-PO-LIVE NOT = 'Y' AND WS-DOC-HIST-FILENAME = SPACES
               DISPLAY "No PO master exists yet - nothing to report."
               STOP RUN
           END-IF.
           DISPLAY "======================================="
           PERFORM REPORT-ASK-PRINT.

           IF WS-PO-LIVE = 'Y'
               PERFORM SCAN-PO-MASTER
           END-IF.
           PERFORM UNTIL WS-DOC-HIST-FILENAME = SPACES
               PERFORM SCAN-PO-HISTORY
               PERFORM DOC-HIST-NEXT
           END-PERFORM.
           PERFORM DISPLAY-SUPPLIER-STATS.
           PERFORM DISPLAY-OVERDUE-POS.

           IF SUP-FILESTATUS = "00"
               CLOSE SUPPLIER-FILE
           END-IF.
           IF WS-PO-LIVE = 'Y'
               CLOSE PO-MASTER-FILE
           END-IF.
           IF SUP-CAP-HIT = 'Y'
               DISPLAY "NOTE: more than 50 distinct suppliers on "
                   "the PO master - the breakdown is incomplete."
               END-READ
           END-PERFORM.

       SCAN-PO-HISTORY.
           OPEN INPUT PO-HIST-FILE.
           IF DOCH-FILESTATUS NOT = "00"
               DISPLAY "WARNING: cannot open "
                   FUNCTION TRIM (WS-DOC-HIST-FILENAME) " (status "
                   DOCH-FILESTATUS ") - its POs are left out."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CUR-SUB.
           PERFORM UNTIL DOCH-FILESTATUS NOT = "00"
               READ PO-HIST-FILE INTO PO-MASTER-RECORD
                   AT END
                       MOVE "10" TO DOCH-FILESTATUS
                   NOT AT END
                       IF PO-REC-TYPE = 'H'
                           PERFORM TALLY-PO-HEADER
                       ELSE
                           PERFORM TALLY-PO-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-HIST-FILE.

      *> Walks DOCHIST.CTL, oldest first, for the PO history files:
      *> each call leaves the next one's name in
      *> WS-DOC-HIST-FILENAME, spaces once there are no more.
       DOC-HIST-FIRST.
           MOVE SPACES TO WS-DOC-HIST-FILENAME.
           OPEN INPUT DOC-HIST-CATALOG.
           IF DHC-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DOC-HIST-OPEN.
           PERFORM DOC-HIST-NEXT.

       DOC-HIST-NEXT.
           MOVE SPACES TO WS-DOC-HIST-FILENAME.
           PERFORM UNTIL WS-DOC-HIST-OPEN NOT = 'Y'
                   OR WS-DOC-HIST-FILENAME NOT = SPACES
               READ DOC-HIST-CATALOG
                   AT END
                       CLOSE DOC-HIST-CATALOG
                       MOVE 'N' TO WS-DOC-HIST-OPEN
                   NOT AT END
                       MOVE SPACES TO DHC-PARSE-FIELDS
                       UNSTRING DHC-RECORD DELIMITED BY ","
                           INTO DHC-TYPE DHC-FILENAME
                       IF DHC-TYPE = "PO"
                           MOVE DHC-FILENAME TO WS-DOC-HIST-FILENAME
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-PO-HEADER.
           MOVE PO-SUPPLIER-CODE TO SUPPLIER-CODE.
           PERFORM FIND-SUPPLIER-ENTRY.
           IF WS-RPT-ANSWER NOT = 'Y' AND WS-RPT-ANSWER NOT = 'y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           ACCEPT WS-RPT-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING
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
