       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM-DRIVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "JOBSTREAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILESTATUS.

           SELECT RUN-LOG-FILE ASSIGN TO WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILESTATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD        PIC X(120).

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD        PIC X(100).

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
       01 CTL-FILESTATUS        PIC X(2).
       01 LOG-FILESTATUS        PIC X(2).
       01 WS-LOG-FILENAME       PIC X(40).
       01 WS-RUN-DATE           PIC 9(8).
       01 FILLER REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-NEXT-DATE          PIC 9(8).
       01 FILLER REDEFINES WS-NEXT-DATE.
           05 WS-NEXT-YEAR      PIC 9(4).
           05 WS-NEXT-MM        PIC 9(2).
           05 WS-NEXT-DD        PIC 9(2).
       01 WS-RUN-JULIAN         PIC 9(7).
       01 WS-NEXT-JULIAN        PIC 9(7).
       01 WS-WEEKDAY            PIC 9.
       01 WS-MONTH-END          PIC X VALUE 'N'.
       01 WS-STOP-STREAM        PIC X VALUE 'N'.
       01 WS-STOPPED-BY         PIC X(30) VALUE SPACES.

      *> One entry per step in run order, loaded from JOBSTREAM.CTL.
      *> WS-STEP-DEPEND 'Y' marks a step the later steps rely on --
      *> when it fails the stream stops there. WS-STEP-FREQ is 'D'
      *> for every night or 'M' for the last business day of the
      *> month only.
       01 WS-STEP-TABLE.
           05 WS-STEP-COUNT     PIC 99 VALUE ZERO.
           05 WS-STEP OCCURS 30 TIMES.
               10 WS-STEP-NAME    PIC X(30).
               10 WS-STEP-COMMAND PIC X(60).
               10 WS-STEP-DEPEND  PIC X.
               10 WS-STEP-FREQ    PIC X.
               10 WS-STEP-DONE    PIC X.
       01 WS-STEP-SUB           PIC 99.
       01 WS-FIND-SUB           PIC 99.
       01 WS-STEP-CAP-HIT       PIC X VALUE 'N'.

       01 WS-RUN-COMMAND        PIC X(80).
       01 WS-STEP-RC            PIC S9(9).
       01 WS-RC-EDIT            PIC -(8)9.
       01 WS-START-DATE         PIC 9(8).
       01 WS-START-TIME         PIC 9(8).
       01 WS-END-DATE           PIC 9(8).
       01 WS-END-TIME           PIC 9(8).
       01 WS-LOG-STATUS         PIC X(10).

       01 WS-RAN-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-FAIL-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-WARN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SKIP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-NOT-DUE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-NOT-RUN-COUNT      PIC 9(3) VALUE ZERO.

       01 CTL-PARSE-FIELDS.
           05 CTL-STEP-NAME     PIC X(30).
           05 CTL-COMMAND       PIC X(60).
           05 CTL-DEPEND        PIC X.
           05 CTL-FREQ          PIC X.

       01 LOG-PARSE-FIELDS.
           05 LOG-STEP-NAME     PIC X(30).
           05 LOG-START-DATE    PIC X(8).
           05 LOG-START-TIME    PIC X(8).
           05 LOG-END-DATE      PIC X(8).
           05 LOG-END-TIME      PIC X(8).
           05 LOG-STATUS        PIC X(10).
           05 LOG-RC            PIC X(10).

      *> Runs the overnight stream in the order JOBSTREAM.CTL lists
      *> it, one executable per step, and appends a line per step to
      *> the dated JOBLOG_YYYYMMDD.LOG: step, start date and time,
      *> end date and time, status and the step's return code. A
      *> step that ends with return code 4 finished with a warning
      *> (a posting step refusing a closed day); any other non-zero
      *> code means it failed. Each step is given the run date --
      *> the business date, or the date on the driver's own command
      *> line -- so the whole stream can be rerun for a closed day.
      *> On a rerun for the same date every step already logged
      *> COMPLETED or WARNING is skipped, so the stream picks up at
      *> the step that failed.
      *> When no control file exists the standard nightly order is
      *> used and written out as JOBSTREAM.CTL for the operator to
      *> adjust. The driver itself ends with return code 8 when any
      *> step failed.
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE.
           STRING
               "JOBLOG_" WS-RUN-DATE ".LOG"
           DELIMITED BY SIZE INTO WS-LOG-FILENAME.

           PERFORM LOAD-RUN-CONTROL.
           IF WS-STEP-COUNT = ZERO
               DISPLAY "[SYSTEM] JOBSTREAM.CTL lists no steps - "
                   "nothing to run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-MONTH-END.
           PERFORM READ-EARLIER-RUNS.

           DISPLAY "[SYSTEM] Job stream for " WS-RUN-DATE ": "
               WS-STEP-COUNT " step(s), log "
               FUNCTION TRIM(WS-LOG-FILENAME)
           IF WS-MONTH-END = 'Y'
               DISPLAY "  Last business day of the month - "
                   "month-end steps included."
           END-IF

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM RUN-ONE-STEP
           END-PERFORM.

           DISPLAY "[SYSTEM] Job stream for " WS-RUN-DATE " ended:"
           DISPLAY "  Completed: " WS-RAN-COUNT
               " (with warnings: " WS-WARN-COUNT ")"
               "  Failed: " WS-FAIL-COUNT
           DISPLAY "  Skipped (completed in an earlier run): "
               WS-SKIP-COUNT
           DISPLAY "  Month-end steps not due: " WS-NOT-DUE-COUNT
           IF WS-STOP-STREAM = 'Y'
               DISPLAY "  Stream stopped after "
                   FUNCTION TRIM(WS-STOPPED-BY) " failed - "
                   WS-NOT-RUN-COUNT " step(s) not run. Fix the "
                   "cause and rerun to resume from that step."
           END-IF
           IF WS-STEP-CAP-HIT = 'Y'
               DISPLAY "NOTE: JOBSTREAM.CTL lists more than 30 "
                   "steps - the extra steps were not run."
           END-IF
           IF WS-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> A stopped stream still logs every remaining step as NOT RUN
      *> so the morning reader sees the whole night in one file.
       RUN-ONE-STEP.
           IF WS-STEP-FREQ (WS-STEP-SUB) = 'M' AND WS-MONTH-END = 'N'
               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE ZERO TO WS-STEP-RC.

           IF WS-STOP-STREAM = 'Y'
               MOVE WS-START-DATE TO WS-END-DATE
               MOVE WS-START-TIME TO WS-END-TIME
               MOVE "NOT RUN" TO WS-LOG-STATUS
               ADD 1 TO WS-NOT-RUN-COUNT
               DISPLAY "  " WS-STEP-NAME (WS-STEP-SUB) " NOT RUN"
               PERFORM WRITE-LOG-ENTRY
               EXIT PARAGRAPH
           END-IF.

           IF WS-STEP-DONE (WS-STEP-SUB) = 'Y'
               MOVE WS-START-DATE TO WS-END-DATE
               MOVE WS-START-TIME TO WS-END-TIME
               MOVE "SKIPPED" TO WS-LOG-STATUS
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "  " WS-STEP-NAME (WS-STEP-SUB)
                   " already completed - skipped"
               PERFORM WRITE-LOG-ENTRY
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "  Starting " WS-STEP-NAME (WS-STEP-SUB)
               " at " WS-START-TIME
           MOVE SPACES TO WS-RUN-COMMAND.
           STRING
               FUNCTION TRIM(WS-STEP-COMMAND (WS-STEP-SUB))
                   DELIMITED BY SIZE
               " " WS-RUN-DATE DELIMITED BY SIZE
           INTO WS-RUN-COMMAND.
           CALL "SYSTEM" USING WS-RUN-COMMAND
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
      *> The shell hands back a wait status with the program's own
      *> return code in the high byte.
           IF WS-STEP-RC > 255 AND FUNCTION MOD (WS-STEP-RC, 256) = 0
               DIVIDE 256 INTO WS-STEP-RC
           END-IF.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.

           EVALUATE WS-STEP-RC
               WHEN ZERO
                   MOVE "COMPLETED" TO WS-LOG-STATUS
                   MOVE 'Y' TO WS-STEP-DONE (WS-STEP-SUB)
                   ADD 1 TO WS-RAN-COUNT
                   DISPLAY "  " WS-STEP-NAME (WS-STEP-SUB)
                       " completed at " WS-END-TIME
               WHEN 4
                   MOVE "WARNING" TO WS-LOG-STATUS
                   MOVE 'Y' TO WS-STEP-DONE (WS-STEP-SUB)
                   ADD 1 TO WS-RAN-COUNT
                   ADD 1 TO WS-WARN-COUNT
                   DISPLAY "  " WS-STEP-NAME (WS-STEP-SUB)
                       " completed with a warning at " WS-END-TIME
               WHEN OTHER
                   MOVE "FAILED" TO WS-LOG-STATUS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE WS-STEP-RC TO WS-RC-EDIT
                   DISPLAY "  " WS-STEP-NAME (WS-STEP-SUB)
                       " FAILED at " WS-END-TIME " (return code "
                       FUNCTION TRIM(WS-RC-EDIT) ")"
                   IF WS-STEP-DEPEND (WS-STEP-SUB) = 'Y'
                       MOVE 'Y' TO WS-STOP-STREAM
                       MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-STOPPED-BY
                       DISPLAY "  Later steps depend on "
                           FUNCTION TRIM(WS-STEP-NAME (WS-STEP-SUB))
                           " - stopping the stream."
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-LOG-ENTRY.

      *> The log is opened and closed around every entry so the
      *> lines for the steps that did finish survive a driver that
      *> is itself killed mid-stream.
       WRITE-LOG-ENTRY.
           OPEN EXTEND RUN-LOG-FILE.
           IF LOG-FILESTATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           IF LOG-FILESTATUS NOT = "00" AND LOG-FILESTATUS NOT = "05"
               DISPLAY "WARNING: cannot write to " WS-LOG-FILENAME
                   " (status " LOG-FILESTATUS ") - log entry lost!"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STEP-RC TO WS-RC-EDIT.
           MOVE SPACES TO RUN-LOG-RECORD.
           STRING
               FUNCTION TRIM(WS-STEP-NAME (WS-STEP-SUB)) ","
               WS-START-DATE ","
               WS-START-TIME ","
               WS-END-DATE ","
               WS-END-TIME ","
               FUNCTION TRIM(WS-LOG-STATUS) ","
               FUNCTION TRIM(WS-RC-EDIT)
           DELIMITED BY SIZE INTO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

      *> The run date's log from an earlier run, if any: every step
      *> it shows COMPLETED or WARNING is marked done so this run
      *> skips it.
       READ-EARLIER-RUNS.
           OPEN INPUT RUN-LOG-FILE.
           IF LOG-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LOG-FILESTATUS NOT = "00"
               READ RUN-LOG-FILE
                   AT END
                       MOVE "10" TO LOG-FILESTATUS
                   NOT AT END
                       MOVE SPACES TO LOG-PARSE-FIELDS
                       UNSTRING RUN-LOG-RECORD DELIMITED BY ","
                           INTO LOG-STEP-NAME LOG-START-DATE
                               LOG-START-TIME LOG-END-DATE
                               LOG-END-TIME LOG-STATUS LOG-RC
                       IF LOG-STATUS = "COMPLETED"
                               OR LOG-STATUS = "WARNING"
                           PERFORM MARK-STEP-DONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-LOG-FILE.

       MARK-STEP-DONE.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-STEP-COUNT
               IF WS-STEP-NAME (WS-FIND-SUB) = LOG-STEP-NAME
                   MOVE 'Y' TO WS-STEP-DONE (WS-FIND-SUB)
               END-IF
           END-PERFORM.

      *> The month-end steps belong to the last business day: a
      *> weekday whose next weekday already falls in the following
      *> month. Day 1 of the integer calendar (1 Jan 1601) was a
      *> Monday, so (day - 1) mod 7 gives 0 for Monday through 6 for
      *> Sunday.
       CHECK-MONTH-END.
           MOVE 'N' TO WS-MONTH-END.
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD (WS-RUN-JULIAN - 1, 7).
           IF WS-WEEKDAY > 4
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-WEEKDAY
               WHEN 4
                   COMPUTE WS-NEXT-JULIAN = WS-RUN-JULIAN + 3
               WHEN OTHER
                   COMPUTE WS-NEXT-JULIAN = WS-RUN-JULIAN + 1
           END-EVALUATE.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-NEXT-JULIAN).
           IF WS-NEXT-MM NOT = WS-RUN-MM
               MOVE 'Y' TO WS-MONTH-END
           END-IF.

       LOAD-RUN-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CTL-FILESTATUS NOT = "00"
               DISPLAY "[SYSTEM] No JOBSTREAM.CTL - using the "
                   "standard nightly order and writing it out."
               PERFORM LOAD-DEFAULT-STEPS
               PERFORM WRITE-DEFAULT-CONTROL
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CTL-FILESTATUS NOT = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "10" TO CTL-FILESTATUS
                   NOT AT END
                       PERFORM ADD-CONTROL-STEP
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

      *> Control lines are STEP,COMMAND,STOP-ON-FAIL,FREQUENCY; a
      *> line starting with * is a comment. A blank command runs
      *> ./STEP, the stop flag defaults to N and the frequency to D.
       ADD-CONTROL-STEP.
           IF CONTROL-RECORD = SPACES OR CONTROL-RECORD (1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           UNSTRING CONTROL-RECORD DELIMITED BY ","
               INTO CTL-STEP-NAME CTL-COMMAND CTL-DEPEND CTL-FREQ.
           MOVE FUNCTION TRIM(CTL-STEP-NAME) TO CTL-STEP-NAME.
           MOVE FUNCTION TRIM(CTL-COMMAND) TO CTL-COMMAND.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CTL-DEPEND))
               TO CTL-DEPEND.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CTL-FREQ))
               TO CTL-FREQ.
           PERFORM ADD-PARSED-STEP.

       ADD-PARSED-STEP.
           IF CTL-STEP-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-STEP-COUNT = 30
               MOVE 'Y' TO WS-STEP-CAP-HIT
               EXIT PARAGRAPH
           END-IF.
           IF CTL-COMMAND = SPACES
               STRING
                   "./" DELIMITED BY SIZE
                   CTL-STEP-NAME DELIMITED BY SPACE
               INTO CTL-COMMAND
           END-IF.
           IF CTL-DEPEND NOT = 'Y'
               MOVE 'N' TO CTL-DEPEND
           END-IF.
           IF CTL-FREQ NOT = 'M'
               MOVE 'D' TO CTL-FREQ
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE CTL-STEP-NAME TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE CTL-COMMAND TO WS-STEP-COMMAND (WS-STEP-COUNT).
           MOVE CTL-DEPEND TO WS-STEP-DEPEND (WS-STEP-COUNT).
           MOVE CTL-FREQ TO WS-STEP-FREQ (WS-STEP-COUNT).
           MOVE 'N' TO WS-STEP-DONE (WS-STEP-COUNT).

      *> The standard order: the backup must succeed before the
      *> reconcile compares against it, and the price changes must
      *> land before the shelf labels, export and flash report pick
      *> prices up.
       LOAD-DEFAULT-STEPS.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "BACKUP-INTEGRITY-CHECK" TO CTL-STEP-NAME.
           MOVE 'Y' TO CTL-DEPEND.
           PERFORM ADD-PARSED-STEP.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "MOVEMENT-RECONCILE" TO CTL-STEP-NAME.
           PERFORM ADD-PARSED-STEP.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "APPLY-PRICE-CHANGES" TO CTL-STEP-NAME.
           MOVE 'Y' TO CTL-DEPEND.
           PERFORM ADD-PARSED-STEP.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "SHELF-LABEL-PRINT" TO CTL-STEP-NAME.
           PERFORM ADD-PARSED-STEP.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "DAILY-EXPORT-BATCH" TO CTL-STEP-NAME.
           PERFORM ADD-PARSED-STEP.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "GL-EXTRACT-BATCH" TO CTL-STEP-NAME.
           PERFORM ADD-PARSED-STEP.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "DAILY-FLASH-REPORT" TO CTL-STEP-NAME.
           PERFORM ADD-PARSED-STEP.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "COST-LAYER-CHECK" TO CTL-STEP-NAME.
           PERFORM ADD-PARSED-STEP.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "CROSS-FILE-CHECK" TO CTL-STEP-NAME.
           PERFORM ADD-PARSED-STEP.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "JOURNAL-MONTH-ROLLOVER" TO CTL-STEP-NAME.
           MOVE 'M' TO CTL-FREQ.
           PERFORM ADD-PARSED-STEP.
           MOVE SPACES TO CTL-PARSE-FIELDS.
           MOVE "MONTH-END-SNAPSHOT" TO CTL-STEP-NAME.
           MOVE 'M' TO CTL-FREQ.
           PERFORM ADD-PARSED-STEP.

       WRITE-DEFAULT-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           IF CTL-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "* STEP,COMMAND,STOP-ON-FAIL (Y/N),FREQUENCY (D/M)"
               TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               MOVE SPACES TO CONTROL-RECORD
               STRING
                   WS-STEP-NAME (WS-STEP-SUB) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STEP-COMMAND (WS-STEP-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-STEP-DEPEND (WS-STEP-SUB) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-STEP-FREQ (WS-STEP-SUB) DELIMITED BY SIZE
               INTO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-PERFORM.
           CLOSE CONTROL-FILE.

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
