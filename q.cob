       >> SOURCE FORMAT FREE
           IDENTIFICATION DIVISION.
           PROGRAM-ID. q.
           AUTHOR. C0MPU73R.
           DATE-WRITTEN. OCTOBER 15 2026.
      *>   Daily schedule status report. Reads the run-control ledger
      *>   the scheduled batch programs append to when they start and
      *>   end (RUNCTL copybook) and prints three things for the
      *>   business day: every run logged that night - job, period,
      *>   how it ended, its control counts and return code; the
      *>   schedule check - where each job expected for the day, and
      *>   each month-end job for the month just closed, stands, with
      *>   anything not completed listed as missing, failed, or
      *>   never finished; and every run operations forced past the
      *>   startup checks with the RERUN override. The month-end
      *>   jobs for the current month are shown for information
      *>   only, since they are not due until the month closes.
      *>   The step ends RC 4 when anything is missing, failed, or
      *>   overridden. The report date comes from the command line
      *>   (YYYYMMDD); without one it is the most recent date in the
      *>   journal. A night's batch runs past midnight, so runs
      *>   logged on the report date or the day after are listed.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.
               SELECT TXN-JOURNAL ASSIGN TO "TXNJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT SCHED-REPORT ASSIGN TO "SCHDRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  RUN-CONTROL.
               COPY RUNCTL.
           FD  TXN-JOURNAL.
               COPY TXNJRNL.
           FD  SCHED-REPORT.
           01 SCHED-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-LEDGER-FAIL PIC X(1) VALUE "N".
           01 WS-RPT-DATE PIC 9(8) VALUE ZEROS.
           01 WS-NEXT-DATE PIC 9(8) VALUE ZEROS.
           01 WS-PARM-DATE PIC X(8) VALUE SPACES.
           01 WS-LATEST-DATE PIC 9(8) VALUE ZEROS.
           01 WS-CURR-MONTH PIC 9(6) VALUE ZEROS.
           01 WS-PRIOR-MONTH PIC 9(6) VALUE ZEROS.
           01 WS-PRIOR-SPLIT REDEFINES WS-PRIOR-MONTH.
               02 WS-PRIOR-YEAR PIC 9(4).
               02 WS-PRIOR-MM PIC 9(2).
           01 WS-PASS PIC X(1) VALUE "R".
           01 WS-RUN-COUNT PIC 9(6) VALUE 0.
           01 WS-OVERRIDE-COUNT PIC 9(6) VALUE 0.
           01 WS-MISSING-COUNT PIC 9(6) VALUE 0.
           01 WS-FAILED-COUNT PIC 9(6) VALUE 0.
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-STATUS-WORD PIC X(10) VALUE SPACES.
           01 WS-MARK PIC X(8) VALUE SPACES.
           01 WS-TIME-DISPLAY PIC X(5) VALUE SPACES.
      *>   The jobs the schedule expects, with the period each is
      *>   expected for and - once the ledger has been read - its
      *>   standing. WS-EX-DUE "N" marks a month-end job for the
      *>   current month, reported but not yet an exception.
           01 WS-EXPECT-TABLE.
               02 WS-EXPECT-ENTRY OCCURS 10 TIMES.
                   03 WS-EX-JOB PIC X(8).
                   03 WS-EX-PERIOD PIC X(8).
                   03 WS-EX-DUE PIC X(1).
                   03 WS-EX-LAST PIC X(1).
                   03 WS-EX-OVERRIDE PIC X(1).
           01 WS-EXPECT-USED PIC 9(3) VALUE 0.
           01 WS-SUB PIC 9(3) VALUE 0 USAGE COMP.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SET-REPORT-DATE.
           PERFORM LOAD-EXPECTED-JOBS.
           OPEN OUTPUT SCHED-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open schedule status report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           MOVE "RUNS LOGGED" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-RUN-HEADINGS.
           MOVE "R" TO WS-PASS.
           PERFORM SCAN-LEDGER.
           IF WS-RUN-COUNT = ZERO
               MOVE "  (NO RUNS LOGGED)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SCHEDULE CHECK" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-EXPECT-USED
               PERFORM WRITE-SCHEDULE-CHECK
               ADD 1 TO WS-SUB
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "OVERRIDDEN RUNS" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-RUN-HEADINGS.
           MOVE "O" TO WS-PASS.
           PERFORM SCAN-LEDGER.
           IF WS-OVERRIDE-COUNT = ZERO
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE SCHED-REPORT.
           IF WS-LEDGER-FAIL = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISSING-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
                       OR WS-OVERRIDE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       SET-REPORT-DATE.
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
           IF WS-PARM-DATE = SPACES
               PERFORM FIND-LATEST-JOURNAL-DATE
               IF WS-LATEST-DATE NOT = ZERO
                   MOVE WS-LATEST-DATE TO WS-RPT-DATE
               ELSE
                   ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
               END-IF
           ELSE
               MOVE WS-PARM-DATE TO WS-RPT-DATE
           END-IF.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RPT-DATE) + 1).
           MOVE WS-RPT-DATE (1:6) TO WS-CURR-MONTH.
           MOVE WS-CURR-MONTH TO WS-PRIOR-MONTH.
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.

       FIND-LATEST-JOURNAL-DATE.
      *>   Run after midnight the system date is the day after every
      *>   record in the journal - the business day is the latest
      *>   date the journal actually holds.
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TXN-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JRN_DATE > WS-LATEST-DATE
                               MOVE JRN_DATE TO WS-LATEST-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXN-JOURNAL
           END-IF.

       LOAD-EXPECTED-JOBS.
      *>   The nightly posting run, its journal verification, and
      *>   the GL extract for the business day; the three month-end
      *>   jobs, in schedule order, for the month just closed and
      *>   the current month.
           MOVE ZERO TO WS-EXPECT-USED.
           MOVE "CRUNBAT" TO WS-EX-JOB (1).
           MOVE WS-RPT-DATE TO WS-EX-PERIOD (1).
           MOVE "JRNVERFY" TO WS-EX-JOB (2).
           MOVE WS-RPT-DATE TO WS-EX-PERIOD (2).
           MOVE "CGLEXT" TO WS-EX-JOB (3).
           MOVE WS-RPT-DATE TO WS-EX-PERIOD (3).
           MOVE "CINTSVC" TO WS-EX-JOB (4).
           MOVE WS-PRIOR-MONTH TO WS-EX-PERIOD (4).
           MOVE "CSTMT" TO WS-EX-JOB (5).
           MOVE WS-PRIOR-MONTH TO WS-EX-PERIOD (5).
           MOVE "CARCHIVE" TO WS-EX-JOB (6).
           MOVE WS-PRIOR-MONTH TO WS-EX-PERIOD (6).
           MOVE "CINTSVC" TO WS-EX-JOB (7).
           MOVE WS-CURR-MONTH TO WS-EX-PERIOD (7).
           MOVE "CSTMT" TO WS-EX-JOB (8).
           MOVE WS-CURR-MONTH TO WS-EX-PERIOD (8).
           MOVE "CARCHIVE" TO WS-EX-JOB (9).
           MOVE WS-CURR-MONTH TO WS-EX-PERIOD (9).
           MOVE 9 TO WS-EXPECT-USED.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-EXPECT-USED
               IF WS-SUB > 6
                   MOVE "N" TO WS-EX-DUE (WS-SUB)
               ELSE
                   MOVE "Y" TO WS-EX-DUE (WS-SUB)
               END-IF
               MOVE SPACES TO WS-EX-LAST (WS-SUB)
               MOVE "N" TO WS-EX-OVERRIDE (WS-SUB)
               ADD 1 TO WS-SUB
           END-PERFORM.

       SCAN-LEDGER.
      *>   No ledger yet means nothing has ever run under run
      *>   control - every expected job shows as missing.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "Unable to open run-control file."
               MOVE "Y" TO WS-LEDGER-FAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RUN-CONTROL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM REPORT-LEDGER-RECORD
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL.

       REPORT-LEDGER-RECORD.
           IF WS-PASS = "R"
               MOVE 1 TO WS-SUB
               PERFORM UNTIL WS-SUB > WS-EXPECT-USED
                   PERFORM NOTE-EXPECTED-JOB
                   ADD 1 TO WS-SUB
               END-PERFORM
           END-IF.
           IF RN_DATE NOT = WS-RPT-DATE AND RN_DATE NOT = WS-NEXT-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PASS = "R"
               ADD 1 TO WS-RUN-COUNT
               PERFORM WRITE-RUN-LINE
           ELSE
      *>       Once per run - the start record is where the
      *>       override was exercised.
               IF RN_OVERRIDE = "Y" AND RN_STATUS = "S"
                   ADD 1 TO WS-OVERRIDE-COUNT
                   PERFORM WRITE-RUN-LINE
               END-IF
           END-IF.

       NOTE-EXPECTED-JOB.
      *>   The last record for a job and period is its standing; an
      *>   override anywhere in the period's history is remembered.
           IF RN_JOB = WS-EX-JOB (WS-SUB)
                   AND RN_PERIOD = WS-EX-PERIOD (WS-SUB)
               MOVE RN_STATUS TO WS-EX-LAST (WS-SUB)
               IF RN_OVERRIDE = "Y"
                   MOVE "Y" TO WS-EX-OVERRIDE (WS-SUB)
               END-IF
           END-IF.

       WRITE-RUN-LINE.
           EVALUATE RN_STATUS
               WHEN "S"
                   MOVE "STARTED" TO WS-STATUS-WORD
               WHEN "C"
                   MOVE "COMPLETED" TO WS-STATUS-WORD
               WHEN "F"
                   MOVE "FAILED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-WORD
           END-EVALUATE.
           IF RN_OVERRIDE = "Y"
               MOVE "OVERRIDE" TO WS-MARK
           ELSE
               MOVE SPACES TO WS-MARK
           END-IF.
           MOVE SPACES TO WS-TIME-DISPLAY.
           STRING RN_TIME (1:2) ":" RN_TIME (3:2)
               DELIMITED BY SIZE INTO WS-TIME-DISPLAY
           END-STRING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " RN_JOB " " RN_PERIOD " " WS-STATUS-WORD " "
                   RN_DATE " " WS-TIME-DISPLAY " " RN_IN_COUNT
                   " " RN_OUT_COUNT " " RN_RC " " WS-MARK
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SCHEDULE-CHECK.
           EVALUATE WS-EX-LAST (WS-SUB)
               WHEN "C"
                   MOVE "COMPLETED" TO WS-STATUS-WORD
               WHEN "F"
                   MOVE "FAILED" TO WS-STATUS-WORD
               WHEN "S"
                   MOVE "UNFINISHED" TO WS-STATUS-WORD
               WHEN OTHER
                   IF WS-EX-DUE (WS-SUB) = "Y"
                       MOVE "MISSING" TO WS-STATUS-WORD
                   ELSE
                       MOVE "NOT RUN" TO WS-STATUS-WORD
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-MARK.
           IF WS-EX-LAST (WS-SUB) NOT = "C"
               IF WS-EX-LAST (WS-SUB) = SPACES
                   IF WS-EX-DUE (WS-SUB) = "Y"
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE "***" TO WS-MARK
                   END-IF
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "***" TO WS-MARK
               END-IF
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-MARK (1:3) " " WS-EX-JOB (WS-SUB) " "
                   WS-EX-PERIOD (WS-SUB) " " WS-STATUS-WORD
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           IF WS-EX-DUE (WS-SUB) = "N"
               MOVE "(CURRENT MONTH - NOT YET DUE)"
                   TO WS-RPT-LINE (35:29)
           END-IF.
           IF WS-EX-OVERRIDE (WS-SUB) = "Y"
               MOVE "OVERRIDDEN" TO WS-RPT-LINE (66:10)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SCHEDULE STATUS REPORT - DATE: " WS-RPT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MONTH-END CHECKED FOR: " WS-PRIOR-MONTH
                   "  CURRENT MONTH: " WS-CURR-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-RUN-HEADINGS.
           MOVE "  JOB      PERIOD   STATUS     RUN DATE TIME  READ"
               TO WS-RPT-LINE.
           MOVE "WRITTEN" TO WS-RPT-LINE (55:7).
           MOVE "RC" TO WS-RPT-LINE (63:2).
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUNS LOGGED:        " WS-RUN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOBS MISSING:       " WS-MISSING-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FAILED/UNFINISHED:  " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUNS OVERRIDDEN:    " WS-OVERRIDE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-LEDGER-FAIL = "Y"
               MOVE "RUN-CONTROL FILE COULD NOT BE READ - REPORT"
                   TO WS-RPT-LINE
               MOVE "INCOMPLETE" TO WS-RPT-LINE (45:10)
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE SCHED-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write schedule status report record."
           END-IF.
