      *>   from the command line and defaults to the month before
      *>   the run date. Back-dated statement requests run the
      *>   statement program against an archive generation - see
      *>   the CSTMTARC job. The run is logged in the run-control
      *>   ledger (RUNCTL copybook) as job CARCHIVE for the closed
      *>   month; it is refused RC 12, before the journal is
      *>   opened, when the month has already been cut over or its
      *>   statements (CSTMT) have not completed - a deliberate
      *>   rerun names RERUN after the month on the command line.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARCH-REPORT ASSIGN TO "ARCRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.
               SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           01 JOURNAL-NEW-RECORD PIC X(75).
           FD  ARCH-REPORT.
           01 ARC-LINE PIC X(80).
           FD  RUN-CONTROL.
               COPY RUNCTL.

           WORKING-STORAGE SECTION.
           01 WS-JRNL-STATUS PIC XX VALUE "00".
                   03 WS-DS-USED PIC X(1).
           01 WS-DSP-USED PIC 9(3) VALUE 0.
           01 WS-DSP-OVERFLOW PIC 9(4) VALUE 0.
           01 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-RUN-EOF PIC X(1) VALUE "N".
           01 WS-PARM-LINE PIC X(40) VALUE SPACES.
           01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
           01 WS-RUN-JOB PIC X(8) VALUE "CARCHIVE".
           01 WS-RUN-PERIOD PIC X(8) VALUE SPACES.
           01 WS-RUN-PRED-JOB PIC X(8) VALUE "CSTMT".
           01 WS-RUN-PRED-PERIOD PIC X(8) VALUE SPACES.
           01 WS-RUN-LAST PIC X(1) VALUE SPACES.
           01 WS-PRED-LAST PIC X(1) VALUE SPACES.
           01 WS-RUN-REFUSED PIC X(1) VALUE "N".
           01 WS-RUN-OVERRIDE PIC X(1) VALUE "N".
           01 WS-RUN-RESULT PIC X(1) VALUE "S".
           01 WS-RUN-WRITTEN PIC X(1) VALUE "N".
           01 WS-RUN-IN PIC 9(7) VALUE 0.
           01 WS-RUN-OUT PIC 9(7) VALUE 0.
           01 WS-RUN-RC PIC 9(2) VALUE 0.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SET-CUTOFF-MONTH.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-REPORT.
           PERFORM COLLECT-DISPOSITIONS.
           PERFORM SPLIT-JOURNAL.
           PERFORM WRITE-CONTROL-REPORT.
           CLOSE ARCH-REPORT.
           MOVE WS-READ-COUNT TO WS-RUN-IN.
           MOVE WS-ARCH-COUNT TO WS-RUN-OUT.
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-RUN-RC
               MOVE "F" TO WS-RUN-RESULT
           ELSE
               MOVE "C" TO WS-RUN-RESULT
           END-IF.
           PERFORM WRITE-RUN-RECORD.
           STOP RUN.

       SET-CUTOFF-MONTH.
      *>   Scheduled right after the month-end statements, the month
      *>   just closed is the one before the run date - the default
      *>   when no month is named on the command line.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
               INTO WS-PARM-MONTH WS-PARM-OPTION
           END-UNSTRING.
           IF WS-PARM-MONTH = "RERUN"
               MOVE WS-PARM-MONTH TO WS-PARM-OPTION
               MOVE SPACES TO WS-PARM-MONTH
           END-IF.
           IF WS-PARM-MONTH = SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY (1:6) TO WS-CUTOFF-MONTH
           ELSE
               MOVE WS-PARM-MONTH TO WS-CUTOFF-MONTH
           END-IF.
           MOVE WS-CUTOFF-MONTH TO WS-RUN-PERIOD.
           MOVE WS-CUTOFF-MONTH TO WS-RUN-PRED-PERIOD.

       OPEN-REPORT.
           OPEN OUTPUT ARCH-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write archive report record."
           END-IF.

       CHECK-RUN-CONTROL.
      *>   The run-control ledger is read before anything is
      *>   touched. A run already completed for the period, one
      *>   started and never finished, or one whose predecessor has
      *>   not completed is refused RC 12 with nothing done - unless
      *>   operations named RERUN on the command line, in which case
      *>   the run goes ahead and is logged as overridden.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-RUN-EOF
               PERFORM UNTIL WS-RUN-EOF = "Y"
                   READ RUN-CONTROL
                       AT END
                           MOVE "Y" TO WS-RUN-EOF
                       NOT AT END
                           PERFORM NOTE-RUN-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL
           ELSE
               IF WS-RUNCTL-STATUS NOT = "35"
                   DISPLAY "Unable to open run-control file."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-RUN-LAST = "C"
               DISPLAY WS-RUN-JOB " has already completed for "
                   WS-RUN-PERIOD "."
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.
           IF WS-RUN-LAST = "S"
               DISPLAY WS-RUN-JOB " was started for " WS-RUN-PERIOD
                   " and never finished - check its output first."
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.
           IF WS-RUN-PRED-JOB NOT = SPACES AND WS-PRED-LAST NOT = "C"
               DISPLAY WS-RUN-PRED-JOB " has not completed for "
                   WS-RUN-PRED-PERIOD " - " WS-RUN-JOB
                   " must follow it."
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.
           IF WS-RUN-REFUSED = "Y"
               IF WS-PARM-OPTION = "RERUN"
                   DISPLAY "RERUN named - proceeding by operator"
                       " override."
                   MOVE "Y" TO WS-RUN-OVERRIDE
               ELSE
                   DISPLAY "Run refused. Name RERUN in the PARM to"
                       " force a deliberate rerun."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "S" TO WS-RUN-RESULT.
           PERFORM WRITE-RUN-RECORD.
           IF WS-RUN-WRITTEN NOT = "Y"
               DISPLAY "Run refused - the run-control ledger cannot"
                   " record it."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-RUN-RECORD.
      *>   The last record for a job and period is its standing.
           IF RN_JOB = WS-RUN-JOB AND RN_PERIOD = WS-RUN-PERIOD
               MOVE RN_STATUS TO WS-RUN-LAST
           END-IF.
           IF RN_JOB = WS-RUN-PRED-JOB
                   AND RN_PERIOD = WS-RUN-PRED-PERIOD
               MOVE RN_STATUS TO WS-PRED-LAST
           END-IF.

       WRITE-RUN-RECORD.
      *>   Appended with the same create-on-first-use open as the
      *>   other shared logs. Arrives with WS-RUN-RESULT set, and
      *>   at the end of the run the counts and return code too.
           MOVE "N" TO WS-RUN-WRITTEN.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN EXTEND RUN-CONTROL
           END-IF.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "Unable to open run-control file."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-JOB TO RN_JOB.
           MOVE WS-RUN-PERIOD TO RN_PERIOD.
           MOVE WS-RUN-RESULT TO RN_STATUS.
           MOVE WS-RUN-OVERRIDE TO RN_OVERRIDE.
           ACCEPT RN_DATE FROM DATE YYYYMMDD.
           ACCEPT RN_TIME FROM TIME.
           MOVE WS-RUN-IN TO RN_IN_COUNT.
           MOVE WS-RUN-OUT TO RN_OUT_COUNT.
           MOVE WS-RUN-RC TO RN_RC.
           WRITE RUN-CONTROL-RECORD.
           IF WS-RUNCTL-STATUS = "00"
               MOVE "Y" TO WS-RUN-WRITTEN
           ELSE
               DISPLAY "Unable to write run-control record."
           END-IF.
           CLOSE RUN-CONTROL.
