      *>   or rejected together - never one without the other. A
      *>   memo-posted reversal is applied like the entry it backs
      *>   out, reversed: "RVD" as a debit leg, "RVW" as a credit.
      *>   Each run is logged in the run-control ledger (RUNCTL
      *>   copybook) as job CRUNBAT for the latest business date in
      *>   the journal, ahead of the journal verification the GL
      *>   extract waits for. The posting run itself is never
      *>   refused a rerun - it only ever applies what is still
      *>   memo-posted.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS H_KEY
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           01 POST-LINE PIC X(80).
           FD  HOLD-FILE.
               COPY HOLDS.
           FD  RUN-CONTROL.
               COPY RUNCTL.

           WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX VALUE "00".
               02 WS-HJ-FLAG PIC X(1).
               02 WS-HJ-REF-DATE PIC 9(8).
               02 WS-HJ-REF-SEQ PIC 9(6).
           01 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-LATEST-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-JOB PIC X(8) VALUE "CRUNBAT".
           01 WS-RUN-PERIOD PIC X(8) VALUE SPACES.
           01 WS-RUN-RESULT PIC X(1) VALUE "C".
           01 WS-RUN-OVERRIDE PIC X(1) VALUE "N".
           01 WS-RUN-RC PIC 9(2) VALUE 0.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM CLOSE-FILES.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-RUN-RC
           END-IF.
           PERFORM WRITE-RUN-RECORD.
           STOP RUN.

       OPEN-FILES.

       PROCESS-JOURNAL-RECORD.
           ADD 1 TO WS-READ-COUNT.
           IF JRN_DATE > WS-LATEST-DATE
               MOVE JRN_DATE TO WS-LATEST-DATE
           END-IF.
           IF WS-PAIR-PENDING = "Y"
               PERFORM RESOLVE-PENDING-TRANSFER
           ELSE
                       ADD JRN_AMOUNT TO A_BALANCE
                   WHEN "INT"
                       ADD JRN_AMOUNT TO A_BALANCE
                   WHEN "ECR"
                       ADD JRN_AMOUNT TO A_BALANCE
                   WHEN "WDL"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN "RVD"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN "SVC"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN "EDR"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN "CLC"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN "CLT"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN OTHER
                       MOVE "N" TO WS-APPLY-OK
               END-EVALUATE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write posting report record."
           END-IF.

       WRITE-RUN-RECORD.
      *>   Appended with the same create-on-first-use open as the
      *>   other shared logs. An empty journal leaves the run date
      *>   as the business date.
           IF WS-LATEST-DATE = ZERO
               ACCEPT WS-LATEST-DATE FROM DATE YYYYMMDD
           END-IF.
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
           MOVE WS-LATEST-DATE TO WS-RUN-PERIOD.
           MOVE WS-RUN-JOB TO RN_JOB.
           MOVE WS-RUN-PERIOD TO RN_PERIOD.
           MOVE WS-RUN-RESULT TO RN_STATUS.
           MOVE WS-RUN-OVERRIDE TO RN_OVERRIDE.
           ACCEPT RN_DATE FROM DATE YYYYMMDD.
           ACCEPT RN_TIME FROM TIME.
           MOVE WS-READ-COUNT TO RN_IN_COUNT.
           MOVE WS-APPLIED-COUNT TO RN_OUT_COUNT.
           MOVE WS-RUN-RC TO RN_RC.
           WRITE RUN-CONTROL-RECORD.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "Unable to write run-control record."
           END-IF.
           CLOSE RUN-CONTROL.
