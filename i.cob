      *>   there through the reconciliation and the statements. The
      *>   master is never touched here. A control report lists the
      *>   rates used, accounts processed, and total interest and
      *>   fees posted. Each account is paid and charged by its
      *>   product (PRODUCT copybook): the product's monthly rate
      *>   and charge, with the charge waived when the balance is
      *>   at or above the product's minimum; the report breaks the
      *>   totals down by product. An account whose product is not
      *>   in the product table gets the INTRATE parameter (percent
      *>   per month) and the SVCCHG charge, falling back to the
      *>   matching environment settings and then house defaults;
      *>   both are printed on the report. Schedule on the last
      *>   business day of the month, ahead of that night's posting
      *>   run, so the month's statements carry the entries. The run is logged
      *>   in the run-control ledger (RUNCTL copybook) as job
      *>   CINTSVC for the run month, and a second run for a month
      *>   already posted is refused RC 12 before a single record
      *>   is written - a deliberate rerun names RERUN on the
      *>   command line.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS P_KEY
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PR_CODE
                   FILE STATUS IS WS-PROD-STATUS.
               SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           01 INT-LINE PIC X(80).
           FD  PARM-FILE.
               COPY PARMS.
           FD  PRODUCT-FILE.
               COPY PRODUCT.
           FD  RUN-CONTROL.
               COPY RUNCTL.

           WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX VALUE "00".
           01 WS-RATE-DISPLAY PIC 9(3).9(4).
           01 WS-CHG-DISPLAY PIC 9(5).99.
           01 WS-TOT-DISPLAY PIC 9(9).99.
           01 WS-SVC-DISPLAY PIC 9(9).99.
           01 WS-PROD-STATUS PIC XX VALUE "00".
           01 WS-PROD-EOF PIC X(1) VALUE "N".
      *>   The product table, loaded once, with the month's totals
      *>   for each product. Accounts whose product is not in it
      *>   are totalled apart, on the global rates.
           01 WS-PROD-TABLE.
               02 WS-PROD-ENTRY OCCURS 50 TIMES.
                   03 WS-PT-CODE PIC X(3).
                   03 WS-PT-NAME PIC X(20).
                   03 WS-PT-RATE PIC 9(3)V9(4).
                   03 WS-PT-CHARGE PIC 9(5)V99.
                   03 WS-PT-MIN-BAL PIC 9(7)V99.
                   03 WS-PT-ACCOUNTS PIC 9(6).
                   03 WS-PT-INT-TOTAL PIC 9(9)V99.
                   03 WS-PT-SVC-TOTAL PIC 9(9)V99.
                   03 WS-PT-WAIVED PIC 9(6).
           01 WS-PROD-USED PIC 9(3) VALUE 0.
           01 WS-PROD-OVERFLOW PIC 9(3) VALUE 0.
           01 WS-PROD-SUB PIC 9(3) VALUE 0 USAGE COMP.
           01 WS-SUB PIC 9(3) VALUE 0 USAGE COMP.
           01 WS-ACCT-RATE PIC 9(3)V9(4) VALUE ZEROS.
           01 WS-ACCT-CHARGE PIC 9(5)V99 VALUE ZEROS.
           01 WS-ACCT-MIN-BAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-NP-ACCOUNTS PIC 9(6) VALUE 0.
           01 WS-NP-INT-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-NP-SVC-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-WAIVED-COUNT PIC 9(6) VALUE 0.
           01 WS-BAL-DISPLAY PIC 9(7).99.
           01 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-RUN-EOF PIC X(1) VALUE "N".
           01 WS-PARM-LINE PIC X(40) VALUE SPACES.
           01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
           01 WS-RUN-JOB PIC X(8) VALUE "CINTSVC".
           01 WS-RUN-PERIOD PIC X(8) VALUE SPACES.
           01 WS-RUN-PRED-JOB PIC X(8) VALUE SPACES.
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
           PERFORM SET-RUN-PERIOD.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM SET-RATES.
           PERFORM LOAD-PRODUCTS.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL WS-EOF = "Y"
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           MOVE "C" TO WS-RUN-RESULT.
           MOVE WS-READ-COUNT TO WS-RUN-IN.
           COMPUTE WS-RUN-OUT = WS-INT-COUNT + WS-SVC-COUNT.
           PERFORM WRITE-RUN-RECORD.
           STOP RUN.

       SET-RUN-PERIOD.
      *>   The month posted is the run month. The only thing the
      *>   command line carries is the RERUN override.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
               INTO WS-PARM-OPTION
           END-UNSTRING.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           MOVE WS-TS-DATE (1:6) TO WS-RUN-PERIOD.

       SET-RATES.
      *>   Percent per month - 0.25 means a quarter of one percent
      *>   on the month-end balance. The defaults apply when the
           END-IF.
           CLOSE PARM-FILE.

       LOAD-PRODUCTS.
      *>   The product table is optional - with no file, every
      *>   account runs on the global rates just loaded. A table
      *>   too large to hold sends the products left over to the
      *>   global rates too, and the report says how many.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PROD-EOF.
           PERFORM UNTIL WS-PROD-EOF = "Y"
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROD-EOF
                   NOT AT END
                       PERFORM STORE-PRODUCT
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.

       STORE-PRODUCT.
           IF WS-PROD-USED NOT < 50
               ADD 1 TO WS-PROD-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PROD-USED.
           MOVE PR_CODE TO WS-PT-CODE (WS-PROD-USED).
           MOVE PR_NAME TO WS-PT-NAME (WS-PROD-USED).
           MOVE PR_INT_RATE TO WS-PT-RATE (WS-PROD-USED).
           MOVE PR_SVC_CHARGE TO WS-PT-CHARGE (WS-PROD-USED).
           MOVE PR_MIN_BAL TO WS-PT-MIN-BAL (WS-PROD-USED).
           MOVE ZERO TO WS-PT-ACCOUNTS (WS-PROD-USED).
           MOVE ZERO TO WS-PT-INT-TOTAL (WS-PROD-USED).
           MOVE ZERO TO WS-PT-SVC-TOTAL (WS-PROD-USED).
           MOVE ZERO TO WS-PT-WAIVED (WS-PROD-USED).

       GET-PARM-VALUE.
           MOVE "Y" TO WS-PARM-FOUND.
           MOVE WS-PARM-KEY TO P_KEY.
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           PERFORM FIND-ACCOUNT-PRODUCT.
           IF A_BALANCE > ZERO
               PERFORM POST-INTEREST
           END-IF.
           IF WS-ACCT-CHARGE > ZERO
               IF WS-ACCT-MIN-BAL > ZERO
                       AND A_BALANCE NOT < WS-ACCT-MIN-BAL
                   PERFORM WAIVE-SERVICE-CHARGE
               ELSE
                   PERFORM POST-SERVICE-CHARGE
               END-IF
           END-IF.

       FIND-ACCOUNT-PRODUCT.
      *>   Leaves the account's rate, charge, and waiver minimum in
      *>   WS-ACCT-RATE, WS-ACCT-CHARGE, and WS-ACCT-MIN-BAL, and
      *>   its table entry in WS-PROD-SUB - zero when the product
      *>   is not in the table and the global rates apply.
           MOVE ZERO TO WS-PROD-SUB.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-PROD-USED OR WS-PROD-SUB > ZERO
               IF WS-PT-CODE (WS-SUB) = A_PRODUCT
                   MOVE WS-SUB TO WS-PROD-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-PROD-SUB > ZERO
               MOVE WS-PT-RATE (WS-PROD-SUB) TO WS-ACCT-RATE
               MOVE WS-PT-CHARGE (WS-PROD-SUB) TO WS-ACCT-CHARGE
               MOVE WS-PT-MIN-BAL (WS-PROD-SUB) TO WS-ACCT-MIN-BAL
               ADD 1 TO WS-PT-ACCOUNTS (WS-PROD-SUB)
           ELSE
               MOVE WS-INT-RATE TO WS-ACCT-RATE
               MOVE WS-SVC-CHARGE TO WS-ACCT-CHARGE
               MOVE ZERO TO WS-ACCT-MIN-BAL
               ADD 1 TO WS-NP-ACCOUNTS
           END-IF.

       WAIVE-SERVICE-CHARGE.
           ADD 1 TO WS-WAIVED-COUNT.
           ADD 1 TO WS-PT-WAIVED (WS-PROD-SUB).

       POST-INTEREST.
      *>   A balance large enough to overflow the journal amount
      *>   field is left for a hand entry rather than posted wrong.
           MOVE "Y" TO WS-AMOUNT-OK.
           COMPUTE WS-INT-AMOUNT ROUNDED =
               A_BALANCE * WS-ACCT-RATE / 100
               ON SIZE ERROR
                   MOVE "N" TO WS-AMOUNT-OK
                   ADD 1 TO WS-SKIP-COUNT
           IF WS-AMOUNT-OK = "Y" AND WS-INT-AMOUNT > ZERO
               ADD 1 TO WS-INT-COUNT
               ADD WS-INT-AMOUNT TO WS-INT-TOTAL
               IF WS-PROD-SUB > ZERO
                   ADD WS-INT-AMOUNT TO WS-PT-INT-TOTAL (WS-PROD-SUB)
               ELSE
                   ADD WS-INT-AMOUNT TO WS-NP-INT-TOTAL
               END-IF
               MOVE "INT" TO JRN_TYPE
               MOVE WS-INT-AMOUNT TO JRN_AMOUNT
               PERFORM WRITE-JOURNAL-RECORD

       POST-SERVICE-CHARGE.
           ADD 1 TO WS-SVC-COUNT.
           ADD WS-ACCT-CHARGE TO WS-SVC-TOTAL.
           IF WS-PROD-SUB > ZERO
               ADD WS-ACCT-CHARGE TO WS-PT-SVC-TOTAL (WS-PROD-SUB)
           ELSE
               ADD WS-ACCT-CHARGE TO WS-NP-SVC-TOTAL
           END-IF.
           MOVE "SVC" TO JRN_TYPE.
           MOVE WS-ACCT-CHARGE TO JRN_AMOUNT.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PRODUCTS LOADED:    " WS-PROD-USED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-PROD-USED
               PERFORM WRITE-PRODUCT-RULE-LINE
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-PROD-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "PRODUCTS NOT LOADED - ON GLOBAL RATES: "
                       WS-PROD-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PRODUCT-RULE-LINE.
           MOVE WS-PT-RATE (WS-SUB) TO WS-RATE-DISPLAY.
           MOVE WS-PT-CHARGE (WS-SUB) TO WS-CHG-DISPLAY.
           MOVE WS-PT-MIN-BAL (WS-SUB) TO WS-BAL-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-PT-CODE (WS-SUB) " " WS-PT-NAME (WS-SUB)
                   " RATE " WS-RATE-DISPLAY
                   " CHG " WS-CHG-DISPLAY
                   " WAIVE " WS-BAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CHARGES WAIVED:     " WS-WAIVED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TOTALS BY PRODUCT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PRD NAME                 ACCTS     INTEREST"
                   "      CHARGES WAIVED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-PROD-USED
               PERFORM WRITE-PRODUCT-TOTAL-LINE
               ADD 1 TO WS-SUB
           END-PERFORM.
           MOVE WS-NP-INT-TOTAL TO WS-TOT-DISPLAY.
           MOVE WS-NP-SVC-TOTAL TO WS-SVC-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "--- GLOBAL RATES         " WS-NP-ACCOUNTS
                   " " WS-TOT-DISPLAY " " WS-SVC-DISPLAY " 000000"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PRODUCT-TOTAL-LINE.
           MOVE WS-PT-INT-TOTAL (WS-SUB) TO WS-TOT-DISPLAY.
           MOVE WS-PT-SVC-TOTAL (WS-SUB) TO WS-SVC-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-PT-CODE (WS-SUB) " " WS-PT-NAME (WS-SUB) " "
                   WS-PT-ACCOUNTS (WS-SUB) " " WS-TOT-DISPLAY " "
                   WS-SVC-DISPLAY " " WS-PT-WAIVED (WS-SUB)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE INT-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write interest report record."
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
