      *>   closing balance comes from the account master; the opening
      *>   balance is the closing balance backed off by the month's
      *>   net activity. The statement month (YYYYMM) comes from the
      *>   command line and defaults to the current month. Each
      *>   statement opens with the owner's name and mailing address
      *>   from the customer file, for the window envelope, and names
      *>   the account's product (PRODUCT copybook) - checking,
      *>   savings, money market - under the month. The run
      *>   is logged in the run-control ledger (RUNCTL copybook) as
      *>   job CSTMT for the statement month; it is refused RC 12
      *>   when the month's statements have already been printed or
      *>   the month-end interest run (CINTSVC) has not completed
      *>   for the month - a deliberate rerun or a back-dated
      *>   reprint names RERUN after the month on the command line.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TXN-JOURNAL ASSIGN TO "TXNJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT CUST-FILE ASSIGN TO "CUSTFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CU_CUST_ID
                   FILE STATUS IS WS-CUST-STATUS.
               SELECT CUST-LINK-FILE ASSIGN TO "CUSTLINK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CL_USERNAME
                   FILE STATUS IS WS-LINK-STATUS.
               SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR_CODE
                   FILE STATUS IS WS-PROD-STATUS.
               SELECT SORT-FILE ASSIGN TO "SORTWK".
               SELECT STMT-REPORT ASSIGN TO "STMTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.
               SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.

           DATA DIVISION.
           FILE SECTION.
               COPY ACCOUNT.
           FD  TXN-JOURNAL.
               COPY TXNJRNL.
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.
           FD  PRODUCT-FILE.
               COPY PRODUCT.
           SD  SORT-FILE.
           01 SORT-RECORD.
                 02 SRT_USERNAME PIC X(20).
                 02 SRT_REF_SEQ PIC 9(6).
           FD  STMT-REPORT.
           01 STMT-LINE PIC X(80).
           FD  RUN-CONTROL.
               COPY RUNCTL.

           WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX VALUE "00".
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-OWNER-FOUND PIC X(1) VALUE "N".
           01 WS-PROD-STATUS PIC XX VALUE "00".
           01 WS-PROD-OPEN PIC X(1) VALUE "N".
           01 WS-PRODUCT-NAME PIC X(20) VALUE SPACES.
           01 WS-JRNL-EOF PIC X(1) VALUE "N".
           01 WS-SORT-EOF PIC X(1) VALUE "N".
           01 WS-STMT-MONTH PIC 9(6) VALUE ZEROS.
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-AMT-DISPLAY PIC -9(7).99.
           01 WS-SIGNED-AMT PIC S9(9)V99 VALUE 0.
           01 WS-SELECT-COUNT PIC 9(7) VALUE 0.
           01 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-RUN-EOF PIC X(1) VALUE "N".
           01 WS-PARM-LINE PIC X(40) VALUE SPACES.
           01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
           01 WS-RUN-JOB PIC X(8) VALUE "CSTMT".
           01 WS-RUN-PERIOD PIC X(8) VALUE SPACES.
           01 WS-RUN-PRED-JOB PIC X(8) VALUE "CINTSVC".
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
           PERFORM SET-STATEMENT-MONTH.
           PERFORM CHECK-RUN-CONTROL.
           OPEN OUTPUT STMT-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open statement print file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-CUSTOMER-FILES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT_USERNAME SRT_DATE SRT_TIME
                   SRT_SEQ
               INPUT PROCEDURE IS SELECT-MONTH-TXNS
               OUTPUT PROCEDURE IS PRINT-STATEMENTS.
           CLOSE ACCOUNT-MASTER.
           PERFORM CLOSE-CUSTOMER-FILES.
           CLOSE STMT-REPORT.
           DISPLAY "Statements printed: " WS-STMT-COUNT.
           MOVE "C" TO WS-RUN-RESULT.
           MOVE WS-SELECT-COUNT TO WS-RUN-IN.
           MOVE WS-STMT-COUNT TO WS-RUN-OUT.
           PERFORM WRITE-RUN-RECORD.
           STOP RUN.

       SET-STATEMENT-MONTH.
      *>   The command line carries the month, the RERUN override,
      *>   or both - month first.
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
               MOVE WS-TODAY (1:6) TO WS-STMT-MONTH
           ELSE
               MOVE WS-PARM-MONTH TO WS-STMT-MONTH
           END-IF.
           MOVE WS-STMT-MONTH TO WS-RUN-PERIOD.
           MOVE WS-STMT-MONTH TO WS-RUN-PRED-PERIOD.

       SELECT-MONTH-TXNS.
           OPEN INPUT TXN-JOURNAL.
      *>   the supervisor workbench, dated the day it was applied).
      *>   "R" records were rejected and never touched the balance,
      *>   "W" records were written off, and "M" records are still
      *>   waiting for the posting run. A product reclass (PRC)
      *>   moves the balance between GL codes, not the customer's
      *>   money, and never appears on a statement.
           IF JRN_DATE (1:6) = WS-STMT-MONTH (1:6)
                   AND (JRN_POST_FLAG = "P" OR JRN_POST_FLAG = "H"
                       OR JRN_POST_FLAG = "S")
                   AND JRN_TYPE NOT = "PRC"
               MOVE JRN_USERNAME TO SRT_USERNAME
               MOVE JRN_DATE TO SRT_DATE
               MOVE JRN_TIME TO SRT_TIME
               MOVE JRN_AMOUNT TO SRT_AMOUNT
               MOVE JRN_REF_DATE TO SRT_REF_DATE
               MOVE JRN_REF_SEQ TO SRT_REF_SEQ
               ADD 1 TO WS-SELECT-COUNT
               RELEASE SORT-RECORD
           END-IF.

           END-IF.
           IF SRT_TYPE = "DEP" OR SRT_TYPE = "TRI"
                   OR SRT_TYPE = "RVW" OR SRT_TYPE = "INT"
                   OR SRT_TYPE = "ECR"
               ADD SRT_AMOUNT TO WS-NET-CHANGE
           ELSE
               SUBTRACT SRT_AMOUNT FROM WS-NET-CHANGE
               MOVE ZERO TO WS-CLOSING-BAL
           END-IF.
           COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL - WS-NET-CHANGE.
           PERFORM WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STATEMENT OF ACCOUNT: " WS-CURR-USERNAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-STMT-LINE.
           IF WS-ACCT-FOUND = "Y"
               PERFORM FIND-PRODUCT-NAME
               MOVE SPACES TO WS-RPT-LINE
               STRING "ACCOUNT TYPE: " WS-PRODUCT-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-STMT-LINE
           ELSE
               MOVE "ACCOUNT NOT ON MASTER - BALANCES UNAVAILABLE"
                   TO WS-RPT-LINE
               PERFORM WRITE-STMT-LINE
           PERFORM WRITE-STMT-LINE.
           ADD 1 TO WS-STMT-COUNT.

       WRITE-ADDRESS-BLOCK.
           MOVE WS-CURR-USERNAME TO CL_USERNAME.
           PERFORM FIND-ACCOUNT-OWNER.
           IF WS-OWNER-FOUND NOT = "Y"
               MOVE "  NAME AND ADDRESS NOT ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-STMT-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " CU_NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-STMT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " CU_ADDR1
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-STMT-LINE
               IF CU_ADDR2 NOT = SPACES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " CU_ADDR2
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-STMT-LINE
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " DELIMITED BY SIZE
                       CU_CITY DELIMITED BY "  "
                       " " CU_STATE "  " CU_ZIP DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-STMT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-STMT-LINE.

       WRITE-TXN-LINE.
           IF WS-TE-TYPE (WS-SUB) = "DEP"
                   OR WS-TE-TYPE (WS-SUB) = "TRI"
                   OR WS-TE-TYPE (WS-SUB) = "RVW"
                   OR WS-TE-TYPE (WS-SUB) = "INT"
                   OR WS-TE-TYPE (WS-SUB) = "ECR"
               MOVE WS-TE-AMOUNT (WS-SUB) TO WS-SIGNED-AMT
           ELSE
               COMPUTE WS-SIGNED-AMT = 0 - WS-TE-AMOUNT (WS-SUB)
           END-IF.
           PERFORM WRITE-STMT-LINE.

       OPEN-CUSTOMER-FILES.
      *>   The customer files are optional - without them, or for an
      *>   account with no owner on file, the account prints by
      *>   username alone. So is the product file - without it, or
      *>   for a product not on file, the account type prints as
      *>   the bare product code.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS = "00"
               MOVE "Y" TO WS-PROD-OPEN
           END-IF.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = "00"
               OPEN INPUT CUST-LINK-FILE
               IF WS-LINK-STATUS = "00"
                   MOVE "Y" TO WS-CUST-OPEN
               ELSE
                   CLOSE CUST-FILE
               END-IF
           END-IF.

       FIND-ACCOUNT-OWNER.
      *>   Arrives with the username in CL_USERNAME; leaves the
      *>   owning customer in the CUSTOMER record area when
      *>   WS-OWNER-FOUND is "Y".
           MOVE "N" TO WS-OWNER-FOUND.
           IF WS-CUST-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           READ CUST-LINK-FILE
               KEY IS CL_USERNAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-LINK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CL_CUST_ID TO CU_CUST_ID.
           READ CUST-FILE
               KEY IS CU_CUST_ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-OWNER-FOUND
           END-IF.

       FIND-PRODUCT-NAME.
      *>   Arrives with the account in the master record area.
           MOVE A_PRODUCT TO WS-PRODUCT-NAME.
           IF WS-PROD-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE A_PRODUCT TO PR_CODE.
           READ PRODUCT-FILE
               KEY IS PR_CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PROD-STATUS = "00"
               MOVE PR_NAME TO WS-PRODUCT-NAME
           END-IF.

       CLOSE-CUSTOMER-FILES.
           IF WS-PROD-OPEN = "Y"
               CLOSE PRODUCT-FILE
               MOVE "N" TO WS-PROD-OPEN
           END-IF.
           IF WS-CUST-OPEN = "Y"
               CLOSE CUST-LINK-FILE
               CLOSE CUST-FILE
               MOVE "N" TO WS-CUST-OPEN
           END-IF.

       WRITE-STMT-LINE.
           WRITE STMT-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write statement print record."
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
