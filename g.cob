      *>   same contract as the reconciliation - so a bad file
      *>   never reaches Finance. The extract date comes from the
      *>   command line (YYYYMMDD) and defaults to the most recent
      *>   date in the journal, the business day just closed. The
      *>   run is logged in the run-control ledger (RUNCTL copybook)
      *>   as job CGLEXT for the extract date; it is refused RC 12,
      *>   before the interface file is written, when the date has
      *>   already been extracted or the night's journal
      *>   verification (JRNVERFY, which runs only after the posting
      *>   run) has not completed clean for it - a deliberate rerun
      *>   names RERUN after the date on the command line.
      *>   GL code map:
      *>     1010 teller cash            2010 customer deposits
      *>     2999 transfer clearing      4010 fee income
      *>     5010 interest expense       1020 electronic settlement
      *>   DEP and RVW: debit 1010, credit 2010. WDL and RVD:
      *>   debit 2010, credit 1010. TRF: debit 2010, credit 2999;
      *>   TRI: debit 2999, credit 2010. INT: debit 5010, credit
      *>   2010. SVC: debit 2010, credit 4010. ECR: debit 1020,
      *>   credit 2010; EDR: debit 2010, credit 1020. CLC: debit
      *>   2010, credit 1010. CLT: debit 2010, credit 2999 - its TRI
      *>   credit leg clears 2999 like any other transfer.
      *>   2010 above stands for the customer side of every entry:
      *>   the leg actually goes to the GL liability code of the
      *>   account's product (PRODUCT copybook), looked up through
      *>   the account master, so checking, savings, and money
      *>   market balances land on their own liability accounts.
      *>   An account not on the master, a product not on file, or
      *>   no product file at all leaves the leg on 2010, and the
      *>   control report counts the legs that defaulted.
      *>   PRC, the product reclass account maintenance (m.cob)
      *>   writes when a balance changes GL liability code, debits
      *>   the old code and credits the new (JRN_REF_DATE holds old
      *>   * 10000 + new) - the other way round when JRN_REF_SEQ is
      *>   1, a debit balance - and its zero entry for an empty
      *>   account maps to nothing. An entry ahead of a reclass on
      *>   its account was made under the product the account was
      *>   moved off, so its customer leg goes to the code the
      *>   first later reclass moves the balance from, not to the
      *>   account's product today.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GL-REPORT ASSIGN TO "GLRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.
               SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS A_USERNAME
                   FILE STATUS IS WS-ACCT-STATUS.
               SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR_CODE
                   FILE STATUS IS WS-PROD-STATUS.
               SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.

           DATA DIVISION.
           FILE SECTION.
                 02 GLT_HASH_TOTAL PIC 9(15).
           FD  GL-REPORT.
           01 GL-LINE PIC X(80).
           FD  ACCOUNT-MASTER.
               COPY ACCOUNT.
           FD  PRODUCT-FILE.
               COPY PRODUCT.
           FD  RUN-CONTROL.
               COPY RUNCTL.

           WORKING-STORAGE SECTION.
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-DEBIT-CODE PIC 9(4) VALUE 0.
           01 WS-CREDIT-CODE PIC 9(4) VALUE 0.
           01 WS-MAPPED PIC X(1) VALUE "N".
           01 WS-ACCT-STATUS PIC XX VALUE "00".
           01 WS-PROD-STATUS PIC XX VALUE "00".
           01 WS-PRODUCTS-OK PIC X(1) VALUE "N".
           01 WS-LIAB-CODE PIC 9(4) VALUE 2010.
           01 WS-LIAB-DEFAULT-COUNT PIC 9(6) VALUE 0.
           01 WS-REC-NUM PIC 9(7) VALUE 0.
           01 WS-RECLASS-COUNT PIC 9(6) VALUE 0.
           01 WS-RCL-REF PIC 9(8) VALUE 0.
           01 WS-RCL-CODES REDEFINES WS-RCL-REF.
               02 WS-RCL-FROM PIC 9(4).
               02 WS-RCL-TO PIC 9(4).
           01 WS-RCL-FOUND PIC X(1) VALUE "N".
           01 WS-RCL-OVERFLOW PIC 9(5) VALUE 0.
           01 WS-SUB PIC 9(4) VALUE 0.
      *>   The reclasses dated on or after the extract date, in
      *>   journal order, with each one's record number.
           01 WS-RCL-TABLE.
               02 WS-RCL-ENTRY OCCURS 2000 TIMES.
                   03 WS-RCL-REC-NUM PIC 9(7).
                   03 WS-RCL-USERNAME PIC X(20).
                   03 WS-RCL-OLD-GL PIC 9(4).
           01 WS-RCL-USED PIC 9(4) VALUE 0.
           01 WS-OUT-OF-BALANCE PIC X(1) VALUE "N".
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-TOT-DISPLAY PIC 9(11).99.
           01 WS-HASH-DISPLAY PIC 9(15).
           01 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-RUN-EOF PIC X(1) VALUE "N".
           01 WS-PARM-LINE PIC X(40) VALUE SPACES.
           01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
           01 WS-RUN-JOB PIC X(8) VALUE "CGLEXT".
           01 WS-RUN-PERIOD PIC X(8) VALUE SPACES.
           01 WS-RUN-PRED-JOB PIC X(8) VALUE "JRNVERFY".
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
           PERFORM SET-EXTRACT-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-RECLASSES.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EOF = "Y"
               READ TXN-JOURNAL
           PERFORM WRITE-TRAILER-RECORD.
           PERFORM WRITE-CONTROL-REPORT.
           PERFORM CLOSE-FILES.
           MOVE WS-JRN-SELECTED TO WS-RUN-IN.
           MOVE WS-DETAIL-COUNT TO WS-RUN-OUT.
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-RUN-RC
               MOVE "F" TO WS-RUN-RESULT
           ELSE
               MOVE "C" TO WS-RUN-RESULT
           END-IF.
           PERFORM WRITE-RUN-RECORD.
           STOP RUN.

       SET-EXTRACT-DATE.
      *>   The command line carries the date, the RERUN override,
      *>   or both - date first.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
               INTO WS-PARM-DATE WS-PARM-OPTION
           END-UNSTRING.
           IF WS-PARM-DATE = "RERUN"
               MOVE WS-PARM-DATE TO WS-PARM-OPTION
               MOVE SPACES TO WS-PARM-DATE
           END-IF.
           IF WS-PARM-DATE = SPACES
               PERFORM FIND-LATEST-JOURNAL-DATE
               IF WS-LATEST-DATE NOT = ZERO
           ELSE
               MOVE WS-PARM-DATE TO WS-RPT-DATE
           END-IF.
           MOVE WS-RPT-DATE TO WS-RUN-PERIOD.
           MOVE WS-RPT-DATE TO WS-RUN-PRED-PERIOD.

       FIND-LATEST-JOURNAL-DATE.
      *>   Run after midnight the system date is the day after every
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>   The master is needed to find each account's product; the
      *>   product file is optional, every customer leg on 2010
      *>   without it.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Unable to open account master file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS = "00"
               MOVE "Y" TO WS-PRODUCTS-OK
           END-IF.
           OPEN OUTPUT GL-INTERFACE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "Unable to open GL interface file."

       CLOSE-FILES.
           CLOSE TXN-JOURNAL.
           CLOSE ACCOUNT-MASTER.
           IF WS-PRODUCTS-OK = "Y"
               CLOSE PRODUCT-FILE
           END-IF.
           CLOSE GL-INTERFACE.
           CLOSE GL-REPORT.

       EXTRACT-JOURNAL-RECORD.
           ADD 1 TO WS-REC-NUM.
           IF JRN_DATE NOT = WS-RPT-DATE
               EXIT PARAGRAPH
           END-IF.

       MAP-GL-CODES.
           MOVE "Y" TO WS-MAPPED.
           IF JRN_TYPE NOT = "PRC"
               PERFORM SET-LIABILITY-CODE
           END-IF.
           EVALUATE JRN_TYPE
               WHEN "DEP"
                   MOVE 1010 TO WS-DEBIT-CODE
                   MOVE WS-LIAB-CODE TO WS-CREDIT-CODE
               WHEN "RVW"
                   MOVE 1010 TO WS-DEBIT-CODE
                   MOVE WS-LIAB-CODE TO WS-CREDIT-CODE
               WHEN "WDL"
                   MOVE WS-LIAB-CODE TO WS-DEBIT-CODE
                   MOVE 1010 TO WS-CREDIT-CODE
               WHEN "RVD"
                   MOVE WS-LIAB-CODE TO WS-DEBIT-CODE
                   MOVE 1010 TO WS-CREDIT-CODE
               WHEN "TRF"
                   MOVE WS-LIAB-CODE TO WS-DEBIT-CODE
                   MOVE 2999 TO WS-CREDIT-CODE
               WHEN "TRI"
                   MOVE 2999 TO WS-DEBIT-CODE
                   MOVE WS-LIAB-CODE TO WS-CREDIT-CODE
               WHEN "INT"
                   MOVE 5010 TO WS-DEBIT-CODE
                   MOVE WS-LIAB-CODE TO WS-CREDIT-CODE
               WHEN "SVC"
                   MOVE WS-LIAB-CODE TO WS-DEBIT-CODE
                   MOVE 4010 TO WS-CREDIT-CODE
               WHEN "ECR"
                   MOVE 1020 TO WS-DEBIT-CODE
                   MOVE WS-LIAB-CODE TO WS-CREDIT-CODE
               WHEN "EDR"
                   MOVE WS-LIAB-CODE TO WS-DEBIT-CODE
                   MOVE 1020 TO WS-CREDIT-CODE
               WHEN "CLC"
                   MOVE WS-LIAB-CODE TO WS-DEBIT-CODE
                   MOVE 1010 TO WS-CREDIT-CODE
               WHEN "CLT"
                   MOVE WS-LIAB-CODE TO WS-DEBIT-CODE
                   MOVE 2999 TO WS-CREDIT-CODE
               WHEN "PRC"
                   PERFORM MAP-RECLASS-CODES
               WHEN OTHER
      *>           A journal type this map does not know must stop
      *>           the file, not slip past Finance unposted.
                   DISPLAY "Unmapped journal type: " JRN_TYPE
           END-EVALUATE.

       MAP-RECLASS-CODES.
           ADD 1 TO WS-RECLASS-COUNT.
           IF JRN_AMOUNT = ZERO
               MOVE "N" TO WS-MAPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE JRN_REF_DATE TO WS-RCL-REF.
           IF JRN_REF_SEQ = 1
               MOVE WS-RCL-TO TO WS-DEBIT-CODE
               MOVE WS-RCL-FROM TO WS-CREDIT-CODE
           ELSE
               MOVE WS-RCL-FROM TO WS-DEBIT-CODE
               MOVE WS-RCL-TO TO WS-CREDIT-CODE
           END-IF.

       SET-LIABILITY-CODE.
      *>   The customer side of the entry goes to the GL code of
      *>   the account's product - 2010 when it cannot be found -
      *>   unless a later reclass on the account says the entry was
      *>   made under the product before.
           MOVE 2010 TO WS-LIAB-CODE.
           PERFORM FIND-LATER-RECLASS.
           IF WS-RCL-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE JRN_USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS = "00" AND WS-PRODUCTS-OK = "Y"
               MOVE A_PRODUCT TO PR_CODE
               READ PRODUCT-FILE
                   KEY IS PR_CODE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PROD-STATUS = "00"
                   MOVE PR_GL_CODE TO WS-LIAB-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-LIAB-DEFAULT-COUNT.

       FIND-LATER-RECLASS.
      *>   The table is in journal order, so the first entry for the
      *>   account past this record is its next reclass.
           MOVE "N" TO WS-RCL-FOUND.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-RCL-USED OR WS-RCL-FOUND = "Y"
               IF WS-RCL-USERNAME (WS-SUB) = JRN_USERNAME
                       AND WS-RCL-REC-NUM (WS-SUB) > WS-REC-NUM
                   MOVE WS-RCL-OLD-GL (WS-SUB) TO WS-LIAB-CODE
                   MOVE "Y" TO WS-RCL-FOUND
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.

       LOAD-RECLASSES.
      *>   First pass over the journal, numbering the records the
      *>   same way the extract pass does. A journal that will not
      *>   open is left for OPEN-FILES to report. A table too small
      *>   for every reclass stops the file - legs could otherwise
      *>   land on the wrong code.
           MOVE ZERO TO WS-RCL-USED.
           MOVE ZERO TO WS-REC-NUM.
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TXN-JOURNAL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       PERFORM NOTE-RECLASS
               END-READ
           END-PERFORM.
           CLOSE TXN-JOURNAL.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-REC-NUM.

       NOTE-RECLASS.
           IF JRN_TYPE NOT = "PRC" OR JRN_DATE < WS-RPT-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RCL-USED < 2000
               ADD 1 TO WS-RCL-USED
               MOVE WS-REC-NUM TO WS-RCL-REC-NUM (WS-RCL-USED)
               MOVE JRN_USERNAME TO WS-RCL-USERNAME (WS-RCL-USED)
               MOVE JRN_REF_DATE TO WS-RCL-REF
               MOVE WS-RCL-FROM TO WS-RCL-OLD-GL (WS-RCL-USED)
           ELSE
               ADD 1 TO WS-RCL-OVERFLOW
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF.

       WRITE-DETAIL-RECORD.
           MOVE "D" TO GLD_REC_TYPE.
           MOVE WS-RPT-DATE TO GLD_DATE.
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LEGS DEFAULTED TO GL 2010: " WS-LIAB-DEFAULT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PRODUCT RECLASS ENTRIES:   " WS-RECLASS-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-RCL-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "RECLASS TABLE FULL - RECLASSES NOT LOADED: "
                       WS-RCL-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE "EXTRACT RESULT: OUT OF BALANCE - DO NOT SEND"
                   TO WS-RPT-LINE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write GL control report record."
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
