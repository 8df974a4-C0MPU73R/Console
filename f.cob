       >> SOURCE FORMAT FREE
           IDENTIFICATION DIVISION.
           PROGRAM-ID. f.
           AUTHOR. C0MPU73R.
           DATE-WRITTEN. OCTOBER 15 2026.
      *>   Inbound electronic credit/debit load - the nightly step
      *>   ahead of the posting run that takes the originators'
      *>   payroll credits and utility debits off paper. Reads the
      *>   originator file (EFTIN): a batch header, one entry
      *>   detail per item (account, amount, C credit or D debit),
      *>   and a batch control trailer carrying the entry count,
      *>   credit and debit totals, and a hash of the trace numbers.
      *>   The whole file is proved against its trailers first -
      *>   one batch out of balance or out of shape and nothing in
      *>   the file is journaled: the report says why and the step
      *>   ends RC 8 so the file goes back to the originator whole.
      *>   A proved file is then taken entry by entry: the account
      *>   must be on the master and active, and a debit must fit
      *>   the available balance - ledger less active holds, less
      *>   the debits this file has already taken from the same
      *>   account. Good entries are appended to the transaction
      *>   journal memo-posted ("M") under their own types - ECR
      *>   credits the account, EDR debits it - so the posting run
      *>   applies them in its controlled pass like any other memo
      *>   post. The master is never touched here. Entries that do
      *>   not qualify are written to the return file (EFTRTN) with
      *>   a return reason and listed on the report, and the step
      *>   ends RC 4 so the morning shift sends them back:
      *>     R01 insufficient funds      R03 no such account
      *>     R16 account not active      R17 entry fails edit
      *>   Each return lists the account owner's name from the
      *>   customer file beside the name the originator sent.
      *>   The journal date is the business date - the command line
      *>   (YYYYMMDD), else the most recent date in the journal, so
      *>   the after-midnight run lands on the day being closed.
      *>   A load is logged in the run-control ledger (RUNCTL
      *>   copybook) as job EFTLOAD for the business date, and a
      *>   file already loaded for the date, or a load started and
      *>   never finished, is refused RC 12 before anything is
      *>   journaled - a second file for the same date, or a
      *>   deliberate reload, names RERUN after the date on the
      *>   command line. An empty originator file (no file came in)
      *>   is reported and ends RC 0 without a ledger record.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS A_USERNAME
                   FILE STATUS IS WS-ACCT-STATUS.
               SELECT EFT-FILE ASSIGN TO "EFTIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EFT-STATUS.
               SELECT TXN-JOURNAL ASSIGN TO "TXNJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT RETURN-FILE ASSIGN TO "EFTRTN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RTN-STATUS.
               SELECT EFT-REPORT ASSIGN TO "EFTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.
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
               SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS H_KEY
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  ACCOUNT-MASTER.
               COPY ACCOUNT.
           FD  EFT-FILE.
      *>   Record type "1" opens a batch, "6" is an entry detail,
      *>   "8" is the batch control trailer that closes it. A file
      *>   may carry any number of batches, one after another.
           01 EFT-HEADER.
                 02 EFH_REC_TYPE PIC X(1).
                 02 EFH_ORIG_ID PIC X(10).
                 02 EFH_ORIG_NAME PIC X(23).
                 02 EFH_BATCH_NO PIC 9(7).
                 02 EFH_EFF_DATE PIC 9(8).
                 02 FILLER PIC X(31).
           01 EFT-ENTRY.
                 02 EFD_REC_TYPE PIC X(1).
                 02 EFD_TRACE PIC 9(7).
                 02 EFD_USERNAME PIC X(20).
                 02 EFD_DC_CODE PIC X(1).
                 02 EFD_AMOUNT PIC 9(5)V99.
                 02 EFD_INDIV_NAME PIC X(22).
                 02 FILLER PIC X(22).
           01 EFT-TRAILER.
                 02 EFC_REC_TYPE PIC X(1).
                 02 EFC_BATCH_NO PIC 9(7).
                 02 EFC_ENTRY_COUNT PIC 9(6).
                 02 EFC_CREDIT_TOTAL PIC 9(9)V99.
                 02 EFC_DEBIT_TOTAL PIC 9(9)V99.
                 02 EFC_TRACE_HASH PIC 9(15).
                 02 FILLER PIC X(29).
           FD  TXN-JOURNAL.
               COPY TXNJRNL.
           FD  RETURN-FILE.
      *>   One record per entry sent back to its originator.
           01 RETURN-RECORD.
                 02 RTN_ORIG_ID PIC X(10).
                 02 RTN_BATCH_NO PIC 9(7).
                 02 RTN_EFF_DATE PIC 9(8).
                 02 RTN_TRACE PIC 9(7).
                 02 RTN_USERNAME PIC X(20).
                 02 RTN_DC_CODE PIC X(1).
                 02 RTN_AMOUNT PIC 9(5)V99.
                 02 RTN_REASON PIC X(3).
                 02 RTN_RETURN_DATE PIC 9(8).
                 02 FILLER PIC X(9).
           FD  EFT-REPORT.
           01 EFT-LINE PIC X(80).
           FD  HOLD-FILE.
               COPY HOLDS.
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.
           FD  RUN-CONTROL.
               COPY RUNCTL.

           WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX VALUE "00".
           01 WS-EFT-STATUS PIC XX VALUE "00".
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-RTN-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-HOLD-STATUS PIC XX VALUE "00".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-OWNER-FOUND PIC X(1) VALUE "N".
           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-RPT-DATE PIC 9(8) VALUE ZEROS.
           01 WS-PARM-DATE PIC X(8) VALUE SPACES.
           01 WS-LATEST-DATE PIC 9(8) VALUE ZEROS.
           01 WS-FILE-OK PIC X(1) VALUE "Y".
           01 WS-IN-BATCH PIC X(1) VALUE "N".
           01 WS-REC-NO PIC 9(6) VALUE 0.
           01 WS-PROOF-MSG PIC X(40) VALUE SPACES.
           01 WS-BATCH-COUNT PIC 9(6) VALUE 0.
           01 WS-BATCH-NO PIC 9(7) VALUE 0.
           01 WS-BATCH-ENTRIES PIC 9(6) VALUE 0.
           01 WS-BATCH-CREDITS PIC 9(9)V99 VALUE 0.
           01 WS-BATCH-DEBITS PIC 9(9)V99 VALUE 0.
           01 WS-BATCH-HASH PIC 9(15) VALUE 0.
           01 WS-BATCH-ACCEPTED PIC 9(6) VALUE 0.
           01 WS-BATCH-RETURNED PIC 9(6) VALUE 0.
           01 WS-ORIG-ID PIC X(10) VALUE SPACES.
           01 WS-EFF-DATE PIC 9(8) VALUE ZEROS.
           01 WS-ENTRY-COUNT PIC 9(6) VALUE 0.
           01 WS-CREDIT-COUNT PIC 9(6) VALUE 0.
           01 WS-DEBIT-COUNT PIC 9(6) VALUE 0.
           01 WS-RETURN-COUNT PIC 9(6) VALUE 0.
           01 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-DEBIT-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-RETURN-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-REASON PIC X(3) VALUE SPACES.
           01 WS-REASON-TEXT PIC X(20) VALUE SPACES.
           01 WS-HOLD-EOF PIC X(1) VALUE "N".
           01 WS-HOLDS-OPEN PIC X(1) VALUE "N".
           01 WS-HOLD-USERNAME PIC X(20) VALUE SPACES.
           01 WS-HOLD-TOTAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-PEND-TOTAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-AVAIL-BALANCE PIC S9(9)V99 VALUE ZEROS.
           01 WS-SUB PIC 9(3) VALUE 0 USAGE COMP.
           01 WS-PEND-SLOT PIC 9(3) VALUE 0 USAGE COMP.
      *>   Debits already accepted from this file, by account - a
      *>   second debit must fit what the first one left behind.
           01 WS-PEND-TABLE.
               02 WS-PEND-ENTRY OCCURS 500 TIMES.
                   03 WS-PD-USERNAME PIC X(20).
                   03 WS-PD-AMOUNT PIC 9(7)V99.
           01 WS-PEND-USED PIC 9(3) VALUE 0.
           01 WS-PEND-OVERFLOW PIC 9(4) VALUE 0.
           01 WS-JRN-SEQ PIC 9(6) VALUE 0.
           01 WS-TIMESTAMP.
               02 WS-TS-DATE PIC 9(8).
               02 WS-TS-TIME PIC 9(8).
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-AMOUNT-DISPLAY PIC 9(5).99.
           01 WS-TOTAL-DISPLAY PIC 9(9).99.
           01 WS-CTL-DISPLAY PIC 9(9).99.
           01 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-RUN-EOF PIC X(1) VALUE "N".
           01 WS-PARM-LINE PIC X(40) VALUE SPACES.
           01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
           01 WS-RUN-JOB PIC X(8) VALUE "EFTLOAD".
           01 WS-RUN-PERIOD PIC X(8) VALUE SPACES.
           01 WS-RUN-LAST PIC X(1) VALUE SPACES.
           01 WS-RUN-REFUSED PIC X(1) VALUE "N".
           01 WS-RUN-OVERRIDE PIC X(1) VALUE "N".
           01 WS-RUN-RESULT PIC X(1) VALUE "S".
           01 WS-RUN-WRITTEN PIC X(1) VALUE "N".
           01 WS-RUN-IN PIC 9(7) VALUE 0.
           01 WS-RUN-OUT PIC 9(7) VALUE 0.
           01 WS-RUN-RC PIC 9(2) VALUE 0.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SET-REPORT-DATE.
           OPEN OUTPUT EFT-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open electronic entry report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROVE-ORIGINATOR-FILE.
           IF WS-REC-NO = ZERO
               MOVE "NO ORIGINATOR FILE TONIGHT - NOTHING LOADED"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE EFT-REPORT
               STOP RUN
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           IF WS-FILE-OK = "N"
               MOVE "FILE REJECTED - NO ENTRIES JOURNALED"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "CONTROL RESULT: FAIL" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE EFT-REPORT
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO WS-RUN-RC
               MOVE WS-REC-NO TO WS-RUN-IN
               MOVE "F" TO WS-RUN-RESULT
               PERFORM WRITE-RUN-RECORD
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM OPEN-CUSTOMER-FILES.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EFT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-EFT-RECORD
               END-READ
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-CUSTOMER-FILES.
           PERFORM CLOSE-FILES.
           IF WS-RETURN-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-RUN-RC
           END-IF.
           MOVE WS-ENTRY-COUNT TO WS-RUN-IN.
           COMPUTE WS-RUN-OUT = WS-CREDIT-COUNT + WS-DEBIT-COUNT.
           MOVE "C" TO WS-RUN-RESULT.
           PERFORM WRITE-RUN-RECORD.
           STOP RUN.

       SET-REPORT-DATE.
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
                   MOVE WS-LATEST-DATE TO WS-RPT-DATE
               ELSE
                   ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
               END-IF
           ELSE
               MOVE WS-PARM-DATE TO WS-RPT-DATE
           END-IF.
           MOVE WS-RPT-DATE TO WS-RUN-PERIOD.

       FIND-LATEST-JOURNAL-DATE.
      *>   Run after midnight the system date is the day after the
      *>   business day being closed - the latest date the journal
      *>   holds is the one the entries belong to.
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

       PROVE-ORIGINATOR-FILE.
      *>   First pass - structure and control totals only. Nothing
      *>   is looked up or written until every batch has proved.
           OPEN INPUT EFT-FILE.
           IF WS-EFT-STATUS NOT = "00"
               DISPLAY "Unable to open originator file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE "N" TO WS-IN-BATCH.
           MOVE ZERO TO WS-REC-NO.
           PERFORM UNTIL WS-EOF = "Y"
               READ EFT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       PERFORM PROVE-EFT-RECORD
               END-READ
           END-PERFORM.
           IF WS-IN-BATCH = "Y"
               MOVE "FILE ENDS INSIDE AN OPEN BATCH" TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
           END-IF.
           CLOSE EFT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BATCHES IN FILE:         " WS-BATCH-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       PROVE-EFT-RECORD.
           EVALUATE EFH_REC_TYPE
               WHEN "1"
                   PERFORM PROVE-BATCH-HEADER
               WHEN "6"
                   PERFORM PROVE-BATCH-ENTRY
               WHEN "8"
                   PERFORM PROVE-BATCH-TRAILER
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-PROOF-MSG
                   PERFORM WRITE-PROOF-ERROR
           END-EVALUATE.

       PROVE-BATCH-HEADER.
           IF WS-IN-BATCH = "Y"
               MOVE "BATCH HEADER BEFORE PRIOR TRAILER"
                   TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
           END-IF.
           MOVE "Y" TO WS-IN-BATCH.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE EFH_BATCH_NO TO WS-BATCH-NO.
           MOVE ZERO TO WS-BATCH-ENTRIES.
           MOVE ZERO TO WS-BATCH-CREDITS.
           MOVE ZERO TO WS-BATCH-DEBITS.
           MOVE ZERO TO WS-BATCH-HASH.

       PROVE-BATCH-ENTRY.
           IF WS-IN-BATCH NOT = "Y"
               MOVE "ENTRY OUTSIDE ANY BATCH" TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF EFD_TRACE NOT NUMERIC OR EFD_AMOUNT NOT NUMERIC
               MOVE "ENTRY TRACE OR AMOUNT NOT NUMERIC"
                   TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
               EXIT PARAGRAPH
           END-IF.
      *>   An entry with a bad credit/debit code still counts in
      *>   the batch - it is returned on its own in the second pass.
           ADD 1 TO WS-BATCH-ENTRIES.
           ADD EFD_TRACE TO WS-BATCH-HASH.
           EVALUATE EFD_DC_CODE
               WHEN "C"
                   ADD EFD_AMOUNT TO WS-BATCH-CREDITS
               WHEN "D"
                   ADD EFD_AMOUNT TO WS-BATCH-DEBITS
           END-EVALUATE.

       PROVE-BATCH-TRAILER.
           IF WS-IN-BATCH NOT = "Y"
               MOVE "TRAILER WITHOUT A BATCH HEADER" TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IN-BATCH.
           IF EFC_BATCH_NO NOT NUMERIC OR EFC_ENTRY_COUNT NOT NUMERIC
                   OR EFC_CREDIT_TOTAL NOT NUMERIC
                   OR EFC_DEBIT_TOTAL NOT NUMERIC
                   OR EFC_TRACE_HASH NOT NUMERIC
               MOVE "TRAILER CONTROL FIELDS NOT NUMERIC"
                   TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF EFC_BATCH_NO NOT = WS-BATCH-NO
               MOVE "TRAILER BATCH NUMBER DOES NOT MATCH"
                   TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
           END-IF.
           IF EFC_ENTRY_COUNT NOT = WS-BATCH-ENTRIES
               MOVE "ENTRY COUNT DOES NOT MATCH TRAILER"
                   TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
           END-IF.
           IF EFC_CREDIT_TOTAL NOT = WS-BATCH-CREDITS
               MOVE "CREDIT TOTAL DOES NOT MATCH TRAILER"
                   TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
           END-IF.
           IF EFC_DEBIT_TOTAL NOT = WS-BATCH-DEBITS
               MOVE "DEBIT TOTAL DOES NOT MATCH TRAILER"
                   TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
           END-IF.
           IF EFC_TRACE_HASH NOT = WS-BATCH-HASH
               MOVE "TRACE HASH DOES NOT MATCH TRAILER"
                   TO WS-PROOF-MSG
               PERFORM WRITE-PROOF-ERROR
           END-IF.
           MOVE WS-BATCH-CREDITS TO WS-TOTAL-DISPLAY.
           MOVE WS-BATCH-DEBITS TO WS-CTL-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BATCH " WS-BATCH-NO " ENTRIES " WS-BATCH-ENTRIES
                   " CR " WS-TOTAL-DISPLAY " DR " WS-CTL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PROOF-ERROR.
           MOVE "N" TO WS-FILE-OK.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PROOF ERROR RECORD " WS-REC-NO " BATCH "
                   WS-BATCH-NO " " WS-PROOF-MSG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       OPEN-FILES.
           OPEN INPUT EFT-FILE.
           IF WS-EFT-STATUS NOT = "00"
               DISPLAY "Unable to open originator file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "Unable to open account master file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RETURN-FILE.
           IF WS-RTN-STATUS NOT = "00"
               DISPLAY "Unable to open return file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>   A holds file not yet created ("35") means no holds
      *>   anywhere; any other failure stops the run - a debit
      *>   checked blind past live holds is worse than none at all.
           OPEN INPUT HOLD-FILE.
           EVALUATE WS-HOLD-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HOLDS-OPEN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open holds file."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CLOSE-FILES.
           CLOSE EFT-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE TXN-JOURNAL.
           CLOSE RETURN-FILE.
           CLOSE EFT-REPORT.
           IF WS-HOLDS-OPEN = "Y"
               CLOSE HOLD-FILE
           END-IF.

       PROCESS-EFT-RECORD.
           EVALUATE EFH_REC_TYPE
               WHEN "1"
                   MOVE EFH_ORIG_ID TO WS-ORIG-ID
                   MOVE EFH_BATCH_NO TO WS-BATCH-NO
                   MOVE EFH_EFF_DATE TO WS-EFF-DATE
                   MOVE ZERO TO WS-BATCH-ACCEPTED
                   MOVE ZERO TO WS-BATCH-RETURNED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "BATCH " EFH_BATCH_NO " ORIGINATOR "
                           EFH_ORIG_ID " " EFH_ORIG_NAME
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN "6"
                   PERFORM PROCESS-ENTRY
               WHEN "8"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "BATCH " WS-BATCH-NO " ACCEPTED "
                           WS-BATCH-ACCEPTED " RETURNED "
                           WS-BATCH-RETURNED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       PROCESS-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           PERFORM VALIDATE-ENTRY.
           IF WS-REASON = SPACES
               ADD 1 TO WS-BATCH-ACCEPTED
               PERFORM WRITE-JOURNAL-RECORD
           ELSE
               ADD 1 TO WS-BATCH-RETURNED
               PERFORM WRITE-RETURN-RECORD
           END-IF.

       VALIDATE-ENTRY.
           MOVE SPACES TO WS-REASON.
           IF (EFD_DC_CODE NOT = "C" AND EFD_DC_CODE NOT = "D")
                   OR EFD_AMOUNT = ZERO
               MOVE "R17" TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE EFD_USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   MOVE "R03" TO WS-REASON
           END-READ.
           IF WS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF A_STATUS NOT = "A"
               MOVE "R16" TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           IF EFD_DC_CODE = "D"
               PERFORM CHECK-DEBIT-FUNDS
           END-IF.

       CHECK-DEBIT-FUNDS.
      *>   The same available balance the console checks a debit
      *>   against, less what earlier debits in this file took. A
      *>   memo post already in the journal is not counted - the
      *>   posting run checks each debit again when it applies it.
           MOVE EFD_USERNAME TO WS-HOLD-USERNAME.
           PERFORM SUM-ACTIVE-HOLDS.
           PERFORM FIND-PENDING-DEBITS.
           COMPUTE WS-AVAIL-BALANCE =
               A_BALANCE - WS-HOLD-TOTAL - WS-PEND-TOTAL.
           IF EFD_AMOUNT > WS-AVAIL-BALANCE
               MOVE "R01" TO WS-REASON
           END-IF.

       SUM-ACTIVE-HOLDS.
      *>   Active holds on WS-HOLD-USERNAME - status "A" and not
      *>   expired as of the run date - into WS-HOLD-TOTAL. The
      *>   account master record in its buffer is not disturbed.
           MOVE ZERO TO WS-HOLD-TOTAL.
           IF WS-HOLDS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-HOLD-EOF.
           MOVE WS-HOLD-USERNAME TO H_USERNAME.
           MOVE ZERO TO H_SEQ.
           START HOLD-FILE KEY NOT < H_KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-EOF
           END-START.
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       PERFORM TALLY-ACTIVE-HOLD
               END-READ
           END-PERFORM.

       TALLY-ACTIVE-HOLD.
           IF H_USERNAME NOT = WS-HOLD-USERNAME
               MOVE "Y" TO WS-HOLD-EOF
           ELSE
               IF H_STATUS = "A"
                       AND (H_EXPIRY = ZERO
                           OR H_EXPIRY NOT < WS-TS-DATE)
                   ADD H_AMOUNT TO WS-HOLD-TOTAL
               END-IF
           END-IF.

       FIND-PENDING-DEBITS.
           MOVE ZERO TO WS-PEND-TOTAL.
           MOVE ZERO TO WS-PEND-SLOT.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-PEND-USED
               IF WS-PD-USERNAME (WS-SUB) = EFD_USERNAME
                   MOVE WS-PD-AMOUNT (WS-SUB) TO WS-PEND-TOTAL
                   MOVE WS-SUB TO WS-PEND-SLOT
                   MOVE WS-PEND-USED TO WS-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.

       NOTE-PENDING-DEBIT.
      *>   WS-PEND-SLOT was left by FIND-PENDING-DEBITS for this
      *>   same entry. A full table only loses the running total
      *>   for new accounts - the posting run still has the last
      *>   word on every debit.
           IF WS-PEND-SLOT > ZERO
               ADD EFD_AMOUNT TO WS-PD-AMOUNT (WS-PEND-SLOT)
           ELSE
               IF WS-PEND-USED < 500
                   ADD 1 TO WS-PEND-USED
                   MOVE EFD_USERNAME TO WS-PD-USERNAME (WS-PEND-USED)
                   MOVE EFD_AMOUNT TO WS-PD-AMOUNT (WS-PEND-USED)
               ELSE
                   ADD 1 TO WS-PEND-OVERFLOW
               END-IF
           END-IF.

       WRITE-JOURNAL-RECORD.
      *>   Memo-posted under the electronic batch terminal id - the
      *>   posting run that follows applies it to the master.
           ACCEPT WS-TS-TIME FROM TIME.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-JRN-SEQ TO JRN_TXN_SEQ.
           MOVE EFD_USERNAME TO JRN_USERNAME.
           IF EFD_DC_CODE = "C"
               MOVE "ECR" TO JRN_TYPE
               ADD 1 TO WS-CREDIT-COUNT
               ADD EFD_AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               MOVE "EDR" TO JRN_TYPE
               ADD 1 TO WS-DEBIT-COUNT
               ADD EFD_AMOUNT TO WS-DEBIT-TOTAL
               PERFORM NOTE-PENDING-DEBIT
           END-IF.
           MOVE EFD_AMOUNT TO JRN_AMOUNT.
           MOVE WS-RPT-DATE TO JRN_DATE.
           MOVE WS-TS-TIME TO JRN_TIME.
           MOVE "EFTBATCH" TO JRN_TERM_ID.
           MOVE "M" TO JRN_POST_FLAG.
           MOVE ZERO TO JRN_REF_DATE.
           MOVE ZERO TO JRN_REF_SEQ.
           WRITE JOURNAL-RECORD.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to write transaction journal record."
           END-IF.

       WRITE-RETURN-RECORD.
           ADD 1 TO WS-RETURN-COUNT.
           ADD EFD_AMOUNT TO WS-RETURN-TOTAL.
           MOVE SPACES TO RETURN-RECORD.
           MOVE WS-ORIG-ID TO RTN_ORIG_ID.
           MOVE WS-BATCH-NO TO RTN_BATCH_NO.
           MOVE WS-EFF-DATE TO RTN_EFF_DATE.
           MOVE EFD_TRACE TO RTN_TRACE.
           MOVE EFD_USERNAME TO RTN_USERNAME.
           MOVE EFD_DC_CODE TO RTN_DC_CODE.
           MOVE EFD_AMOUNT TO RTN_AMOUNT.
           MOVE WS-REASON TO RTN_REASON.
           MOVE WS-RPT-DATE TO RTN_RETURN_DATE.
           WRITE RETURN-RECORD.
           IF WS-RTN-STATUS NOT = "00"
               DISPLAY "Unable to write return record."
           END-IF.
           EVALUATE WS-REASON
               WHEN "R01"
                   MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
               WHEN "R03"
                   MOVE "NO SUCH ACCOUNT" TO WS-REASON-TEXT
               WHEN "R16"
                   MOVE "ACCOUNT NOT ACTIVE" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "ENTRY FAILS EDIT" TO WS-REASON-TEXT
           END-EVALUATE.
           MOVE EFD_AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RETURN  " EFD_TRACE " " EFD_USERNAME " "
                   EFD_DC_CODE " " WS-AMOUNT-DISPLAY " " WS-REASON
                   " " WS-REASON-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE EFD_USERNAME TO CL_USERNAME.
           PERFORM FIND-ACCOUNT-OWNER.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-OWNER-FOUND = "Y"
               STRING "        OWNER: " CU_NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE "        OWNER: (NO CUSTOMER ON FILE)"
                   TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "        SENT AS: " EFD_INDIV_NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INBOUND ELECTRONIC ENTRY REPORT - DATE: "
                   WS-RPT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ENTRIES READ:            " WS-ENTRY-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CREDITS JOURNALED:       " WS-CREDIT-COUNT
                   " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DEBITS JOURNALED:        " WS-DEBIT-COUNT
                   " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RETURN-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ENTRIES RETURNED:        " WS-RETURN-COUNT
                   " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-PEND-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "DEBITS NOT TRACKED (TABLE FULL): "
                       WS-PEND-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "CONTROL RESULT: COMPLETE" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       OPEN-CUSTOMER-FILES.
      *>   The customer files are optional - without them, or for an
      *>   account with no owner on file, the account prints by
      *>   username alone.
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

       CLOSE-CUSTOMER-FILES.
           IF WS-CUST-OPEN = "Y"
               CLOSE CUST-LINK-FILE
               CLOSE CUST-FILE
               MOVE "N" TO WS-CUST-OPEN
           END-IF.

       WRITE-REPORT-LINE.
           WRITE EFT-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write electronic entry report record."
           END-IF.

       CHECK-RUN-CONTROL.
      *>   The run-control ledger is read once the file has been
      *>   proved and before anything is journaled. A load already
      *>   completed for the business date, or one started and
      *>   never finished, is refused RC 12 with nothing done -
      *>   unless operations named RERUN on the command line, in
      *>   which case the load goes ahead and is logged as
      *>   overridden.
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
           IF WS-RUN-REFUSED = "Y"
               IF WS-PARM-OPTION = "RERUN"
                   DISPLAY "RERUN named - proceeding by operator"
                       " override."
                   MOVE "Y" TO WS-RUN-OVERRIDE
               ELSE
                   DISPLAY "Run refused. Name RERUN in the PARM to"
                       " force a deliberate rerun."
                   MOVE "LOAD REFUSED - ALREADY RUN FOR THIS DATE"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   CLOSE EFT-REPORT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "S" TO WS-RUN-RESULT.
           PERFORM WRITE-RUN-RECORD.
           IF WS-RUN-WRITTEN NOT = "Y"
               DISPLAY "Run refused - the run-control ledger cannot"
                   " record it."
               CLOSE EFT-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-RUN-RECORD.
      *>   The last record for a job and period is its standing.
           IF RN_JOB = WS-RUN-JOB AND RN_PERIOD = WS-RUN-PERIOD
               MOVE RN_STATUS TO WS-RUN-LAST
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
