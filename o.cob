       >> SOURCE FORMAT FREE
           IDENTIFICATION DIVISION.
           PROGRAM-ID. o.
           AUTHOR. C0MPU73R.
           DATE-WRITTEN. OCTOBER 15 2026.
      *>   Nightly standing order run - the step ahead of the posting
      *>   run that pays the customers' recurring transfers (savings
      *>   sweeps, rent) so no teller has to remember to key them.
      *>   Reads the standing order file and, for every active order
      *>   whose next due date has arrived, journals a memo-posted
      *>   ("M") transfer pair - TRF debit leg on the paying account
      *>   then TRI credit leg on the receiving account, written
      *>   consecutively exactly as the console writes them - so the
      *>   posting run applies the pair whole or not at all. Both
      *>   accounts must be on the master and active, and the amount
      *>   must fit the paying account's available balance: ledger
      *>   less active holds, the same figure the console's transfer
      *>   checks, less every debit already in the journal waiting
      *>   for the posting run - tonight's electronic debits, console
      *>   debits memo-posted while the master was busy, and what
      *>   earlier orders tonight took - since the posting run takes
      *>   those off first. A paid order moves on to its next due
      *>   date (a week on, or the same day next month). An order
      *>   that cannot be paid stays due and is tried again each
      *>   night; once it has failed on more nights than the SORETRY
      *>   parameter allows (3 unless set otherwise) the occurrence
      *>   is referred to a supervisor in its own report section
      *>   (with the payer's name from the customer file, for the
      *>   call to the customer),
      *>   the order moves on to its next due date, and the step
      *>   ends RC 4 so the referral is seen. An order whose next due
      *>   date passes its end date is marked ended. The master is
      *>   never touched here. The business date comes from the
      *>   command line (YYYYMMDD), else the most recent date in the
      *>   journal, so the after-midnight run pays the day just closed.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS A_USERNAME
                   FILE STATUS IS WS-ACCT-STATUS.
               SELECT STDORD-FILE ASSIGN TO "STDORDER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SO_KEY
                   FILE STATUS IS WS-SO-STATUS.
               SELECT TXN-JOURNAL ASSIGN TO "TXNJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS H_KEY
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT PARM-FILE ASSIGN TO "PARMFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS P_KEY
                   FILE STATUS IS WS-PARM-STATUS.
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
               SELECT SO-REPORT ASSIGN TO "SORPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  ACCOUNT-MASTER.
               COPY ACCOUNT.
           FD  STDORD-FILE.
               COPY STDORD.
           FD  TXN-JOURNAL.
               COPY TXNJRNL.
           FD  HOLD-FILE.
               COPY HOLDS.
           FD  PARM-FILE.
               COPY PARMS.
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.
           FD  SO-REPORT.
           01 SO-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX VALUE "00".
           01 WS-SO-STATUS PIC XX VALUE "00".
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-HOLD-STATUS PIC XX VALUE "00".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-OWNER-FOUND PIC X(1) VALUE "N".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-PARM-FOUND PIC X(1) VALUE "N".
           01 WS-PARM-KEY PIC X(8) VALUE SPACES.
           01 WS-RETRY-DAYS PIC 99 VALUE 3.
           01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
           01 WS-PARM-DATE PIC X(8) VALUE SPACES.
           01 WS-LATEST-DATE PIC 9(8) VALUE ZEROS.
           01 WS-FAIL-REASON PIC X(20) VALUE SPACES.
           01 WS-READ-COUNT PIC 9(6) VALUE 0.
           01 WS-DUE-COUNT PIC 9(6) VALUE 0.
           01 WS-PAID-COUNT PIC 9(6) VALUE 0.
           01 WS-RETRY-COUNT PIC 9(6) VALUE 0.
           01 WS-REFER-COUNT PIC 9(6) VALUE 0.
           01 WS-ENDED-COUNT PIC 9(6) VALUE 0.
           01 WS-RERUN-COUNT PIC 9(6) VALUE 0.
           01 WS-PAID-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-HOLD-EOF PIC X(1) VALUE "N".
           01 WS-HOLDS-OPEN PIC X(1) VALUE "N".
           01 WS-HOLD-USERNAME PIC X(20) VALUE SPACES.
           01 WS-HOLD-TOTAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-PEND-TOTAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-AVAIL-BALANCE PIC S9(9)V99 VALUE ZEROS.
           01 WS-SUB PIC 9(4) VALUE 0 USAGE COMP.
           01 WS-PEND-SLOT PIC 9(4) VALUE 0 USAGE COMP.
      *>   Memo-posted debits waiting for the posting run against
      *>   each account, loaded from the journal before the first
      *>   order and added to as orders are paid - an order must fit
      *>   what they leave.
           01 WS-PEND-TABLE.
               02 WS-PEND-ENTRY OCCURS 2000 TIMES.
                   03 WS-PD-USERNAME PIC X(20).
                   03 WS-PD-AMOUNT PIC 9(7)V99.
           01 WS-PEND-USED PIC 9(4) VALUE 0.
           01 WS-PEND-OVERFLOW PIC 9(4) VALUE 0.
      *>   Occurrences referred to a supervisor, held for their own
      *>   report section.
           01 WS-REF-TABLE.
               02 WS-REF-ENTRY OCCURS 100 TIMES.
                   03 WS-RF-FROM PIC X(20).
                   03 WS-RF-SEQ PIC 9(3).
                   03 WS-RF-TO PIC X(20).
                   03 WS-RF-AMOUNT PIC 9(5)V99.
                   03 WS-RF-DUE PIC 9(8).
                   03 WS-RF-REASON PIC X(20).
           01 WS-REF-USED PIC 9(3) VALUE 0.
           01 WS-REF-EXCESS PIC 9(6) VALUE 0.
           01 WS-DUE-DATE.
               02 WS-DUE-YYYY PIC 9(4).
               02 WS-DUE-MM PIC 99.
               02 WS-DUE-DD PIC 99.
           01 WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE PIC 9(8).
           01 WS-MONTH-START PIC 9(8) VALUE ZEROS.
           01 WS-MONTH-DAYS PIC 99 VALUE 0.
           01 WS-DAY-INT PIC 9(8) VALUE ZEROS.
           01 WS-JRN-SEQ PIC 9(6) VALUE 0.
           01 WS-TIMESTAMP.
               02 WS-TS-DATE PIC 9(8).
               02 WS-TS-TIME PIC 9(8).
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-AMOUNT-DISPLAY PIC 9(5).99.
           01 WS-TOTAL-DISPLAY PIC 9(9).99.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM LOAD-PARAMETERS.
           PERFORM SET-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-SO-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ STDORD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM PROCESS-ORDER
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM OPEN-CUSTOMER-FILES.
           PERFORM WRITE-REFERRAL-SECTION.
           PERFORM CLOSE-CUSTOMER-FILES.
           PERFORM CLOSE-FILES.
           IF WS-REFER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "SORETRY" TO WS-PARM-KEY.
           PERFORM GET-PARM-VALUE.
           IF WS-PARM-FOUND = "Y"
               MOVE P_VALUE TO WS-RETRY-DAYS
           END-IF.
           CLOSE PARM-FILE.

       GET-PARM-VALUE.
           MOVE "Y" TO WS-PARM-FOUND.
           MOVE WS-PARM-KEY TO P_KEY.
           READ PARM-FILE
               KEY IS P_KEY
               INVALID KEY
                   MOVE "N" TO WS-PARM-FOUND
           END-READ.

       SET-RUN-DATE.
      *>   The journal is read whether or not the date is given -
      *>   the pending debits are needed either way.
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
           PERFORM SCAN-JOURNAL.
           IF WS-PARM-DATE = SPACES
               IF WS-LATEST-DATE NOT = ZERO
                   MOVE WS-LATEST-DATE TO WS-RUN-DATE
               ELSE
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               END-IF
           ELSE
               MOVE WS-PARM-DATE TO WS-RUN-DATE
           END-IF.

       SCAN-JOURNAL.
      *>   Run after midnight the system date is the day after the
      *>   business day being closed - the latest date the journal
      *>   holds is the day whose orders fall due. The same pass
      *>   loads the debits still waiting for the posting run.
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
                           PERFORM NOTE-JOURNAL-DEBIT
                   END-READ
               END-PERFORM
               CLOSE TXN-JOURNAL
               MOVE "N" TO WS-EOF
           END-IF.

       NOTE-JOURNAL-DEBIT.
      *>   Every memo-posted ("M") debit the posting run will take
      *>   off an account ahead of tonight's orders: WDL, TRF, EDR,
      *>   RVD, and the month-end SVC.
           IF JRN_POST_FLAG NOT = "M"
               EXIT PARAGRAPH
           END-IF.
           IF JRN_TYPE NOT = "WDL" AND JRN_TYPE NOT = "TRF"
                   AND JRN_TYPE NOT = "EDR" AND JRN_TYPE NOT = "RVD"
                   AND JRN_TYPE NOT = "SVC"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PEND-SLOT.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-PEND-USED
               IF WS-PD-USERNAME (WS-SUB) = JRN_USERNAME
                   MOVE WS-SUB TO WS-PEND-SLOT
                   MOVE WS-PEND-USED TO WS-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-PEND-SLOT > ZERO
               ADD JRN_AMOUNT TO WS-PD-AMOUNT (WS-PEND-SLOT)
           ELSE
               IF WS-PEND-USED < 2000
                   ADD 1 TO WS-PEND-USED
                   MOVE JRN_USERNAME TO WS-PD-USERNAME (WS-PEND-USED)
                   MOVE JRN_AMOUNT TO WS-PD-AMOUNT (WS-PEND-USED)
               ELSE
                   ADD 1 TO WS-PEND-OVERFLOW
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN OUTPUT SO-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open standing order report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>   No standing order file yet ("35") is a night with nothing
      *>   to pay - the report says so and the step ends clean.
           OPEN I-O STDORD-FILE.
           EVALUATE WS-SO-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "NO STANDING ORDER FILE - NOTHING DUE"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   DISPLAY "Unable to open standing order file."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
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
      *>   A holds file not yet created ("35") means no holds
      *>   anywhere; any other failure stops the run - paying an
      *>   order blind past live holds is worse than not paying it.
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
           IF WS-SO-STATUS NOT = "35"
               CLOSE STDORD-FILE
           END-IF.
           CLOSE ACCOUNT-MASTER.
           CLOSE TXN-JOURNAL.
           CLOSE SO-REPORT.
           IF WS-HOLDS-OPEN = "Y"
               CLOSE HOLD-FILE
           END-IF.

       PROCESS-ORDER.
           ADD 1 TO WS-READ-COUNT.
           IF SO_STATUS NOT = "A" OR SO_NEXT_DUE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF SO_LAST_RUN NOT < WS-RUN-DATE
      *>       Already taken on this business date - a rerun of the
      *>       night must not pay it or count its retry twice.
               ADD 1 TO WS-RERUN-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF SO_END_DATE NOT = ZERO AND SO_NEXT_DUE > SO_END_DATE
               PERFORM END-ORDER
               PERFORM REWRITE-ORDER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           MOVE WS-RUN-DATE TO SO_LAST_RUN.
           PERFORM CHECK-ORDER.
           IF WS-FAIL-REASON = SPACES
               PERFORM PAY-ORDER
           ELSE
               ADD 1 TO SO_RETRY_COUNT
               IF SO_RETRY_COUNT > WS-RETRY-DAYS
                   PERFORM REFER-ORDER
               ELSE
                   ADD 1 TO WS-RETRY-COUNT
                   MOVE SO_AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "RETRY " SO_FROM_USERNAME " " SO_SEQ " "
                           WS-AMOUNT-DISPLAY " " WS-FAIL-REASON
                           " TRY " SO_RETRY_COUNT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.
           PERFORM REWRITE-ORDER.

       CHECK-ORDER.
      *>   The receiving account is read first so the paying
      *>   account's record is the one left in the buffer for the
      *>   balance check.
           MOVE SPACES TO WS-FAIL-REASON.
           MOVE SO_TO_USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   MOVE "PAYEE NOT ON FILE" TO WS-FAIL-REASON
           END-READ.
           IF WS-FAIL-REASON = SPACES AND A_STATUS NOT = "A"
               MOVE "PAYEE NOT ACTIVE" TO WS-FAIL-REASON
           END-IF.
           IF WS-FAIL-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SO_FROM_USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   MOVE "PAYER NOT ON FILE" TO WS-FAIL-REASON
           END-READ.
           IF WS-FAIL-REASON = SPACES AND A_STATUS NOT = "A"
               MOVE "PAYER NOT ACTIVE" TO WS-FAIL-REASON
           END-IF.
           IF WS-FAIL-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SO_FROM_USERNAME TO WS-HOLD-USERNAME.
           PERFORM SUM-ACTIVE-HOLDS.
           PERFORM FIND-PENDING-DEBITS.
           COMPUTE WS-AVAIL-BALANCE =
               A_BALANCE - WS-HOLD-TOTAL - WS-PEND-TOTAL.
           IF SO_AMOUNT > WS-AVAIL-BALANCE
               MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
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
               IF WS-PD-USERNAME (WS-SUB) = SO_FROM_USERNAME
                   MOVE WS-PD-AMOUNT (WS-SUB) TO WS-PEND-TOTAL
                   MOVE WS-SUB TO WS-PEND-SLOT
                   MOVE WS-PEND-USED TO WS-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.

       NOTE-PENDING-DEBIT.
      *>   WS-PEND-SLOT was left by FIND-PENDING-DEBITS for this
      *>   same order. A full table only loses the running total for
      *>   new accounts - the posting run still has the last word.
           IF WS-PEND-SLOT > ZERO
               ADD SO_AMOUNT TO WS-PD-AMOUNT (WS-PEND-SLOT)
           ELSE
               IF WS-PEND-USED < 2000
                   ADD 1 TO WS-PEND-USED
                   MOVE SO_FROM_USERNAME TO WS-PD-USERNAME (WS-PEND-USED)
                   MOVE SO_AMOUNT TO WS-PD-AMOUNT (WS-PEND-USED)
               ELSE
                   ADD 1 TO WS-PEND-OVERFLOW
               END-IF
           END-IF.

       PAY-ORDER.
           MOVE "TRF" TO JRN_TYPE.
           MOVE SO_FROM_USERNAME TO JRN_USERNAME.
           PERFORM WRITE-JOURNAL-RECORD.
           MOVE "TRI" TO JRN_TYPE.
           MOVE SO_TO_USERNAME TO JRN_USERNAME.
           PERFORM WRITE-JOURNAL-RECORD.
           PERFORM NOTE-PENDING-DEBIT.
           ADD 1 TO WS-PAID-COUNT.
           ADD SO_AMOUNT TO WS-PAID-TOTAL.
           MOVE SO_AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PAID  " SO_FROM_USERNAME " " SO_SEQ " "
                   WS-AMOUNT-DISPLAY " TO " SO_TO_USERNAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO SO_RETRY_COUNT.
           PERFORM ADVANCE-DUE-DATE.

       REFER-ORDER.
      *>   Retries used up - this occurrence is not paid. It goes to
      *>   a supervisor by name and the order carries on from its
      *>   next due date, so one bad month never stops the order.
           ADD 1 TO WS-REFER-COUNT.
           IF WS-REF-USED < 100
               ADD 1 TO WS-REF-USED
               MOVE SO_FROM_USERNAME TO WS-RF-FROM (WS-REF-USED)
               MOVE SO_SEQ TO WS-RF-SEQ (WS-REF-USED)
               MOVE SO_TO_USERNAME TO WS-RF-TO (WS-REF-USED)
               MOVE SO_AMOUNT TO WS-RF-AMOUNT (WS-REF-USED)
               MOVE SO_NEXT_DUE TO WS-RF-DUE (WS-REF-USED)
               MOVE WS-FAIL-REASON TO WS-RF-REASON (WS-REF-USED)
           END-IF.
           MOVE ZERO TO SO_RETRY_COUNT.
           PERFORM ADVANCE-DUE-DATE.

       ADVANCE-DUE-DATE.
      *>   Weekly moves on seven days; monthly moves to the order's
      *>   due day in the next month, or that month's last day when
      *>   it is shorter - a 31st order pays on the 30th in June and
      *>   back on the 31st in July.
           IF SO_FREQUENCY = "W"
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (SO_NEXT_DUE) + 7
               COMPUTE SO_NEXT_DUE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           ELSE
               MOVE SO_NEXT_DUE TO WS-DUE-DATE-NUM
               IF WS-DUE-MM = 12
                   ADD 1 TO WS-DUE-YYYY
                   MOVE 1 TO WS-DUE-MM
               ELSE
                   ADD 1 TO WS-DUE-MM
               END-IF
               MOVE 1 TO WS-DUE-DD
               MOVE WS-DUE-DATE-NUM TO WS-MONTH-START
               PERFORM FIND-MONTH-DAYS
               IF SO_DUE_DAY > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-DUE-DD
               ELSE
                   MOVE SO_DUE_DAY TO WS-DUE-DD
               END-IF
               MOVE WS-DUE-DATE-NUM TO SO_NEXT_DUE
           END-IF.
           IF SO_END_DATE NOT = ZERO AND SO_NEXT_DUE > SO_END_DATE
               PERFORM END-ORDER
           END-IF.

       FIND-MONTH-DAYS.
      *>   Days in the month starting WS-MONTH-START - the distance
      *>   to the first of the following month.
           MOVE WS-MONTH-START TO WS-DUE-DATE-NUM.
           IF WS-DUE-MM = 12
               ADD 1 TO WS-DUE-YYYY
               MOVE 1 TO WS-DUE-MM
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-MONTH-START).
           MOVE WS-MONTH-START TO WS-DUE-DATE-NUM.

       END-ORDER.
           MOVE "E" TO SO_STATUS.
           ADD 1 TO WS-ENDED-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ENDED " SO_FROM_USERNAME " " SO_SEQ
                   " END DATE " SO_END_DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       REWRITE-ORDER.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to update standing order record."
           END-REWRITE.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "Unable to update standing order record."
           END-IF.

       WRITE-JOURNAL-RECORD.
      *>   Memo-posted under the standing order terminal id - the
      *>   posting run that follows applies the pair to the master.
           ACCEPT WS-TS-TIME FROM TIME.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-JRN-SEQ TO JRN_TXN_SEQ.
           MOVE SO_AMOUNT TO JRN_AMOUNT.
           MOVE WS-RUN-DATE TO JRN_DATE.
           MOVE WS-TS-TIME TO JRN_TIME.
           MOVE "STDORDER" TO JRN_TERM_ID.
           MOVE "M" TO JRN_POST_FLAG.
           MOVE ZERO TO JRN_REF_DATE.
           MOVE ZERO TO JRN_REF_SEQ.
           WRITE JOURNAL-RECORD.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to write transaction journal record."
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STANDING ORDER RUN - BUSINESS DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RETRY NIGHTS BEFORE REFERRAL: " WS-RETRY-DAYS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ORDERS READ:             " WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ORDERS DUE:              " WS-DUE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PAID-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ORDERS PAID:             " WS-PAID-COUNT
                   " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ORDERS TO RETRY:         " WS-RETRY-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REFERRED TO SUPERVISOR:  " WS-REFER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ORDERS ENDED:            " WS-ENDED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-RERUN-COUNT > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "ALREADY TAKEN THIS DATE: " WS-RERUN-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-PEND-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "DEBITS NOT TRACKED (TABLE FULL): "
                       WS-PEND-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REFERRAL-SECTION.
           MOVE "ORDERS REFERRED TO SUPERVISOR - OCCURRENCE NOT PAID"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-REF-USED = ZERO
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-REF-USED
               MOVE WS-RF-AMOUNT (WS-SUB) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-RF-FROM (WS-SUB) " "
                       WS-RF-SEQ (WS-SUB) " " WS-AMOUNT-DISPLAY
                       " DUE " WS-RF-DUE (WS-SUB) " "
                       WS-RF-REASON (WS-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "      TO " WS-RF-TO (WS-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE WS-RF-FROM (WS-SUB) TO CL_USERNAME
               PERFORM FIND-ACCOUNT-OWNER
               MOVE SPACES TO WS-RPT-LINE
               IF WS-OWNER-FOUND = "Y"
                   STRING "      PAYER: " CU_NAME " " CU_PHONE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   MOVE "      PAYER: (NO CUSTOMER ON FILE)"
                       TO WS-RPT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-REFER-COUNT > WS-REF-USED
               COMPUTE WS-REF-EXCESS = WS-REFER-COUNT - WS-REF-USED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  REFERRED NOT LISTED (TABLE FULL): "
                       WS-REF-EXCESS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

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
           WRITE SO-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write standing order report record."
           END-IF.
