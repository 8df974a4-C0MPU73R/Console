       >> SOURCE FORMAT FREE
           IDENTIFICATION DIVISION.
           PROGRAM-ID. k.
           AUTHOR. C0MPU73R.
           DATE-WRITTEN. OCTOBER 15 2026.
      *>   Nightly closed account register. Reads the closure records
      *>   account maintenance (m.cob) appends one per account it
      *>   closes (CLOSEREC copybook) and lists the business day's
      *>   closes: the account and its owner, the supervisor who
      *>   closed it and when, the ledger balance, closing interest,
      *>   closing fee, and the payout - in cash, or by transfer and
      *>   to which account. Every payout is then proved against the
      *>   journal: each closure's payout must sit in the journal as
      *>   its CLC or CLT record under terminal id ACCTCLOS with the
      *>   same amount, and every ACCTCLOS payout in the journal must
      *>   have its closure record. Anything that does not tie is
      *>   listed as an exception and ends the step RC 8. The
      *>   register date comes from the command line (YYYYMMDD);
      *>   without one it is the most recent date in the journal.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLOSURE-FILE ASSIGN TO "CLOSEDAC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLS-STATUS.
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
               SELECT CLOSE-REPORT ASSIGN TO "CLOSERPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  CLOSURE-FILE.
               COPY CLOSEREC.
           FD  TXN-JOURNAL.
               COPY TXNJRNL.
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.
           FD  CLOSE-REPORT.
           01 CLOSE-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-CLS-STATUS PIC XX VALUE "00".
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-OWNER-FOUND PIC X(1) VALUE "N".
           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-RPT-DATE PIC 9(8) VALUE ZEROS.
           01 WS-PARM-DATE PIC X(8) VALUE SPACES.
           01 WS-LATEST-DATE PIC 9(8) VALUE ZEROS.
           01 WS-CLOSE-COUNT PIC 9(6) VALUE 0.
           01 WS-EXCEPT-COUNT PIC 9(6) VALUE 0.
           01 WS-TOTAL-LEDGER PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-INTEREST PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-FEE PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-CASH PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-TRANSFER PIC 9(9)V99 VALUE 0.
           01 WS-CLOSE-FAIL PIC X(1) VALUE "N".
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-BAL-DISPLAY PIC 9(7).99.
           01 WS-INT-DISPLAY PIC 9(5).99.
           01 WS-FEE-DISPLAY PIC 9(5).99.
           01 WS-AMT-DISPLAY PIC 9(5).99.
           01 WS-TOT-DISPLAY PIC 9(9).99.
           01 WS-TIME-DISPLAY PIC X(6) VALUE SPACES.
           01 WS-STATUS-WORD PIC X(11) VALUE SPACES.
           01 WS-EXPECT-TYPE PIC X(3) VALUE SPACES.
      *>   The day's payouts, held so the journal pass can tick each
      *>   one off against its CLC/CLT record.
           01 WS-PAY-TABLE.
               02 WS-PAY-ENTRY OCCURS 200 TIMES.
                   03 WS-PY-USERNAME PIC X(20).
                   03 WS-PY-SEQ PIC 9(6).
                   03 WS-PY-TYPE PIC X(3).
                   03 WS-PY-AMOUNT PIC 9(5)V99.
                   03 WS-PY-MATCHED PIC X(1).
           01 WS-PAY-USED PIC 9(3) VALUE 0.
           01 WS-PAY-OVERFLOW PIC 9(6) VALUE 0.
           01 WS-SUB PIC 9(3) VALUE 0 USAGE COMP.
           01 WS-SLOT PIC 9(3) VALUE 0 USAGE COMP.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SET-REPORT-DATE.
           OPEN OUTPUT CLOSE-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open closed account register file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-CUSTOMER-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LIST-CLOSURES.
           PERFORM CLOSE-CUSTOMER-FILES.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM PROVE-PAYOUTS.
           PERFORM WRITE-CONTROL-RESULT.
           CLOSE CLOSE-REPORT.
           IF WS-CLOSE-FAIL = "Y"
               MOVE 8 TO RETURN-CODE
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

       LIST-CLOSURES.
      *>   No closure file yet means no account has ever been
      *>   closed - an empty register, not an error.
           OPEN INPUT CLOSURE-FILE.
           IF WS-CLS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLS-STATUS NOT = "00"
               DISPLAY "Unable to open closed account file."
               MOVE "Y" TO WS-CLOSE-FAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CLOSURE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CA_DATE = WS-RPT-DATE
                           PERFORM REGISTER-CLOSURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSURE-FILE.

       REGISTER-CLOSURE.
           ADD 1 TO WS-CLOSE-COUNT.
           ADD CA_LEDGER_BAL TO WS-TOTAL-LEDGER.
           ADD CA_INTEREST TO WS-TOTAL-INTEREST.
           ADD CA_FEE TO WS-TOTAL-FEE.
           EVALUATE CA_METHOD
               WHEN "C"
                   ADD CA_PAYOUT TO WS-TOTAL-CASH
               WHEN "T"
                   ADD CA_PAYOUT TO WS-TOTAL-TRANSFER
           END-EVALUATE.
           IF CA_PAYOUT > ZERO
               IF WS-PAY-USED < 200
                   ADD 1 TO WS-PAY-USED
                   MOVE CA_USERNAME TO WS-PY-USERNAME (WS-PAY-USED)
                   MOVE CA_JRN_SEQ TO WS-PY-SEQ (WS-PAY-USED)
                   IF CA_METHOD = "C"
                       MOVE "CLC" TO WS-PY-TYPE (WS-PAY-USED)
                   ELSE
                       MOVE "CLT" TO WS-PY-TYPE (WS-PAY-USED)
                   END-IF
                   MOVE CA_PAYOUT TO WS-PY-AMOUNT (WS-PAY-USED)
                   MOVE "N" TO WS-PY-MATCHED (WS-PAY-USED)
               ELSE
                   ADD 1 TO WS-PAY-OVERFLOW
               END-IF
           END-IF.
           PERFORM WRITE-CLOSURE-LINES.

       WRITE-CLOSURE-LINES.
           EVALUATE CA_PRIOR_STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO WS-STATUS-WORD
               WHEN "D"
                   MOVE "DEACTIVATED" TO WS-STATUS-WORD
               WHEN "L"
                   MOVE "LOCKED" TO WS-STATUS-WORD
               WHEN "N"
                   MOVE "DORMANT" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE CA_PRIOR_STATUS TO WS-STATUS-WORD
           END-EVALUATE.
           MOVE CA_TIME (1:6) TO WS-TIME-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " CA_USERNAME " WAS " WS-STATUS-WORD
                   " CLOSED BY " CA_CLOSED_BY " " WS-TIME-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE CA_USERNAME TO CL_USERNAME.
           PERFORM FIND-ACCOUNT-OWNER.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-OWNER-FOUND = "Y"
               STRING "      OWNER: " CU_NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE "      OWNER: NOT ON FILE" TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE CA_LEDGER_BAL TO WS-BAL-DISPLAY.
           MOVE CA_INTEREST TO WS-INT-DISPLAY.
           MOVE CA_FEE TO WS-FEE-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "      BALANCE " WS-BAL-DISPLAY
                   "  INTEREST " WS-INT-DISPLAY
                   "  FEE " WS-FEE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE CA_PAYOUT TO WS-AMT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           EVALUATE CA_METHOD
               WHEN "C"
                   STRING "      PAYOUT " WS-AMT-DISPLAY " IN CASH"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN "T"
                   STRING "      PAYOUT " WS-AMT-DISPLAY
                           " TRANSFERRED TO " CA_TO_USERNAME
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "      NO PAYOUT - NOTHING LEFT TO PAY"
                       TO WS-RPT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           IF CA_SO_CANCELLED > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "      STANDING ORDERS CANCELLED: "
                       CA_SO_CANCELLED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PROVE-PAYOUTS.
      *>   Every ACCTCLOS payout in the journal must tick off one
      *>   closure of the day by account, sequence, type, and
      *>   amount; whatever is left on either side is an exception.
           MOVE "PAYOUTS NOT PROVED TO THE JOURNAL" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE "Y" TO WS-CLOSE-FAIL
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TXN-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM MATCH-JOURNAL-PAYOUT
                   END-READ
               END-PERFORM
               CLOSE TXN-JOURNAL
           END-IF.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-PAY-USED
               IF WS-PY-MATCHED (WS-SUB) NOT = "Y"
                   ADD 1 TO WS-EXCEPT-COUNT
                   MOVE WS-PY-AMOUNT (WS-SUB) TO WS-AMT-DISPLAY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-PY-USERNAME (WS-SUB) " "
                           WS-PY-TYPE (WS-SUB) " "
                           WS-PY-SEQ (WS-SUB) " " WS-AMT-DISPLAY
                           " CLOSED - NOT IN JOURNAL"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-EXCEPT-COUNT = ZERO
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "Y" TO WS-CLOSE-FAIL
           END-IF.

       MATCH-JOURNAL-PAYOUT.
           IF JRN_DATE NOT = WS-RPT-DATE
                   OR JRN_TERM_ID NOT = "ACCTCLOS"
               EXIT PARAGRAPH
           END-IF.
           IF JRN_TYPE NOT = "CLC" AND JRN_TYPE NOT = "CLT"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SLOT.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-PAY-USED
               IF WS-PY-USERNAME (WS-SUB) = JRN_USERNAME
                       AND WS-PY-SEQ (WS-SUB) = JRN_TXN_SEQ
                       AND WS-PY-TYPE (WS-SUB) = JRN_TYPE
                       AND WS-PY-AMOUNT (WS-SUB) = JRN_AMOUNT
                       AND WS-PY-MATCHED (WS-SUB) = "N"
                   MOVE WS-SUB TO WS-SLOT
                   MOVE WS-PAY-USED TO WS-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-SLOT NOT = ZERO
               MOVE "Y" TO WS-PY-MATCHED (WS-SLOT)
           ELSE
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE JRN_AMOUNT TO WS-AMT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " JRN_USERNAME " " JRN_TYPE " "
                       JRN_TXN_SEQ " " WS-AMT-DISPLAY
                       " JOURNAL - NO CLOSURE RECORD"
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

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CLOSED ACCOUNT REGISTER - DATE: " WS-RPT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ACCOUNTS CLOSED" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-CLOSE-COUNT = ZERO
               MOVE "  (NO ACCOUNTS CLOSED ON DATE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ACCOUNTS CLOSED:    " WS-CLOSE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-LEDGER TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LEDGER BALANCES:    " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-INTEREST TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CLOSING INTEREST:   " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-FEE TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CLOSING FEES:       " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-CASH TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PAID OUT IN CASH:   " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-TRANSFER TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PAID BY TRANSFER:   " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-CONTROL-RESULT.
           IF WS-PAY-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "PAYOUTS NOT PROVED (TABLE FULL): "
                       WS-PAY-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO WS-CLOSE-FAIL
           END-IF.
           IF WS-CLOSE-FAIL = "Y"
               MOVE "CONTROL RESULT: EXCEPTIONS - SEE ABOVE"
                   TO WS-RPT-LINE
           ELSE
               MOVE "CONTROL RESULT: COMPLETE" TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE CLOSE-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write closed account register"
                   " record."
           END-IF.
