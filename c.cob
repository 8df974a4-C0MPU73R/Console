                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS P_KEY
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR_CODE
                   FILE STATUS IS WS-PROD-STATUS.

           DATA DIVISION.
           FILE SECTION.
               COPY HOLDS.
           FD  PARM-FILE.
               COPY PARMS.
           FD  PRODUCT-FILE.
               COPY PRODUCT.
           FD  SESSION-TOTALS.
           01 SESSION-TOTAL-RECORD.
                 02 TOT_DATE PIC 9(8).
           01 WS-OVER-SHORT-ABS PIC 9(7)V99 VALUE ZEROS.
           01 WS-DRW-LIMIT PIC 9(5)V99 VALUE ZEROS.
           01 WS-OVER-SHORT-DISPLAY PIC -9(7).99.
           01 WS-PROD-STATUS PIC XX VALUE "00".
           01 WS-WDL-LIMIT PIC 9(3) VALUE 0.
           01 WS-WDL-COUNT PIC 9(4) VALUE 0.
           01 WS-WDL-MONTH PIC 9(6) VALUE ZEROS.
           01 WS-OVERRIDE-NEEDED PIC X(1) VALUE "N".
           PROCEDURE DIVISION.
       MAIN-CONTROL.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
               PERFORM CHECK-CREDENTIAL-AGE
           END-IF.
           IF WS-LOGIN-OK = "Y"
               PERFORM LOAD-PRODUCT-RULES
               DISPLAY "Processing..." USERNAME
           ELSE
               DISPLAY "Login rejected - invalid username, password, or PIN."
           DISPLAY "Amount (dollars and cents): " WITH NO ADVANCING.
           ACCEPT WS-TXN-AMOUNT.
           MOVE "Y" TO WS-OVERRIDE-OK.
           MOVE "N" TO WS-OVERRIDE-NEEDED.
           IF WS-TXN-AMOUNT > WS-TXN-LIMIT
               MOVE WS-TXN-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "Amount exceeds limit of " WS-LIMIT-DISPLAY
                   "."
               MOVE "Y" TO WS-OVERRIDE-NEEDED
           END-IF.
           IF (WS-TXN-TYPE = "WDL" OR WS-TXN-TYPE = "TRF")
                   AND WS-WDL-LIMIT > ZERO AND WS-TXN-AMOUNT > ZERO
               PERFORM COUNT-MONTH-WITHDRAWALS
               IF WS-WDL-COUNT NOT < WS-WDL-LIMIT
                   DISPLAY "Monthly withdrawal limit of " WS-WDL-LIMIT
                       " reached for this account."
                   MOVE "Y" TO WS-OVERRIDE-NEEDED
               END-IF
           END-IF.
           IF WS-OVERRIDE-NEEDED = "Y"
               PERFORM SUPERVISOR-OVERRIDE-PARAGRAPH
           END-IF.
           IF WS-TXN-AMOUNT = ZERO
           DISPLAY "Master busy - transaction memo-posted for"
               " overnight application.".

       LOAD-PRODUCT-RULES.
      *>   The account's product (PRODUCT copybook) replaces the
      *>   global transaction limit for this session and may cap
      *>   withdrawals and transfers out per calendar month. The
      *>   operator's record is still in the buffer from the login
      *>   read. A product not on file - or no product file - keeps
      *>   the global limit with no count limit.
           MOVE ZERO TO WS-WDL-LIMIT.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE A_PRODUCT TO PR_CODE.
           READ PRODUCT-FILE
               KEY IS PR_CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PROD-STATUS = "00"
               IF PR_TXN_LIMIT > ZERO
                   MOVE PR_TXN_LIMIT TO WS-TXN-LIMIT
               END-IF
               MOVE PR_WDL_LIMIT TO WS-WDL-LIMIT
           END-IF.
           CLOSE PRODUCT-FILE.

       COUNT-MONTH-WITHDRAWALS.
      *>   Counts this month's withdrawals and transfers out of the
      *>   operator's account that reached or will reach the master
      *>   - posted, memo-posted, hard-posted, or applied by the
      *>   workbench; rejects and write-offs never moved money.
      *>   Same close-read-reopen dance as the activity lookup.
           MOVE ZERO TO WS-WDL-COUNT.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           MOVE WS-TS-DATE (1:6) TO WS-WDL-MONTH.
           MOVE "N" TO WS-FIND-EOF.
           CLOSE TXN-JOURNAL.
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE "Y" TO WS-FIND-EOF
           END-IF.
           PERFORM UNTIL WS-FIND-EOF = "Y"
               READ TXN-JOURNAL
                   AT END
                       MOVE "Y" TO WS-FIND-EOF
                   NOT AT END
                       PERFORM TALLY-MONTH-WITHDRAWAL
               END-READ
           END-PERFORM.
           IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
               CLOSE TXN-JOURNAL
           END-IF.
           PERFORM OPEN-TXN-JOURNAL.

       TALLY-MONTH-WITHDRAWAL.
           IF JRN_USERNAME = USERNAME
                   AND JRN_DATE (1:6) = WS-WDL-MONTH
                   AND (JRN_TYPE = "WDL" OR JRN_TYPE = "TRF")
                   AND (JRN_POST_FLAG = "P" OR JRN_POST_FLAG = "M"
                       OR JRN_POST_FLAG = "H" OR JRN_POST_FLAG = "S")
               ADD 1 TO WS-WDL-COUNT
           END-IF.

       SET-TXN-LIMIT.
      *>   Over-limit transactions need a supervisor override entry.
      *>   The limit comes from the TXNLIMIT environment setting so
       SUPERVISOR-OVERRIDE-PARAGRAPH.
      *>   Dual control: a second operator with supervisor or admin
      *>   authority keys their own ID and PIN at the terminal.
      *>   Taken for over-limit transactions and withdrawals past
      *>   the product's monthly count, for every reversal,
      *>   and for a dormant-account sign-on - the caller has
      *>   already said why.
           MOVE "N" TO WS-OVERRIDE-OK.
                       MOVE "LOCKED" TO WS-STATUS-WORD
                   WHEN "N"
                       MOVE "DORMANT" TO WS-STATUS-WORD
                   WHEN "C"
                       MOVE "CLOSED" TO WS-STATUS-WORD
                   WHEN OTHER
                       MOVE A_STATUS TO WS-STATUS-WORD
               END-EVALUATE
           IF WS-AC-TYPE (WS-ACT-SLOT) = "DEP"
                   OR WS-AC-TYPE (WS-ACT-SLOT) = "TRI"
                   OR WS-AC-TYPE (WS-ACT-SLOT) = "RVW"
                   OR WS-AC-TYPE (WS-ACT-SLOT) = "ECR"
               MOVE WS-AC-AMOUNT (WS-ACT-SLOT)
                   TO WS-SIGNED-AMT-DISPLAY
           ELSE
           PERFORM OPEN-TXN-JOURNAL.

       COLLECT-ACTIVITY-RECORD.
      *>   A product reclass (PRC) is a GL entry, not activity the
      *>   customer made - it is left off the list.
           IF JRN_USERNAME = USERNAME AND JRN_TYPE NOT = "PRC"
               ADD 1 TO WS-ACT-COUNT
               COMPUTE WS-ACT-SLOT = FUNCTION MOD
                   (WS-ACT-COUNT - 1, 10) + 1
