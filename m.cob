           DATE-WRITTEN. AUGUST 8 2026.
      *>   Account maintenance companion to c.cob - add, update, and
      *>   deactivate accounts against the shared ACCOUNT copybook.
      *>   Also sets up, changes, and cancels customers' standing
      *>   orders (STDORD copybook) for the nightly standing order
      *>   run (o.cob) to pay, and keeps the customer information
      *>   file (CUSTOMER copybook) - names, mailing addresses, and
      *>   tax IDs - with the links tying each customer to the
      *>   usernames they own (CUSTLINK copybook). Closes accounts:
      *>   closing interest and fee, payout in cash or by transfer
      *>   journaled under terminal id ACCTCLOS, and a closure
      *>   record (CLOSEREC copybook) for the nightly register.
      *>   Keeps the product table (PRODUCT copybook) - the rates,
      *>   charges, limits, and GL code each kind of account runs
      *>   on - and assigns every account its product, on the add
      *>   and through the products menu afterwards. A balance that
      *>   changes GL liability code with its product - an account
      *>   moved, or a product's code changed - is journaled as a
      *>   product reclass (PRC) under terminal id PRODRCLS for the
      *>   GL extract (g.cob).
      *>   Every change to the master, the holds, the parameters,
      *>   the products, the standing orders, or the customers and
      *>   their account links writes a before-and-after maintenance
      *>   audit record (MNTAUDIT copybook) for the daily activity
      *>   report.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT STDORD-FILE ASSIGN TO "STDORDER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SO_KEY
                   FILE STATUS IS WS-SO-STATUS.
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
               SELECT TXN-JOURNAL ASSIGN TO "TXNJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT CLOSURE-FILE ASSIGN TO "CLOSEDAC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLS-STATUS.
               SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR_CODE
                   FILE STATUS IS WS-PROD-STATUS.
               SELECT MAINT-AUDIT ASSIGN TO "MNTAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MNTAUD-STATUS.

           DATA DIVISION.
           FILE SECTION.
                 02 AUD_TIMESTAMP PIC X(16).
                 02 AUD_TERM_ID PIC X(8).
                 02 AUD_RESULT PIC X(7).
           FD  STDORD-FILE.
               COPY STDORD.
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.
           FD  TXN-JOURNAL.
               COPY TXNJRNL.
           FD  CLOSURE-FILE.
               COPY CLOSEREC.
           FD  PRODUCT-FILE.
               COPY PRODUCT.
           FD  MAINT-AUDIT.
               COPY MNTAUDIT.

           WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX VALUE "00".
           01 WS-CONTINUE PIC X(1) VALUE "Y".
           01 WS-MENU-CHOICE PIC 99 VALUE 0.
           01 WS-SUB-CHOICE PIC 9 VALUE 0.
           01 WS-INPUT-USERNAME PIC X(20) VALUE SPACES.
           01 WS-INPUT-ROLE PIC X(1) VALUE SPACES.
           01 WS-SIGNON-USERNAME PIC X(20) VALUE SPACES.
               02 WS-TS-DATE PIC 9(8).
               02 WS-TS-TIME PIC 9(8).
           01 WS-TIMESTAMP-DISPLAY REDEFINES WS-TIMESTAMP PIC X(16).
           01 WS-SO-STATUS PIC XX VALUE "00".
           01 WS-SO-EOF PIC X(1) VALUE "N".
           01 WS-SO-FOUND PIC X(1) VALUE "N".
           01 WS-SO-OK PIC X(1) VALUE "N".
           01 WS-NEXT-SO-SEQ PIC 9(3) VALUE 0.
           01 WS-SO-TO-USERNAME PIC X(20) VALUE SPACES.
           01 WS-SO-AMOUNT PIC 9(5)V99 VALUE ZEROS.
           01 WS-SO-FREQUENCY PIC X(1) VALUE SPACES.
           01 WS-SO-NEXT-DUE PIC 9(8) VALUE ZEROS.
           01 WS-SO-END-DATE PIC 9(8) VALUE ZEROS.
           01 WS-SO-CHANGE-END PIC X(1) VALUE "N".
           01 WS-SO-DISPLAY PIC 9(5).99.
           01 WS-CHECK-DATE PIC 9(8) VALUE ZEROS.
           01 WS-DATE-OK PIC X(1) VALUE "N".
           01 WS-CONFIRM PIC X(1) VALUE "N".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-CUST-EOF PIC X(1) VALUE "N".
           01 WS-LINK-EOF PIC X(1) VALUE "N".
           01 WS-CUST-OK PIC X(1) VALUE "N".
           01 WS-NEXT-CUST-ID PIC 9(8) VALUE 0.
           01 WS-CU-ID PIC 9(8) VALUE ZEROS.
           01 WS-CU-NAME PIC X(40) VALUE SPACES.
           01 WS-CU-ADDR1 PIC X(30) VALUE SPACES.
           01 WS-CU-ADDR2 PIC X(30) VALUE SPACES.
           01 WS-CU-CITY PIC X(20) VALUE SPACES.
           01 WS-CU-STATE PIC X(2) VALUE SPACES.
           01 WS-CU-ZIP PIC X(10) VALUE SPACES.
           01 WS-CU-PHONE PIC X(15) VALUE SPACES.
           01 WS-CU-BIRTH-DATE PIC 9(8) VALUE ZEROS.
           01 WS-CU-TAX-ID PIC 9(9) VALUE ZEROS.
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-JRNL-EOF PIC X(1) VALUE "N".
           01 WS-CLS-STATUS PIC XX VALUE "00".
           01 WS-JRN-SEQ PIC 9(6) VALUE 0.
           01 WS-JRN-USERNAME PIC X(20) VALUE SPACES.
           01 WS-JRN-TYPE PIC X(3) VALUE SPACES.
           01 WS-JRN-AMOUNT PIC 9(5)V99 VALUE ZEROS.
           01 WS-PARM-KEY PIC X(8) VALUE SPACES.
           01 WS-PARM-FOUND PIC X(1) VALUE "N".
           01 WS-CL-USERNAME PIC X(20) VALUE SPACES.
           01 WS-CL-TO-USERNAME PIC X(20) VALUE SPACES.
           01 WS-CL-PRIOR-STATUS PIC X(1) VALUE SPACES.
           01 WS-CL-METHOD PIC X(1) VALUE SPACES.
           01 WS-CL-LEDGER PIC S9(7)V99 VALUE ZEROS.
           01 WS-CL-INT-RATE PIC 9(3)V9(4) VALUE ZEROS.
           01 WS-CL-FEE PIC 9(5)V99 VALUE ZEROS.
           01 WS-CL-INTEREST PIC 9(5)V99 VALUE ZEROS.
           01 WS-CL-GROSS PIC S9(7)V99 VALUE ZEROS.
           01 WS-CL-PAYOUT PIC S9(7)V99 VALUE ZEROS.
           01 WS-CL-PAYOUT-SEQ PIC 9(6) VALUE 0.
           01 WS-CL-INT-PAID PIC X(1) VALUE "N".
           01 WS-CL-PENDING PIC 9(4) VALUE 0.
           01 WS-CL-REJECTS PIC 9(4) VALUE 0.
           01 WS-CL-RJ-OVERFLOW PIC 9(4) VALUE 0.
           01 WS-CL-RJ-SUB PIC 9(4) VALUE 0.
           01 WS-CL-RJ-MATCHED PIC X(1) VALUE "N".
      *>   The closing account's "R" rejects, each marked off when a
      *>   workbench disposition answers it.
           01 WS-CL-RJ-TABLE.
               02 WS-CL-RJ-ENTRY OCCURS 100 TIMES.
                   03 WS-CL-RJ-SEQ PIC 9(6).
                   03 WS-CL-RJ-DATE PIC 9(8).
                   03 WS-CL-RJ-TYPE PIC X(3).
                   03 WS-CL-RJ-AMOUNT PIC 9(5)V99.
                   03 WS-CL-RJ-RESOLVED PIC X(1).
           01 WS-CL-RJ-USED PIC 9(4) VALUE 0.
           01 WS-CL-OK PIC X(1) VALUE "N".
           01 WS-CL-SO-COUNT PIC 9(3) VALUE 0.
           01 WS-CL-DATE.
               02 WS-CL-YEAR PIC 9(4).
               02 WS-CL-MONTH PIC 99.
               02 WS-CL-DAY PIC 99.
           01 WS-CL-DATE-NUM REDEFINES WS-CL-DATE PIC 9(8).
           01 WS-CL-MONTH-START PIC 9(8) VALUE ZEROS.
           01 WS-CL-MONTH-DAYS PIC 99 VALUE 0.
           01 WS-CL-DISPLAY PIC -9(7).99.
           01 WS-CL-AMT-DISPLAY PIC 9(5).99.
           01 WS-TERM-ID PIC X(8) VALUE SPACES.
           01 WS-MNTAUD-STATUS PIC XX VALUE "00".
           01 WS-MA-ACTION PIC X(8) VALUE SPACES.
           01 WS-MA-ACCOUNT PIC X(20) VALUE SPACES.
           01 WS-MA-REF PIC X(20) VALUE SPACES.
           01 WS-MA-BEFORE PIC X(60) VALUE SPACES.
           01 WS-MA-AFTER PIC X(60) VALUE SPACES.
           01 WS-MA-GRANT PIC X(1) VALUE "N".
           01 WS-MA-OLD-ROLE PIC X(1) VALUE SPACES.
           01 WS-MA-BAL-DISPLAY PIC -9(7).99.
           01 WS-MA-PARM-OLD PIC 9(7).9(4).
           01 WS-MA-TIN PIC 9(9) VALUE ZEROS.
           01 WS-MA-TIN-IMAGE PIC X(13) VALUE SPACES.
           01 WS-PROD-STATUS PIC XX VALUE "00".
           01 WS-PROD-EOF PIC X(1) VALUE "N".
           01 WS-PROD-FOUND PIC X(1) VALUE "N".
           01 WS-PROD-COUNT PIC 9(3) VALUE 0.
           01 WS-PROD-VALID PIC X(1) VALUE "N".
           01 WS-INPUT-PRODUCT PIC X(3) VALUE SPACES.
           01 WS-PR-NAME PIC X(20) VALUE SPACES.
           01 WS-PR-INPUT PIC 9(7)V9(4) VALUE ZEROS.
           01 WS-PR-INT-RATE PIC 9(3)V9(4) VALUE ZEROS.
           01 WS-PR-SVC-CHARGE PIC 9(5)V99 VALUE ZEROS.
           01 WS-PR-MIN-BAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-PR-TXN-LIMIT PIC 9(5)V99 VALUE ZEROS.
           01 WS-PR-WDL-LIMIT PIC 9(3) VALUE 0.
           01 WS-PR-GL-CODE PIC 9(4) VALUE 0.
           01 WS-PR-RATE-DISPLAY PIC 9(3).9(4).
           01 WS-PR-CHG-DISPLAY PIC 9(5).99.
           01 WS-PR-BAL-DISPLAY PIC 9(7).99.
           01 WS-PR-LIM-DISPLAY PIC 9(5).99.
           01 WS-PR-OLD-PRODUCT PIC X(3) VALUE SPACES.
           01 WS-CL-PRODUCT PIC X(3) VALUE SPACES.
           01 WS-RC-USERNAME PIC X(20) VALUE SPACES.
           01 WS-RC-PRODUCT PIC X(3) VALUE SPACES.
           01 WS-RC-OLD-GL PIC 9(4) VALUE 0.
           01 WS-RC-NEW-GL PIC 9(4) VALUE 0.
           01 WS-RC-REF PIC 9(8) VALUE 0.
           01 WS-RC-DEBIT PIC 9(6) VALUE 0.
           01 WS-RC-LEFT PIC 9(7)V99 VALUE ZEROS.
           01 WS-RC-PENDING PIC 9(4) VALUE 0.
           01 WS-RC-COUNT PIC 9(6) VALUE 0.
           01 WS-RC-OK PIC X(1) VALUE "N".
           01 WS-RC-EOF PIC X(1) VALUE "N".

           PROCEDURE DIVISION.
       MAIN-CONTROL.
      *>   no accounts to sign on with, so the first session after
      *>   initialization goes straight to the menu to key the first
      *>   supervisor.
           ACCEPT WS-TERM-ID FROM ENVIRONMENT "TERMINAL".
           IF WS-TERM-ID = SPACES
               MOVE "LOCALTRM" TO WS-TERM-ID
           END-IF.
           IF WS-NEW-MASTER = "Y"
               DISPLAY "New master initialized - add the first"
                   " supervisor account."
           DISPLAY "6. Place hold".
           DISPLAY "7. Release hold".
           DISPLAY "8. Maintain parameters".
           DISPLAY "10. Standing orders".
           DISPLAY "11. Customer information".
           DISPLAY "12. Close account".
           DISPLAY "13. Products".
           DISPLAY "9. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
                   PERFORM MAINTAIN-PARMS-PARAGRAPH
               WHEN 9
                   MOVE "N" TO WS-CONTINUE
               WHEN 10
                   PERFORM STANDING-ORDER-PARAGRAPH
               WHEN 11
                   PERFORM CUSTOMER-INFO-PARAGRAPH
               WHEN 12
                   PERFORM CLOSE-ACCOUNT-PARAGRAPH
               WHEN 13
                   PERFORM PRODUCT-PARAGRAPH
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           DISPLAY " ".
           PERFORM ACCEPT-ROLE-PARAGRAPH.
           MOVE WS-INPUT-ROLE TO A_ROLE.
           PERFORM ACCEPT-PRODUCT-PARAGRAPH.
           MOVE WS-INPUT-PRODUCT TO A_PRODUCT.
           MOVE "A" TO A_STATUS.
           MOVE ZERO TO A_BALANCE.
           MOVE ZERO TO A_FAIL_COUNT.
           END-WRITE.
           IF WS-ACCT-STATUS = "00"
               DISPLAY "Account added."
               MOVE "ACCTADD" TO WS-MA-ACTION
               MOVE A_USERNAME TO WS-MA-ACCOUNT
               MOVE SPACES TO WS-MA-REF
               MOVE "(NEW ACCOUNT)" TO WS-MA-BEFORE
               MOVE SPACES TO WS-MA-AFTER
               STRING "STATUS=A ROLE=" A_ROLE " FORCE=Y PRODUCT="
                       A_PRODUCT
                   DELIMITED BY SIZE INTO WS-MA-AFTER
               END-STRING
               IF A_ROLE = "S" OR A_ROLE = "A"
                   MOVE "Y" TO WS-MA-GRANT
               END-IF
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

       ACCEPT-ROLE-PARAGRAPH.
               ACCEPT WS-INPUT-ROLE
           END-PERFORM.

       ACCEPT-PRODUCT-PARAGRAPH.
      *>   The new account must name a product on file. With no
      *>   product table yet - a fresh installation - it goes on as
      *>   checking (CHK), the conversion default, and is moved to
      *>   its real product through the products menu once the
      *>   table is keyed.
           MOVE "CHK" TO WS-INPUT-PRODUCT.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "No product table on file - account set up as"
                   " CHK."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIST-PRODUCTS.
           IF WS-PROD-COUNT = ZERO
               DISPLAY "Account set up as CHK."
               CLOSE PRODUCT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PROD-FOUND.
           PERFORM UNTIL WS-PROD-FOUND = "Y"
               DISPLAY "Product code: " WITH NO ADVANCING
               ACCEPT WS-INPUT-PRODUCT
               MOVE WS-INPUT-PRODUCT TO PR_CODE
               READ PRODUCT-FILE
                   KEY IS PR_CODE
                   INVALID KEY
                       DISPLAY "Product not on file."
               END-READ
               IF WS-PROD-STATUS = "00"
                   MOVE "Y" TO WS-PROD-FOUND
               END-IF
           END-PERFORM.
           CLOSE PRODUCT-FILE.

       UPDATE-ACCOUNT-PARAGRAPH.
      *>   New values are collected first so the record lock is held
      *>   only across the read-rewrite pair, never while the clerk
               ACCEPT WS-INPUT-ROLE
               PERFORM LOCK-ACCOUNT-RECORD
               IF WS-REC-BUSY = "N" AND WS-ACCT-STATUS = "00"
                   MOVE A_ROLE TO WS-MA-OLD-ROLE
                   MOVE SPACES TO WS-MA-BEFORE
                   STRING "ROLE=" A_ROLE " PWDDATE=" A_PWD_DATE
                           " FORCE=" A_FORCE_CHANGE
                       DELIMITED BY SIZE INTO WS-MA-BEFORE
                   END-STRING
                   MOVE A_PREV_PASS1 TO A_PREV_PASS2
                   MOVE A_PASS TO A_PREV_PASS1
                   MOVE A_PREV_PIN1 TO A_PREV_PIN2
                   END-REWRITE
                   IF WS-ACCT-STATUS = "00"
                       DISPLAY "Account updated."
                       PERFORM AUDIT-ACCOUNT-UPDATE
                   END-IF
               END-IF
           END-IF.

       AUDIT-ACCOUNT-UPDATE.
      *>   The new password and PIN are never imaged - only that
      *>   they were reset. A role moving up to supervisor or admin
      *>   is flagged as a grant for the second-supervisor review.
           IF A_ROLE = WS-MA-OLD-ROLE
               MOVE "CREDRST" TO WS-MA-ACTION
           ELSE
               MOVE "ROLECHG" TO WS-MA-ACTION
               IF A_ROLE = "A"
                       OR (A_ROLE = "S" AND WS-MA-OLD-ROLE = "T")
                   MOVE "Y" TO WS-MA-GRANT
               END-IF
           END-IF.
           MOVE A_USERNAME TO WS-MA-ACCOUNT.
           MOVE SPACES TO WS-MA-REF.
           MOVE SPACES TO WS-MA-AFTER.
           STRING "ROLE=" A_ROLE " PWDDATE=" A_PWD_DATE
                   " FORCE=" A_FORCE_CHANGE " PASSWORD+PIN RESET"
               DELIMITED BY SIZE INTO WS-MA-AFTER
           END-STRING.
           PERFORM WRITE-MAINT-AUDIT.

       LOCK-ACCOUNT-RECORD.
      *>   Takes the record lock for a read-rewrite pair; the rewrite
      *>   releases it. A record held by a console session gets a
           ACCEPT WS-INPUT-USERNAME.
           PERFORM LOCK-ACCOUNT-RECORD.
           IF WS-REC-BUSY = "N" AND WS-ACCT-STATUS = "00"
               IF A_STATUS = "C"
                   DISPLAY "Account is closed."
                   UNLOCK ACCOUNT-MASTER
               ELSE
                   MOVE SPACES TO WS-MA-BEFORE
                   STRING "STATUS=" A_STATUS
                       DELIMITED BY SIZE INTO WS-MA-BEFORE
                   END-STRING
                   MOVE "D" TO A_STATUS
                   REWRITE ACCOUNT
                       INVALID KEY
                           DISPLAY "Unable to deactivate account."
                   END-REWRITE
                   IF WS-ACCT-STATUS = "00"
                       DISPLAY "Account deactivated."
                       MOVE "DEACT" TO WS-MA-ACTION
                       MOVE "STATUS=D" TO WS-MA-AFTER
                       PERFORM AUDIT-STATUS-CHANGE
                   END-IF
               END-IF
           END-IF.

                   DISPLAY "Account is not locked."
                   UNLOCK ACCOUNT-MASTER
               ELSE
                   MOVE SPACES TO WS-MA-BEFORE
                   STRING "STATUS=L FAILS=" A_FAIL_COUNT
                       DELIMITED BY SIZE INTO WS-MA-BEFORE
                   END-STRING
                   MOVE "A" TO A_STATUS
                   MOVE ZERO TO A_FAIL_COUNT
                   REWRITE ACCOUNT
                   END-REWRITE
                   IF WS-ACCT-STATUS = "00"
                       DISPLAY "Account released."
                       MOVE "RELLOCK" TO WS-MA-ACTION
                       MOVE "STATUS=A FAILS=00" TO WS-MA-AFTER
                       PERFORM AUDIT-STATUS-CHANGE
                   END-IF
               END-IF
           END-IF.
                   END-REWRITE
                   IF WS-ACCT-STATUS = "00"
                       DISPLAY "Account reactivated."
                       MOVE "REACTDOR" TO WS-MA-ACTION
                       MOVE "STATUS=N" TO WS-MA-BEFORE
                       MOVE "STATUS=A" TO WS-MA-AFTER
                       PERFORM AUDIT-STATUS-CHANGE
                   END-IF
               END-IF
           END-IF.

       AUDIT-STATUS-CHANGE.
      *>   Arrives with the action and both images set; the account
      *>   is the one just rewritten.
           MOVE A_USERNAME TO WS-MA-ACCOUNT.
           MOVE SPACES TO WS-MA-REF.
           PERFORM WRITE-MAINT-AUDIT.

       OPEN-HOLD-FILE.
      *>   Same fresh-file initialization as the master - the holds
      *>   file does not exist until the first hold is placed.
           IF WS-HOLD-STATUS = "00"
               DISPLAY "Hold " WS-NEXT-HOLD-SEQ " placed on "
                   WS-INPUT-USERNAME
               MOVE "HOLDPLC" TO WS-MA-ACTION
               MOVE "(NO HOLD)" TO WS-MA-BEFORE
               PERFORM AUDIT-HOLD-CHANGE
           END-IF.

       FIND-NEXT-HOLD-SEQ.
               IF H_STATUS NOT = "A"
                   DISPLAY "Hold is not active."
               ELSE
                   PERFORM IMAGE-HOLD-RECORD
                   MOVE WS-MA-AFTER TO WS-MA-BEFORE
                   MOVE "R" TO H_STATUS
                   REWRITE HOLD-RECORD
                       INVALID KEY
                   END-REWRITE
                   IF WS-HOLD-STATUS = "00"
                       DISPLAY "Hold released."
                       MOVE "HOLDREL" TO WS-MA-ACTION
                       PERFORM AUDIT-HOLD-CHANGE
                   END-IF
               END-IF
           END-IF.

       AUDIT-HOLD-CHANGE.
      *>   Arrives with the action and the before image set and the
      *>   hold record as it now stands in its buffer.
           MOVE H_USERNAME TO WS-MA-ACCOUNT.
           MOVE SPACES TO WS-MA-REF.
           STRING "HOLD " H_SEQ DELIMITED BY SIZE INTO WS-MA-REF
           END-STRING.
           PERFORM IMAGE-HOLD-RECORD.
           PERFORM WRITE-MAINT-AUDIT.

       IMAGE-HOLD-RECORD.
           MOVE H_AMOUNT TO WS-HOLD-DISPLAY.
           MOVE SPACES TO WS-MA-AFTER.
           STRING "STATUS=" H_STATUS " AMT=" WS-HOLD-DISPLAY
                   " EXP=" H_EXPIRY " " H_REASON
               DELIMITED BY SIZE INTO WS-MA-AFTER
           END-STRING.

       LIST-ACCOUNT-HOLDS.
           MOVE "N" TO WS-HOLD-FOUND.
           MOVE "N" TO WS-HOLD-EOF.
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO WS-MA-BEFORE.
           IF WS-PARM-STATUS = "00"
               MOVE P_VALUE TO WS-MA-PARM-OLD
               STRING "VALUE=" WS-MA-PARM-OLD
                   DELIMITED BY SIZE INTO WS-MA-BEFORE
               END-STRING
               MOVE WS-INPUT-PARM-VALUE TO P_VALUE
               IF WS-INPUT-PARM-DESC NOT = SPACES
                   MOVE WS-INPUT-PARM-DESC TO P_DESC
                       DISPLAY "Unable to update parameter."
               END-REWRITE
           ELSE
               MOVE "(NEW PARAMETER)" TO WS-MA-BEFORE
               MOVE WS-INPUT-PARM-KEY TO P_KEY
               MOVE WS-INPUT-PARM-VALUE TO P_VALUE
               MOVE WS-INPUT-PARM-DESC TO P_DESC
               DISPLAY "Parameter " WS-INPUT-PARM-KEY " set to "
                   WS-PARM-VAL-DISPLAY
               PERFORM WRITE-PARM-AUDIT
               MOVE "PARMCHG" TO WS-MA-ACTION
               MOVE SPACES TO WS-MA-ACCOUNT
               MOVE WS-INPUT-PARM-KEY TO WS-MA-REF
               MOVE SPACES TO WS-MA-AFTER
               STRING "VALUE=" WS-PARM-VAL-DISPLAY
                   DELIMITED BY SIZE INTO WS-MA-AFTER
               END-STRING
               PERFORM WRITE-MAINT-AUDIT
           END-IF.
           CLOSE PARM-FILE.

                       MOVE "N" TO WS-PARM-VALID
                       MOVE "1 TO 99999" TO WS-PARM-RANGE
                   END-IF
               WHEN "SORETRY"
                   IF WS-INPUT-PARM-VALUE > 30
                       MOVE "N" TO WS-PARM-VALID
                       MOVE "0 TO 30" TO WS-PARM-RANGE
                   END-IF
               WHEN "CASHTHR"
                   IF WS-INPUT-PARM-VALUE = ZERO
                           OR WS-INPUT-PARM-VALUE > 9999999.99
                       MOVE "N" TO WS-PARM-VALID
                       MOVE "0.01 TO 9999999.99" TO WS-PARM-RANGE
                   END-IF
               WHEN "STRPCT"
                   IF WS-INPUT-PARM-VALUE < 1
                           OR WS-INPUT-PARM-VALUE > 99
                       MOVE "N" TO WS-PARM-VALID
                       MOVE "1 TO 99" TO WS-PARM-RANGE
                   END-IF
               WHEN "STRDAYS"
                   IF WS-INPUT-PARM-VALUE < 1
                           OR WS-INPUT-PARM-VALUE > 31
                       MOVE "N" TO WS-PARM-VALID
                       MOVE "1 TO 31" TO WS-PARM-RANGE
                   END-IF
               WHEN "STRCOUNT"
                   IF WS-INPUT-PARM-VALUE < 2
                           OR WS-INPUT-PARM-VALUE > 99
                       MOVE "N" TO WS-PARM-VALID
                       MOVE "2 TO 99" TO WS-PARM-RANGE
                   END-IF
               WHEN "CLOSEFEE"
                   IF WS-INPUT-PARM-VALUE > 99999.99
                       MOVE "N" TO WS-PARM-VALID
                       MOVE "0 TO 99999.99" TO WS-PARM-RANGE
                   END-IF
               WHEN "REJDAYS"
                   IF WS-INPUT-PARM-VALUE < 1
                           OR WS-INPUT-PARM-VALUE > 999
                       MOVE "N" TO WS-PARM-VALID
                       MOVE "1 TO 999" TO WS-PARM-RANGE
                   END-IF
               WHEN "INTTHR"
                   IF WS-INPUT-PARM-VALUE > 99999.99
                       MOVE "N" TO WS-PARM-VALID
                       MOVE "0 TO 99999.99" TO WS-PARM-RANGE
                   END-IF
           END-EVALUATE.

       LIST-PARAMETERS.
           END-IF.
           CLOSE AUDIT-LOG.

       WRITE-MAINT-AUDIT.
      *>   One before-and-after record per change, appended with the
      *>   same create-on-first-use dance as the audit log. Arrives
      *>   with WS-MA-ACTION, WS-MA-ACCOUNT, WS-MA-REF, and both
      *>   images set; WS-MA-GRANT is reset here for the next change.
           OPEN EXTEND MAINT-AUDIT.
           IF WS-MNTAUD-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT
               CLOSE MAINT-AUDIT
               OPEN EXTEND MAINT-AUDIT
           END-IF.
           IF WS-MNTAUD-STATUS NOT = "00"
               DISPLAY "Unable to open maintenance audit file."
               MOVE "N" TO WS-MA-GRANT
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           MOVE WS-TS-DATE TO MA_DATE.
           MOVE WS-TS-TIME TO MA_TIME.
           IF WS-SIGNON-USERNAME = SPACES
               MOVE "(NEW MASTER)" TO MA_OPERATOR
           ELSE
               MOVE WS-SIGNON-USERNAME TO MA_OPERATOR
           END-IF.
           MOVE WS-TERM-ID TO MA_TERM_ID.
           MOVE WS-MA-ACTION TO MA_ACTION.
           MOVE WS-MA-ACCOUNT TO MA_ACCOUNT.
           MOVE WS-MA-REF TO MA_REF.
           MOVE WS-MA-BEFORE TO MA_BEFORE.
           MOVE WS-MA-AFTER TO MA_AFTER.
           MOVE WS-MA-GRANT TO MA_GRANT.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-MNTAUD-STATUS NOT = "00"
               DISPLAY "Unable to write maintenance audit record."
           END-IF.
           CLOSE MAINT-AUDIT.
           MOVE "N" TO WS-MA-GRANT.

       STANDING-ORDER-PARAGRAPH.
      *>   The standing order file is opened only for the length of
      *>   this menu, so the nightly run is never shut out by a
      *>   maintenance session left signed on.
           OPEN I-O STDORD-FILE.
           IF WS-SO-STATUS = "35"
               OPEN OUTPUT STDORD-FILE
               CLOSE STDORD-FILE
               OPEN I-O STDORD-FILE
           END-IF.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "Unable to open standing order file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "1. Set up standing order".
           DISPLAY "2. Change standing order".
           DISPLAY "3. Cancel standing order".
           DISPLAY "4. List standing orders".
           DISPLAY "5. Return".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-SUB-CHOICE.
           EVALUATE WS-SUB-CHOICE
               WHEN 1
                   PERFORM SET-UP-ORDER-PARAGRAPH
               WHEN 2
                   PERFORM CHANGE-ORDER-PARAGRAPH
               WHEN 3
                   PERFORM CANCEL-ORDER-PARAGRAPH
               WHEN 4
                   DISPLAY "Paying account: " WITH NO ADVANCING
                   ACCEPT WS-INPUT-USERNAME
                   PERFORM LIST-ACCOUNT-ORDERS
                   IF WS-SO-FOUND NOT = "Y"
                       DISPLAY "No active standing orders on "
                           WS-INPUT-USERNAME
                   END-IF
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           CLOSE STDORD-FILE.

       SET-UP-ORDER-PARAGRAPH.
      *>   Both accounts must be active when the order is keyed; the
      *>   nightly run checks them again every time it pays.
           DISPLAY "Paying account: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-USERNAME.
           MOVE WS-INPUT-USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   DISPLAY "Account not found."
           END-READ.
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF A_STATUS NOT = "A"
               DISPLAY "Paying account is not active."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Receiving account: " WITH NO ADVANCING.
           ACCEPT WS-SO-TO-USERNAME.
           IF WS-SO-TO-USERNAME = WS-INPUT-USERNAME
               DISPLAY "Cannot transfer to the same account."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SO-TO-USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   DISPLAY "Receiving account not found."
           END-READ.
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF A_STATUS NOT = "A"
               DISPLAY "Receiving account is not active."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Amount (dollars and cents): " WITH NO ADVANCING.
           ACCEPT WS-SO-AMOUNT.
           IF WS-SO-AMOUNT = ZERO
               DISPLAY "Amount must be greater than zero."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SO-FREQUENCY.
           PERFORM UNTIL WS-SO-FREQUENCY = "W" OR "M"
               DISPLAY "Frequency (W=weekly M=monthly): "
                   WITH NO ADVANCING
               ACCEPT WS-SO-FREQUENCY
           END-PERFORM.
           DISPLAY "First due date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-SO-NEXT-DUE.
           MOVE WS-SO-NEXT-DUE TO WS-CHECK-DATE.
           PERFORM CHECK-ORDER-DATE.
           IF WS-DATE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "End date (YYYYMMDD, 0 = none): "
               WITH NO ADVANCING.
           ACCEPT WS-SO-END-DATE.
           IF WS-SO-END-DATE NOT = ZERO
               MOVE WS-SO-END-DATE TO WS-CHECK-DATE
               PERFORM CHECK-ORDER-DATE
               IF WS-DATE-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF WS-SO-END-DATE < WS-SO-NEXT-DUE
                   DISPLAY "End date is before the first due date."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM FIND-NEXT-ORDER-SEQ.
           MOVE WS-INPUT-USERNAME TO SO_FROM_USERNAME.
           MOVE WS-NEXT-SO-SEQ TO SO_SEQ.
           MOVE WS-SO-TO-USERNAME TO SO_TO_USERNAME.
           MOVE WS-SO-AMOUNT TO SO_AMOUNT.
           MOVE WS-SO-FREQUENCY TO SO_FREQUENCY.
           MOVE WS-SO-NEXT-DUE (7:2) TO SO_DUE_DAY.
           MOVE WS-SO-NEXT-DUE TO SO_NEXT_DUE.
           MOVE WS-SO-END-DATE TO SO_END_DATE.
           MOVE "A" TO SO_STATUS.
           MOVE ZERO TO SO_RETRY_COUNT.
           MOVE ZERO TO SO_LAST_RUN.
           MOVE WS-SIGNON-USERNAME TO SO_SET_UP_BY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO SO_SET_UP_DATE.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to write standing order record."
           END-WRITE.
           IF WS-SO-STATUS = "00"
               DISPLAY "Standing order " WS-NEXT-SO-SEQ
                   " set up on " WS-INPUT-USERNAME
               MOVE "SOADD" TO WS-MA-ACTION
               MOVE SPACES TO WS-MA-BEFORE
               STRING "(NO ORDER) PAYS TO " SO_TO_USERNAME
                   DELIMITED BY SIZE INTO WS-MA-BEFORE
               END-STRING
               PERFORM AUDIT-ORDER-CHANGE
           END-IF.

       CHECK-ORDER-DATE.
      *>   A real calendar date, today or later - the nightly run
      *>   never reaches back to pay a date already gone.
           MOVE "Y" TO WS-DATE-OK.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHECK-DATE) NOT = ZERO
               MOVE "N" TO WS-DATE-OK
               DISPLAY "Not a valid date."
           ELSE
               IF WS-CHECK-DATE < WS-TODAY
                   MOVE "N" TO WS-DATE-OK
                   DISPLAY "Date is in the past."
               END-IF
           END-IF.

       FIND-NEXT-ORDER-SEQ.
      *>   One past the highest sequence already on file for the
      *>   paying account - cancelled and ended orders keep their
      *>   records, so sequence numbers are never reused.
           MOVE ZERO TO WS-NEXT-SO-SEQ.
           MOVE "N" TO WS-SO-EOF.
           MOVE WS-INPUT-USERNAME TO SO_FROM_USERNAME.
           MOVE ZERO TO SO_SEQ.
           START STDORD-FILE KEY NOT < SO_KEY
               INVALID KEY
                   MOVE "Y" TO WS-SO-EOF
           END-START.
           PERFORM UNTIL WS-SO-EOF = "Y"
               READ STDORD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SO-EOF
                   NOT AT END
                       IF SO_FROM_USERNAME = WS-INPUT-USERNAME
                           MOVE SO_SEQ TO WS-NEXT-SO-SEQ
                       ELSE
                           MOVE "Y" TO WS-SO-EOF
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SO-SEQ.

       CHANGE-ORDER-PARAGRAPH.
           PERFORM PICK-ACCOUNT-ORDER.
           IF WS-SO-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM IMAGE-ORDER-RECORD.
           MOVE WS-MA-AFTER TO WS-MA-BEFORE.
           DISPLAY "New amount (0 to keep): " WITH NO ADVANCING.
           ACCEPT WS-SO-AMOUNT.
           DISPLAY "Frequency (W/M, blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-SO-FREQUENCY.
           IF WS-SO-FREQUENCY NOT = SPACES
                   AND WS-SO-FREQUENCY NOT = "W"
                   AND WS-SO-FREQUENCY NOT = "M"
               DISPLAY "Frequency must be W or M."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Next due date (YYYYMMDD, 0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-SO-NEXT-DUE.
           IF WS-SO-NEXT-DUE NOT = ZERO
               MOVE WS-SO-NEXT-DUE TO WS-CHECK-DATE
               PERFORM CHECK-ORDER-DATE
               IF WS-DATE-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Change end date (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-SO-CHANGE-END.
           IF WS-SO-CHANGE-END = "Y"
               DISPLAY "End date (YYYYMMDD, 0 = none): "
                   WITH NO ADVANCING
               ACCEPT WS-SO-END-DATE
               IF WS-SO-END-DATE NOT = ZERO
                   MOVE WS-SO-END-DATE TO WS-CHECK-DATE
                   PERFORM CHECK-ORDER-DATE
                   IF WS-DATE-OK NOT = "Y"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           IF WS-SO-AMOUNT NOT = ZERO
               MOVE WS-SO-AMOUNT TO SO_AMOUNT
           END-IF.
           IF WS-SO-FREQUENCY NOT = SPACES
               MOVE WS-SO-FREQUENCY TO SO_FREQUENCY
           END-IF.
      *>   A new due date starts the order afresh - any retries
      *>   counted against the old occurrence no longer apply.
           IF WS-SO-NEXT-DUE NOT = ZERO
               MOVE WS-SO-NEXT-DUE TO SO_NEXT_DUE
               MOVE WS-SO-NEXT-DUE (7:2) TO SO_DUE_DAY
               MOVE ZERO TO SO_RETRY_COUNT
           END-IF.
           IF WS-SO-CHANGE-END = "Y"
               MOVE WS-SO-END-DATE TO SO_END_DATE
           END-IF.
           IF SO_END_DATE NOT = ZERO AND SO_END_DATE < SO_NEXT_DUE
               DISPLAY "End date is before the next due date -"
                   " order not changed."
               EXIT PARAGRAPH
           END-IF.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to update standing order."
           END-REWRITE.
           IF WS-SO-STATUS = "00"
               DISPLAY "Standing order updated."
               MOVE "SOCHG" TO WS-MA-ACTION
               PERFORM AUDIT-ORDER-CHANGE
           END-IF.

       CANCEL-ORDER-PARAGRAPH.
           PERFORM PICK-ACCOUNT-ORDER.
           IF WS-SO-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cancel this standing order (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Standing order not cancelled."
               EXIT PARAGRAPH
           END-IF.
           PERFORM IMAGE-ORDER-RECORD.
           MOVE WS-MA-AFTER TO WS-MA-BEFORE.
           MOVE "C" TO SO_STATUS.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Unable to cancel standing order."
           END-REWRITE.
           IF WS-SO-STATUS = "00"
               DISPLAY "Standing order cancelled."
               MOVE "SOCAN" TO WS-MA-ACTION
               PERFORM AUDIT-ORDER-CHANGE
           END-IF.

       AUDIT-ORDER-CHANGE.
      *>   Arrives with the action and the before image set and the
      *>   order as it now stands in its buffer.
           MOVE SO_FROM_USERNAME TO WS-MA-ACCOUNT.
           MOVE SPACES TO WS-MA-REF.
           STRING "ORDER " SO_SEQ DELIMITED BY SIZE INTO WS-MA-REF
           END-STRING.
           PERFORM IMAGE-ORDER-RECORD.
           PERFORM WRITE-MAINT-AUDIT.

       IMAGE-ORDER-RECORD.
           MOVE SO_AMOUNT TO WS-SO-DISPLAY.
           MOVE SPACES TO WS-MA-AFTER.
           STRING "STATUS=" SO_STATUS " AMT=" WS-SO-DISPLAY
                   " FREQ=" SO_FREQUENCY " NEXT=" SO_NEXT_DUE
                   " END=" SO_END_DATE
               DELIMITED BY SIZE INTO WS-MA-AFTER
           END-STRING.

       PICK-ACCOUNT-ORDER.
      *>   Lists the account's active orders and reads the one the
      *>   clerk picks into the record area; WS-SO-OK says whether
      *>   there is an active order there to work on.
           MOVE "N" TO WS-SO-OK.
           DISPLAY "Paying account: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-USERNAME.
           PERFORM LIST-ACCOUNT-ORDERS.
           IF WS-SO-FOUND NOT = "Y"
               DISPLAY "No active standing orders on "
                   WS-INPUT-USERNAME
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Order number (0 to cancel): " WITH NO ADVANCING.
           ACCEPT WS-PICK-SEQ.
           IF WS-PICK-SEQ = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INPUT-USERNAME TO SO_FROM_USERNAME.
           MOVE WS-PICK-SEQ TO SO_SEQ.
           READ STDORD-FILE
               KEY IS SO_KEY
               INVALID KEY
                   DISPLAY "Standing order not found."
           END-READ.
           IF WS-SO-STATUS = "00"
               IF SO_STATUS NOT = "A"
                   DISPLAY "Standing order is not active."
               ELSE
                   MOVE "Y" TO WS-SO-OK
               END-IF
           END-IF.

       LIST-ACCOUNT-ORDERS.
           MOVE "N" TO WS-SO-FOUND.
           MOVE "N" TO WS-SO-EOF.
           MOVE WS-INPUT-USERNAME TO SO_FROM_USERNAME.
           MOVE ZERO TO SO_SEQ.
           START STDORD-FILE KEY NOT < SO_KEY
               INVALID KEY
                   MOVE "Y" TO WS-SO-EOF
           END-START.
           PERFORM UNTIL WS-SO-EOF = "Y"
               READ STDORD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SO-EOF
                   NOT AT END
                       IF SO_FROM_USERNAME = WS-INPUT-USERNAME
                           IF SO_STATUS = "A"
                               MOVE "Y" TO WS-SO-FOUND
                               MOVE SO_AMOUNT TO WS-SO-DISPLAY
                               DISPLAY "  " SO_SEQ " " WS-SO-DISPLAY
                                   " " SO_FREQUENCY " TO "
                                   SO_TO_USERNAME
                               DISPLAY "      NEXT DUE " SO_NEXT_DUE
                                   " ENDS " SO_END_DATE
                                   " RETRIES " SO_RETRY_COUNT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SO-EOF
                       END-IF
               END-READ
           END-PERFORM.

       CUSTOMER-INFO-PARAGRAPH.
      *>   Both customer files are opened only for the length of this
      *>   menu, the same as the standing order file.
           OPEN I-O CUST-FILE.
           IF WS-CUST-STATUS = "35"
               OPEN OUTPUT CUST-FILE
               CLOSE CUST-FILE
               OPEN I-O CUST-FILE
           END-IF.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Unable to open customer file."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CUST-LINK-FILE.
           IF WS-LINK-STATUS = "35"
               OPEN OUTPUT CUST-LINK-FILE
               CLOSE CUST-LINK-FILE
               OPEN I-O CUST-LINK-FILE
           END-IF.
           IF WS-LINK-STATUS NOT = "00"
               DISPLAY "Unable to open customer link file."
               CLOSE CUST-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "1. Add customer".
           DISPLAY "2. Change customer".
           DISPLAY "3. Link account to customer".
           DISPLAY "4. Unlink account".
           DISPLAY "5. Show customer".
           DISPLAY "6. Return".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-SUB-CHOICE.
           EVALUATE WS-SUB-CHOICE
               WHEN 1
                   PERFORM ADD-CUSTOMER-PARAGRAPH
               WHEN 2
                   PERFORM CHANGE-CUSTOMER-PARAGRAPH
               WHEN 3
                   DISPLAY "Username: " WITH NO ADVANCING
                   ACCEPT WS-INPUT-USERNAME
                   MOVE ZERO TO WS-CU-ID
                   PERFORM LINK-ACCOUNT-PARAGRAPH
               WHEN 4
                   PERFORM UNLINK-ACCOUNT-PARAGRAPH
               WHEN 5
                   PERFORM SHOW-CUSTOMER-PARAGRAPH
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           CLOSE CUST-LINK-FILE.
           CLOSE CUST-FILE.

       ADD-CUSTOMER-PARAGRAPH.
      *>   Name and a complete mailing address are required - the
      *>   record exists so statements and notices can be mailed.
           DISPLAY "Legal name: " WITH NO ADVANCING.
           ACCEPT WS-CU-NAME.
           IF WS-CU-NAME = SPACES
               DISPLAY "Name is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Address line 1: " WITH NO ADVANCING.
           ACCEPT WS-CU-ADDR1.
           DISPLAY "Address line 2: " WITH NO ADVANCING.
           ACCEPT WS-CU-ADDR2.
           DISPLAY "City: " WITH NO ADVANCING.
           ACCEPT WS-CU-CITY.
           DISPLAY "State: " WITH NO ADVANCING.
           ACCEPT WS-CU-STATE.
           DISPLAY "ZIP code: " WITH NO ADVANCING.
           ACCEPT WS-CU-ZIP.
           IF WS-CU-ADDR1 = SPACES OR WS-CU-CITY = SPACES
                   OR WS-CU-STATE = SPACES OR WS-CU-ZIP = SPACES
               DISPLAY "Address line 1, city, state, and ZIP code"
                   " are required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Phone: " WITH NO ADVANCING.
           ACCEPT WS-CU-PHONE.
           DISPLAY "Date of birth (YYYYMMDD, 0 = not given): "
               WITH NO ADVANCING.
           ACCEPT WS-CU-BIRTH-DATE.
           IF WS-CU-BIRTH-DATE NOT = ZERO
               PERFORM CHECK-BIRTH-DATE
               IF WS-DATE-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Tax ID (9 digits, 0 = not given): "
               WITH NO ADVANCING.
           ACCEPT WS-CU-TAX-ID.
           PERFORM FIND-NEXT-CUST-ID.
           MOVE WS-NEXT-CUST-ID TO CU_CUST_ID.
           MOVE WS-CU-NAME TO CU_NAME.
           MOVE WS-CU-ADDR1 TO CU_ADDR1.
           MOVE WS-CU-ADDR2 TO CU_ADDR2.
           MOVE WS-CU-CITY TO CU_CITY.
           MOVE WS-CU-STATE TO CU_STATE.
           MOVE WS-CU-ZIP TO CU_ZIP.
           MOVE WS-CU-PHONE TO CU_PHONE.
           MOVE WS-CU-BIRTH-DATE TO CU_BIRTH_DATE.
           MOVE WS-CU-TAX-ID TO CU_TAX_ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-SIGNON-USERNAME TO CU_SET_UP_BY.
           MOVE WS-TODAY TO CU_SET_UP_DATE.
           MOVE SPACES TO CU_CHANGED_BY.
           MOVE ZERO TO CU_CHANGED_DATE.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Unable to write customer record."
           END-WRITE.
           IF WS-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Customer " WS-NEXT-CUST-ID " added.".
           MOVE "CUSTADD" TO WS-MA-ACTION.
           MOVE "(NO CUSTOMER)" TO WS-MA-BEFORE.
           PERFORM AUDIT-CUSTOMER-CHANGE.
           DISPLAY "Link an account now (username, blank for none): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-USERNAME.
           IF WS-INPUT-USERNAME NOT = SPACES
               MOVE WS-NEXT-CUST-ID TO WS-CU-ID
               PERFORM LINK-ACCOUNT-PARAGRAPH
           END-IF.

       CHECK-BIRTH-DATE.
           MOVE "Y" TO WS-DATE-OK.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-CU-BIRTH-DATE)
                   NOT = ZERO
               MOVE "N" TO WS-DATE-OK
               DISPLAY "Not a valid date."
           ELSE
               IF WS-CU-BIRTH-DATE > WS-TODAY
                   MOVE "N" TO WS-DATE-OK
                   DISPLAY "Date of birth is in the future."
               END-IF
           END-IF.

       FIND-NEXT-CUST-ID.
      *>   One past the highest customer number on file.
           MOVE ZERO TO WS-NEXT-CUST-ID.
           MOVE "N" TO WS-CUST-EOF.
           MOVE ZERO TO CU_CUST_ID.
           START CUST-FILE KEY NOT < CU_CUST_ID
               INVALID KEY
                   MOVE "Y" TO WS-CUST-EOF
           END-START.
           PERFORM UNTIL WS-CUST-EOF = "Y"
               READ CUST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CUST-EOF
                   NOT AT END
                       MOVE CU_CUST_ID TO WS-NEXT-CUST-ID
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CUST-ID.

       READ-CUSTOMER.
      *>   Reads customer WS-CU-ID; WS-CUST-OK says whether it is on
      *>   file.
           MOVE "N" TO WS-CUST-OK.
           MOVE WS-CU-ID TO CU_CUST_ID.
           READ CUST-FILE
               KEY IS CU_CUST_ID
               INVALID KEY
                   DISPLAY "Customer not found."
           END-READ.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OK
           END-IF.

       CHANGE-CUSTOMER-PARAGRAPH.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           ACCEPT WS-CU-ID.
           PERFORM READ-CUSTOMER.
           IF WS-CUST-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM DISPLAY-CUSTOMER.
           PERFORM IMAGE-CUSTOMER-RECORD.
           MOVE WS-MA-AFTER TO WS-MA-BEFORE.
           DISPLAY "Enter new values - blank (or 0) keeps the"
               " current one.".
           DISPLAY "Legal name: " WITH NO ADVANCING.
           ACCEPT WS-CU-NAME.
           DISPLAY "Address line 1: " WITH NO ADVANCING.
           ACCEPT WS-CU-ADDR1.
           DISPLAY "Address line 2 (* to clear): " WITH NO ADVANCING.
           ACCEPT WS-CU-ADDR2.
           DISPLAY "City: " WITH NO ADVANCING.
           ACCEPT WS-CU-CITY.
           DISPLAY "State: " WITH NO ADVANCING.
           ACCEPT WS-CU-STATE.
           DISPLAY "ZIP code: " WITH NO ADVANCING.
           ACCEPT WS-CU-ZIP.
           DISPLAY "Phone: " WITH NO ADVANCING.
           ACCEPT WS-CU-PHONE.
           DISPLAY "Date of birth (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-CU-BIRTH-DATE.
           IF WS-CU-BIRTH-DATE NOT = ZERO
               PERFORM CHECK-BIRTH-DATE
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "Customer not changed."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Tax ID (9 digits): " WITH NO ADVANCING.
           ACCEPT WS-CU-TAX-ID.
           IF WS-CU-NAME NOT = SPACES
               MOVE WS-CU-NAME TO CU_NAME
           END-IF.
           IF WS-CU-ADDR1 NOT = SPACES
               MOVE WS-CU-ADDR1 TO CU_ADDR1
           END-IF.
           IF WS-CU-ADDR2 = "*"
               MOVE SPACES TO CU_ADDR2
           ELSE
               IF WS-CU-ADDR2 NOT = SPACES
                   MOVE WS-CU-ADDR2 TO CU_ADDR2
               END-IF
           END-IF.
           IF WS-CU-CITY NOT = SPACES
               MOVE WS-CU-CITY TO CU_CITY
           END-IF.
           IF WS-CU-STATE NOT = SPACES
               MOVE WS-CU-STATE TO CU_STATE
           END-IF.
           IF WS-CU-ZIP NOT = SPACES
               MOVE WS-CU-ZIP TO CU_ZIP
           END-IF.
           IF WS-CU-PHONE NOT = SPACES
               MOVE WS-CU-PHONE TO CU_PHONE
           END-IF.
           IF WS-CU-BIRTH-DATE NOT = ZERO
               MOVE WS-CU-BIRTH-DATE TO CU_BIRTH_DATE
           END-IF.
           IF WS-CU-TAX-ID NOT = ZERO
               MOVE WS-CU-TAX-ID TO CU_TAX_ID
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-SIGNON-USERNAME TO CU_CHANGED_BY.
           MOVE WS-TODAY TO CU_CHANGED_DATE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Unable to update customer record."
           END-REWRITE.
           IF WS-CUST-STATUS = "00"
               DISPLAY "Customer " CU_CUST_ID " updated."
               MOVE "CUSTCHG" TO WS-MA-ACTION
               PERFORM AUDIT-CUSTOMER-CHANGE
           END-IF.

       AUDIT-CUSTOMER-CHANGE.
      *>   Arrives with the action and the before image set and the
      *>   customer as it now stands in its buffer. A customer is
      *>   not an account - the account column is left blank.
           MOVE SPACES TO WS-MA-ACCOUNT.
           MOVE SPACES TO WS-MA-REF.
           STRING "CUSTOMER " CU_CUST_ID DELIMITED BY SIZE
               INTO WS-MA-REF
           END-STRING.
           PERFORM IMAGE-CUSTOMER-RECORD.
           PERFORM WRITE-MAINT-AUDIT.

       IMAGE-CUSTOMER-RECORD.
      *>   Masked tax ID first, then name and mailing address run
      *>   together - whatever will not fit in the image is cut off.
      *>   Only the last four digits of the tax ID are ever imaged.
           IF CU_TAX_ID = ZERO
               MOVE "TIN=NONE" TO WS-MA-TIN-IMAGE
           ELSE
               MOVE CU_TAX_ID TO WS-MA-TIN
               MOVE SPACES TO WS-MA-TIN-IMAGE
               STRING "TIN=*****" WS-MA-TIN (6:4)
                   DELIMITED BY SIZE INTO WS-MA-TIN-IMAGE
               END-STRING
           END-IF.
           MOVE SPACES TO WS-MA-AFTER.
           IF CU_ADDR2 = SPACES
               STRING WS-MA-TIN-IMAGE DELIMITED BY SPACE
                       " " CU_NAME DELIMITED BY "  "
                       "/" CU_ADDR1 DELIMITED BY "  "
                       "/" CU_CITY DELIMITED BY "  "
                       " " CU_STATE " " CU_ZIP DELIMITED BY SIZE
                   INTO WS-MA-AFTER
               END-STRING
           ELSE
               STRING WS-MA-TIN-IMAGE DELIMITED BY SPACE
                       " " CU_NAME DELIMITED BY "  "
                       "/" CU_ADDR1 DELIMITED BY "  "
                       "/" CU_ADDR2 DELIMITED BY "  "
                       "/" CU_CITY DELIMITED BY "  "
                       " " CU_STATE " " CU_ZIP DELIMITED BY SIZE
                   INTO WS-MA-AFTER
               END-STRING
           END-IF.

       LINK-ACCOUNT-PARAGRAPH.
      *>   Arrives with the username in WS-INPUT-USERNAME and the
      *>   customer number in WS-CU-ID, or zero to ask for one. A
      *>   username already owned is moved only on confirmation.
           MOVE WS-INPUT-USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   DISPLAY "Account not found."
           END-READ.
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CU-ID = ZERO
               DISPLAY "Customer number: " WITH NO ADVANCING
               ACCEPT WS-CU-ID
           END-IF.
           PERFORM READ-CUSTOMER.
           IF WS-CUST-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INPUT-USERNAME TO CL_USERNAME.
           READ CUST-LINK-FILE
               KEY IS CL_USERNAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-LINK-STATUS = "00"
               IF CL_CUST_ID = WS-CU-ID
                   DISPLAY "Account is already linked to customer "
                       WS-CU-ID
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Account is linked to customer " CL_CUST_ID
               DISPLAY "Move it to customer " WS-CU-ID " (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "Link not changed."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-MA-BEFORE
               STRING "CUST=" CL_CUST_ID DELIMITED BY SIZE
                   INTO WS-MA-BEFORE
               END-STRING
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-CU-ID TO CL_CUST_ID
               MOVE WS-SIGNON-USERNAME TO CL_LINKED_BY
               MOVE WS-TODAY TO CL_LINKED_DATE
               REWRITE CUST-LINK-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update customer link."
               END-REWRITE
           ELSE
               MOVE "(NO LINK)" TO WS-MA-BEFORE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-INPUT-USERNAME TO CL_USERNAME
               MOVE WS-CU-ID TO CL_CUST_ID
               MOVE WS-SIGNON-USERNAME TO CL_LINKED_BY
               MOVE WS-TODAY TO CL_LINKED_DATE
               WRITE CUST-LINK-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write customer link."
               END-WRITE
           END-IF.
           IF WS-LINK-STATUS = "00"
               DISPLAY WS-INPUT-USERNAME " linked to customer "
                   WS-CU-ID
               MOVE "CUSTLNK" TO WS-MA-ACTION
               MOVE SPACES TO WS-MA-AFTER
               STRING "CUST=" WS-CU-ID DELIMITED BY SIZE
                   INTO WS-MA-AFTER
               END-STRING
               PERFORM AUDIT-LINK-CHANGE
           END-IF.

       UNLINK-ACCOUNT-PARAGRAPH.
           DISPLAY "Username: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-USERNAME.
           MOVE WS-INPUT-USERNAME TO CL_USERNAME.
           READ CUST-LINK-FILE
               KEY IS CL_USERNAME
               INVALID KEY
                   DISPLAY "Account is not linked to a customer."
           END-READ.
           IF WS-LINK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Unlink from customer " CL_CUST_ID " (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Link not changed."
               EXIT PARAGRAPH
           END-IF.
           MOVE CL_CUST_ID TO WS-CU-ID.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING "CUST=" WS-CU-ID DELIMITED BY SIZE
               INTO WS-MA-BEFORE
           END-STRING.
           DELETE CUST-LINK-FILE RECORD
               INVALID KEY
                   DISPLAY "Unable to remove customer link."
           END-DELETE.
           IF WS-LINK-STATUS = "00"
               DISPLAY WS-INPUT-USERNAME " unlinked."
               MOVE "CUSTUNL" TO WS-MA-ACTION
               MOVE "(NO LINK)" TO WS-MA-AFTER
               PERFORM AUDIT-LINK-CHANGE
           END-IF.

       AUDIT-LINK-CHANGE.
      *>   Arrives with the action and both images set, and in
      *>   WS-CU-ID the customer the account was linked to or
      *>   unlinked from.
           MOVE WS-INPUT-USERNAME TO WS-MA-ACCOUNT.
           MOVE SPACES TO WS-MA-REF.
           STRING "CUSTOMER " WS-CU-ID DELIMITED BY SIZE
               INTO WS-MA-REF
           END-STRING.
           PERFORM WRITE-MAINT-AUDIT.

       SHOW-CUSTOMER-PARAGRAPH.
           DISPLAY "Customer number (0 to find by username): "
               WITH NO ADVANCING.
           ACCEPT WS-CU-ID.
           IF WS-CU-ID = ZERO
               DISPLAY "Username: " WITH NO ADVANCING
               ACCEPT WS-INPUT-USERNAME
               MOVE WS-INPUT-USERNAME TO CL_USERNAME
               READ CUST-LINK-FILE
                   KEY IS CL_USERNAME
                   INVALID KEY
                       DISPLAY "Account is not linked to a customer."
               END-READ
               IF WS-LINK-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE CL_CUST_ID TO WS-CU-ID
           END-IF.
           PERFORM READ-CUSTOMER.
           IF WS-CUST-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM DISPLAY-CUSTOMER.
           DISPLAY "  Accounts:".
           MOVE "N" TO WS-LINK-EOF.
           MOVE LOW-VALUES TO CL_USERNAME.
           START CUST-LINK-FILE KEY NOT < CL_USERNAME
               INVALID KEY
                   MOVE "Y" TO WS-LINK-EOF
           END-START.
           PERFORM UNTIL WS-LINK-EOF = "Y"
               READ CUST-LINK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINK-EOF
                   NOT AT END
                       IF CL_CUST_ID = WS-CU-ID
                           DISPLAY "    " CL_USERNAME " linked "
                               CL_LINKED_DATE " by " CL_LINKED_BY
                       END-IF
               END-READ
           END-PERFORM.

       DISPLAY-CUSTOMER.
           DISPLAY "  Customer:   " CU_CUST_ID.
           DISPLAY "  Name:       " CU_NAME.
           DISPLAY "  Address:    " CU_ADDR1.
           IF CU_ADDR2 NOT = SPACES
               DISPLAY "              " CU_ADDR2
           END-IF.
           DISPLAY "              " CU_CITY " " CU_STATE " " CU_ZIP.
           DISPLAY "  Phone:      " CU_PHONE.
           DISPLAY "  Born:       " CU_BIRTH_DATE.
           DISPLAY "  Tax ID:     " CU_TAX_ID.

       PRODUCT-PARAGRAPH.
      *>   The product table is opened only for the length of this
      *>   menu, the same as the standing order file. Any signed-on
      *>   supervisor may list products and move an account between
      *>   them; adding or changing a product's rules is admin
      *>   authority only, like the parameters it stands in for.
           OPEN I-O PRODUCT-FILE.
           IF WS-PROD-STATUS = "35"
               OPEN OUTPUT PRODUCT-FILE
               CLOSE PRODUCT-FILE
               OPEN I-O PRODUCT-FILE
           END-IF.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "Unable to open product file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "1. List products".
           DISPLAY "2. Add or change product".
           DISPLAY "3. Change account product".
           DISPLAY "4. Return".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT WS-SUB-CHOICE.
           EVALUATE WS-SUB-CHOICE
               WHEN 1
                   PERFORM LIST-PRODUCTS
               WHEN 2
                   PERFORM MAINTAIN-PRODUCT-PARAGRAPH
               WHEN 3
                   PERFORM CHANGE-ACCOUNT-PRODUCT
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
           CLOSE PRODUCT-FILE.

       LIST-PRODUCTS.
           MOVE ZERO TO WS-PROD-COUNT.
           MOVE "N" TO WS-PROD-EOF.
           MOVE LOW-VALUES TO PR_CODE.
           START PRODUCT-FILE KEY NOT < PR_CODE
               INVALID KEY
                   MOVE "Y" TO WS-PROD-EOF
           END-START.
           IF WS-PROD-EOF = "Y"
               DISPLAY "  (no products on file - every account is"
                   " running on the global parameters)"
           END-IF.
           PERFORM UNTIL WS-PROD-EOF = "Y"
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROD-EOF
                   NOT AT END
                       ADD 1 TO WS-PROD-COUNT
                       PERFORM DISPLAY-PRODUCT
               END-READ
           END-PERFORM.

       DISPLAY-PRODUCT.
           MOVE PR_INT_RATE TO WS-PR-RATE-DISPLAY.
           MOVE PR_SVC_CHARGE TO WS-PR-CHG-DISPLAY.
           MOVE PR_MIN_BAL TO WS-PR-BAL-DISPLAY.
           MOVE PR_TXN_LIMIT TO WS-PR-LIM-DISPLAY.
           DISPLAY "  " PR_CODE " " PR_NAME " GL " PR_GL_CODE.
           DISPLAY "      RATE " WS-PR-RATE-DISPLAY
               " CHARGE " WS-PR-CHG-DISPLAY
               " WAIVED AT " WS-PR-BAL-DISPLAY.
           DISPLAY "      TXN LIMIT " WS-PR-LIM-DISPLAY
               " WITHDRAWALS/MONTH " PR_WDL_LIMIT.

       MAINTAIN-PRODUCT-PARAGRAPH.
      *>   Every value is keyed fresh and checked against what its
      *>   readers can hold before the record is touched, the same
      *>   as a parameter change. A zero transaction limit leaves
      *>   the product on the TXNLIMIT parameter, a zero withdrawal
      *>   count means no count limit, and a zero minimum balance
      *>   means the charge is never waived. A new GL liability code
      *>   takes every account on the product with it: each gets a
      *>   reclass entry moving its balance from the old code to the
      *>   new (WRITE-RECLASS-JOURNAL), so the change is refused
      *>   while any of them has memo posts waiting for the
      *>   overnight run. A product new to the file counts as coming
      *>   off 2010, where the GL extract has been putting accounts
      *>   already carrying its code.
           IF WS-SIGNON-ROLE NOT = "A"
               DISPLAY "Admin authority required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Product code (blank to cancel): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-PRODUCT.
           IF WS-INPUT-PRODUCT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INPUT-PRODUCT TO PR_CODE.
           READ PRODUCT-FILE
               KEY IS PR_CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO WS-MA-BEFORE.
           IF WS-PROD-STATUS = "00"
               MOVE "Y" TO WS-PROD-FOUND
               PERFORM DISPLAY-PRODUCT
               PERFORM IMAGE-PRODUCT-RECORD
               MOVE WS-MA-AFTER TO WS-MA-BEFORE
               MOVE PR_GL_CODE TO WS-RC-OLD-GL
           ELSE
               MOVE "N" TO WS-PROD-FOUND
               MOVE "(NEW PRODUCT)" TO WS-MA-BEFORE
               MOVE 2010 TO WS-RC-OLD-GL
           END-IF.
           PERFORM ACCEPT-PRODUCT-VALUES.
           IF WS-PROD-VALID NOT = "Y"
               DISPLAY "Product not changed."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PR-GL-CODE TO WS-RC-NEW-GL.
           IF WS-RC-NEW-GL NOT = WS-RC-OLD-GL
               PERFORM PREPARE-PRODUCT-RECLASS
               IF WS-RC-OK NOT = "Y"
                   DISPLAY "Product not changed."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-PROD-FOUND = "Y"
               PERFORM MOVE-PRODUCT-VALUES
               REWRITE PRODUCT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update product."
               END-REWRITE
           ELSE
               MOVE WS-INPUT-PRODUCT TO PR_CODE
               PERFORM MOVE-PRODUCT-VALUES
               WRITE PRODUCT-RECORD
                   INVALID KEY
                       DISPLAY "Unable to add product."
               END-WRITE
           END-IF.
           IF WS-PROD-STATUS = "00"
               DISPLAY "Product " PR_CODE " saved."
               MOVE "PRODMNT" TO WS-MA-ACTION
               MOVE SPACES TO WS-MA-ACCOUNT
               MOVE PR_CODE TO WS-MA-REF
               PERFORM IMAGE-PRODUCT-RECORD
               PERFORM WRITE-MAINT-AUDIT
               IF WS-RC-NEW-GL NOT = WS-RC-OLD-GL
                   PERFORM RECLASS-PRODUCT-ACCOUNTS
                   DISPLAY WS-RC-COUNT " accounts moved from GL "
                       WS-RC-OLD-GL " to GL " WS-RC-NEW-GL "."
               END-IF
           END-IF.
           IF WS-RC-NEW-GL NOT = WS-RC-OLD-GL
               CLOSE TXN-JOURNAL
           END-IF.

       PREPARE-PRODUCT-RECLASS.
           MOVE "N" TO WS-RC-OK.
           MOVE SPACES TO WS-RC-USERNAME.
           MOVE WS-INPUT-PRODUCT TO WS-RC-PRODUCT.
           DISPLAY "GL code changes from " WS-RC-OLD-GL " to "
               WS-RC-NEW-GL " - every account on " WS-RC-PRODUCT
               " moves with it.".
           DISPLAY "Confirm (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SCAN-RECLASS-JOURNAL.
           IF WS-RC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-PENDING > ZERO
               DISPLAY WS-RC-PENDING " journal entries on accounts on "
                   WS-RC-PRODUCT " are not yet posted."
               DISPLAY "GL code change refused - change it after the"
                   " overnight posting run."
               MOVE "N" TO WS-RC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-RECLASS-JOURNAL.

       RECLASS-PRODUCT-ACCOUNTS.
      *>   Every account on the product, closed ones included - a
      *>   closed account's zero entry still tells the GL extract
      *>   where the day's closing entries belong.
           MOVE ZERO TO WS-RC-COUNT.
           MOVE "N" TO WS-RC-EOF.
           MOVE LOW-VALUES TO A_USERNAME.
           START ACCOUNT-MASTER KEY NOT < A_USERNAME
               INVALID KEY
                   MOVE "Y" TO WS-RC-EOF
           END-START.
           PERFORM UNTIL WS-RC-EOF = "Y"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RC-EOF
                   NOT AT END
                       IF A_PRODUCT = WS-RC-PRODUCT
                           PERFORM WRITE-RECLASS-JOURNAL
                           ADD 1 TO WS-RC-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       ACCEPT-PRODUCT-VALUES.
           MOVE "N" TO WS-PROD-VALID.
           IF WS-PROD-FOUND = "Y"
               DISPLAY "Name (blank to keep): " WITH NO ADVANCING
           ELSE
               DISPLAY "Name: " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-PR-NAME.
           IF WS-PR-NAME = SPACES
               IF WS-PROD-FOUND = "Y"
                   MOVE PR_NAME TO WS-PR-NAME
               ELSE
                   DISPLAY "Name is required."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Monthly interest rate, percent: "
               WITH NO ADVANCING.
           ACCEPT WS-PR-INPUT.
           IF WS-PR-INPUT > 100
               DISPLAY "Rate out of range - allowed 0 TO 100"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PR-INPUT TO WS-PR-INT-RATE.
           DISPLAY "Monthly service charge: " WITH NO ADVANCING.
           ACCEPT WS-PR-INPUT.
           IF WS-PR-INPUT > 99999.99
               DISPLAY "Charge out of range - allowed 0 TO 99999.99"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PR-INPUT TO WS-PR-SVC-CHARGE.
           DISPLAY "Minimum balance to waive charge (0 = never): "
               WITH NO ADVANCING.
           ACCEPT WS-PR-INPUT.
           IF WS-PR-INPUT > 9999999.99
               DISPLAY "Balance out of range - allowed 0 TO"
                   " 9999999.99"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PR-INPUT TO WS-PR-MIN-BAL.
           DISPLAY "Transaction limit (0 = TXNLIMIT parameter): "
               WITH NO ADVANCING.
           ACCEPT WS-PR-INPUT.
           IF WS-PR-INPUT > 99999.99
               DISPLAY "Limit out of range - allowed 0 TO 99999.99"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PR-INPUT TO WS-PR-TXN-LIMIT.
           DISPLAY "Withdrawals per month (0 = no limit): "
               WITH NO ADVANCING.
           ACCEPT WS-PR-INPUT.
           IF WS-PR-INPUT > 999
               DISPLAY "Count out of range - allowed 0 TO 999"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PR-INPUT TO WS-PR-WDL-LIMIT.
      *>   2999 is the transfer clearing account, never a home for
      *>   customer balances.
           DISPLAY "GL liability code (2000-2998): "
               WITH NO ADVANCING.
           ACCEPT WS-PR-INPUT.
           IF WS-PR-INPUT < 2000 OR WS-PR-INPUT > 2998
               DISPLAY "GL code out of range - allowed 2000 TO 2998"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PR-INPUT TO WS-PR-GL-CODE.
           MOVE "Y" TO WS-PROD-VALID.

       MOVE-PRODUCT-VALUES.
           MOVE WS-PR-NAME TO PR_NAME.
           MOVE WS-PR-INT-RATE TO PR_INT_RATE.
           MOVE WS-PR-SVC-CHARGE TO PR_SVC_CHARGE.
           MOVE WS-PR-MIN-BAL TO PR_MIN_BAL.
           MOVE WS-PR-TXN-LIMIT TO PR_TXN_LIMIT.
           MOVE WS-PR-WDL-LIMIT TO PR_WDL_LIMIT.
           MOVE WS-PR-GL-CODE TO PR_GL_CODE.
           MOVE WS-SIGNON-USERNAME TO PR_CHANGED_BY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO PR_CHANGED_DATE.

       IMAGE-PRODUCT-RECORD.
      *>   The product's rules in one line - see the MNTAUDIT
      *>   copybook for the legend.
           MOVE PR_INT_RATE TO WS-PR-RATE-DISPLAY.
           MOVE PR_SVC_CHARGE TO WS-PR-CHG-DISPLAY.
           MOVE PR_MIN_BAL TO WS-PR-BAL-DISPLAY.
           MOVE PR_TXN_LIMIT TO WS-PR-LIM-DISPLAY.
           MOVE SPACES TO WS-MA-AFTER.
           STRING "R=" WS-PR-RATE-DISPLAY " S=" WS-PR-CHG-DISPLAY
                   " M=" WS-PR-BAL-DISPLAY " L=" WS-PR-LIM-DISPLAY
                   " W=" PR_WDL_LIMIT " G=" PR_GL_CODE
               DELIMITED BY SIZE INTO WS-MA-AFTER
           END-STRING.

       CHANGE-ACCOUNT-PRODUCT.
      *>   Moves one account to another product. The account keeps
      *>   its balance and everything else; from the next run on it
      *>   earns, pays, and posts under the new product's rules.
      *>   When the new product carries a different GL liability
      *>   code the balance moves with the account - a reclass entry
      *>   (WRITE-RECLASS-JOURNAL) written straight after the master
      *>   is rewritten - so the move is refused while the account
      *>   has memo posts waiting for the overnight run. An old
      *>   product not on file counts as 2010, where the GL extract
      *>   has been putting the account.
           DISPLAY "Username: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-USERNAME.
           MOVE WS-INPUT-USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   DISPLAY "Account not found."
           END-READ.
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF A_STATUS = "C"
               DISPLAY "Account is closed."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Current product: " A_PRODUCT.
           DISPLAY "New product code: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-PRODUCT.
           IF WS-INPUT-PRODUCT = A_PRODUCT
               DISPLAY "Account is already on that product."
               EXIT PARAGRAPH
           END-IF.
           MOVE A_PRODUCT TO WS-PR-OLD-PRODUCT.
           MOVE 2010 TO WS-RC-OLD-GL.
           MOVE A_PRODUCT TO PR_CODE.
           READ PRODUCT-FILE
               KEY IS PR_CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PROD-STATUS = "00"
               MOVE PR_GL_CODE TO WS-RC-OLD-GL
           END-IF.
           MOVE WS-INPUT-PRODUCT TO PR_CODE.
           READ PRODUCT-FILE
               KEY IS PR_CODE
               INVALID KEY
                   DISPLAY "Product not on file."
           END-READ.
           IF WS-PROD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE PR_GL_CODE TO WS-RC-NEW-GL.
           IF WS-RC-NEW-GL NOT = WS-RC-OLD-GL
               PERFORM PREPARE-ACCOUNT-RECLASS
               IF WS-RC-OK NOT = "Y"
                   DISPLAY "Product not changed."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM LOCK-ACCOUNT-RECORD.
           IF WS-REC-BUSY = "N" AND WS-ACCT-STATUS = "00"
               IF A_PRODUCT NOT = WS-PR-OLD-PRODUCT
                   DISPLAY "Account changed since it was shown - start"
                       " the move again."
                   UNLOCK ACCOUNT-MASTER
               ELSE
                   PERFORM MOVE-ACCOUNT-PRODUCT
               END-IF
           END-IF.
           IF WS-RC-NEW-GL NOT = WS-RC-OLD-GL
               CLOSE TXN-JOURNAL
           END-IF.

       MOVE-ACCOUNT-PRODUCT.
           MOVE WS-INPUT-PRODUCT TO A_PRODUCT.
           REWRITE ACCOUNT
               INVALID KEY
                   DISPLAY "Unable to update account."
           END-REWRITE.
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-NEW-GL NOT = WS-RC-OLD-GL
               PERFORM WRITE-RECLASS-JOURNAL
           END-IF.
           DISPLAY "Account " A_USERNAME " moved to product "
               A_PRODUCT ".".
           IF WS-RC-NEW-GL NOT = WS-RC-OLD-GL
               DISPLAY "Balance moved from GL " WS-RC-OLD-GL " to GL "
                   WS-RC-NEW-GL "."
           END-IF.
           MOVE "PRODCHG" TO WS-MA-ACTION.
           MOVE A_USERNAME TO WS-MA-ACCOUNT.
           MOVE A_PRODUCT TO WS-MA-REF.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING "PRODUCT=" WS-PR-OLD-PRODUCT " GL=" WS-RC-OLD-GL
               DELIMITED BY SIZE INTO WS-MA-BEFORE
           END-STRING.
           MOVE SPACES TO WS-MA-AFTER.
           STRING "PRODUCT=" A_PRODUCT " GL=" WS-RC-NEW-GL
               DELIMITED BY SIZE INTO WS-MA-AFTER
           END-STRING.
           PERFORM WRITE-MAINT-AUDIT.

       PREPARE-ACCOUNT-RECLASS.
           MOVE WS-INPUT-USERNAME TO WS-RC-USERNAME.
           MOVE SPACES TO WS-RC-PRODUCT.
           PERFORM SCAN-RECLASS-JOURNAL.
           IF WS-RC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-PENDING > ZERO
               DISPLAY WS-RC-PENDING " journal entries on "
                   WS-RC-USERNAME " are not yet posted."
               DISPLAY "Move refused - the GL code changes; move the"
                   " account after the overnight posting run."
               MOVE "N" TO WS-RC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-RECLASS-JOURNAL.

       SCAN-RECLASS-JOURNAL.
      *>   One pass over the journal: memo posts still waiting for
      *>   the overnight run - on the account being moved, or, with
      *>   WS-RC-PRODUCT named, on any account on the product whose
      *>   GL code is changing - and the day's last reclass sequence
      *>   number so the new entries carry on from it. A memo post
      *>   sits ahead of the reclass in the journal, so the extract
      *>   would put it on the old code after the balance had left.
      *>   No journal at all is a quiet system, not an error.
           MOVE "Y" TO WS-RC-OK.
           MOVE ZERO TO WS-RC-PENDING.
           MOVE ZERO TO WS-JRN-SEQ.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE "N" TO WS-RC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-JRNL-EOF.
           PERFORM UNTIL WS-JRNL-EOF = "Y"
               READ TXN-JOURNAL
                   AT END
                       MOVE "Y" TO WS-JRNL-EOF
                   NOT AT END
                       PERFORM TALLY-RECLASS-JOURNAL
               END-READ
           END-PERFORM.
           CLOSE TXN-JOURNAL.

       TALLY-RECLASS-JOURNAL.
           IF JRN_TERM_ID = "PRODRCLS" AND JRN_DATE = WS-TODAY
                   AND JRN_TXN_SEQ > WS-JRN-SEQ
               MOVE JRN_TXN_SEQ TO WS-JRN-SEQ
           END-IF.
           IF JRN_POST_FLAG NOT = "M"
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-PRODUCT = SPACES
               IF JRN_USERNAME = WS-RC-USERNAME
                   ADD 1 TO WS-RC-PENDING
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE JRN_USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS = "00" AND A_PRODUCT = WS-RC-PRODUCT
               ADD 1 TO WS-RC-PENDING
           END-IF.

       OPEN-RECLASS-JOURNAL.
      *>   Opened before the master or the product is touched, so a
      *>   balance never changes GL code without its entry.
           MOVE "Y" TO WS-RC-OK.
           OPEN EXTEND TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT TXN-JOURNAL
               CLOSE TXN-JOURNAL
               OPEN EXTEND TXN-JOURNAL
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE "N" TO WS-RC-OK
           END-IF.

       WRITE-RECLASS-JOURNAL.
      *>   The account's whole balance moves from the old GL
      *>   liability code to the new: a PRC entry, posted ("P")
      *>   under terminal id PRODRCLS because the master balance
      *>   itself does not change, with the old code and the new in
      *>   JRN_REF_DATE (old * 10000 + new) and JRN_REF_SEQ 1 when
      *>   the balance is a debit (overdrawn), else 0. A balance too
      *>   large for one entry is split across as many as it takes;
      *>   a zero balance still gets one zero entry, so the GL
      *>   extract knows the day's earlier entries on the account
      *>   belong to the old code.
           MOVE A_USERNAME TO WS-JRN-USERNAME.
           MOVE "PRC" TO WS-JRN-TYPE.
           COMPUTE WS-RC-REF = WS-RC-OLD-GL * 10000 + WS-RC-NEW-GL.
           IF A_BALANCE < ZERO
               MOVE 1 TO WS-RC-DEBIT
               COMPUTE WS-RC-LEFT = ZERO - A_BALANCE
           ELSE
               MOVE ZERO TO WS-RC-DEBIT
               MOVE A_BALANCE TO WS-RC-LEFT
           END-IF.
           IF WS-RC-LEFT = ZERO
               MOVE ZERO TO WS-JRN-AMOUNT
               PERFORM WRITE-RECLASS-JRN-RECORD
           END-IF.
           PERFORM UNTIL WS-RC-LEFT = ZERO
               IF WS-RC-LEFT > 99999.99
                   MOVE 99999.99 TO WS-JRN-AMOUNT
               ELSE
                   MOVE WS-RC-LEFT TO WS-JRN-AMOUNT
               END-IF
               SUBTRACT WS-JRN-AMOUNT FROM WS-RC-LEFT
               PERFORM WRITE-RECLASS-JRN-RECORD
           END-PERFORM.

       WRITE-RECLASS-JRN-RECORD.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-JRN-SEQ TO JRN_TXN_SEQ.
           MOVE WS-JRN-USERNAME TO JRN_USERNAME.
           MOVE WS-JRN-TYPE TO JRN_TYPE.
           MOVE WS-JRN-AMOUNT TO JRN_AMOUNT.
           MOVE WS-TS-DATE TO JRN_DATE.
           MOVE WS-TS-TIME TO JRN_TIME.
           MOVE "PRODRCLS" TO JRN_TERM_ID.
           MOVE "P" TO JRN_POST_FLAG.
           MOVE WS-RC-REF TO JRN_REF_DATE.
           MOVE WS-RC-DEBIT TO JRN_REF_SEQ.
           WRITE JOURNAL-RECORD.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to write reclass journal record for "
                   WS-JRN-USERNAME " - post it by hand."
           END-IF.

       CLOSE-ACCOUNT-PARAGRAPH.
      *>   Closing pays the customer out and leaves the account at a
      *>   zero balance with status "C". Everything that could move
      *>   the balance or stop the payout is settled before a record
      *>   is touched: active holds must first be released by a
      *>   supervisor through option 7, one by one, and memo posts
      *>   still waiting for the overnight run must land before the
      *>   ledger balance can be paid out.
           DISPLAY "Username to close: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-USERNAME.
           MOVE WS-INPUT-USERNAME TO WS-CL-USERNAME.
           IF WS-CL-USERNAME = WS-SIGNON-USERNAME
               DISPLAY "Cannot close the account you are signed on"
                   " with."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CL-USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   DISPLAY "Account not found."
           END-READ.
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF A_STATUS = "C"
               DISPLAY "Account is already closed."
               EXIT PARAGRAPH
           END-IF.
           IF A_BALANCE < ZERO
               DISPLAY "Account is overdrawn - clear the debit balance"
                   " before closing."
               EXIT PARAGRAPH
           END-IF.
           MOVE A_STATUS TO WS-CL-PRIOR-STATUS.
           MOVE A_BALANCE TO WS-CL-LEDGER.
           MOVE A_PRODUCT TO WS-CL-PRODUCT.
           PERFORM CHECK-CLOSING-HOLDS.
           IF WS-HOLD-FOUND = "Y"
               DISPLAY "Active holds on " WS-CL-USERNAME
               PERFORM LIST-ACCOUNT-HOLDS
               DISPLAY "Close refused - a supervisor must release the"
                   " holds before the account can close."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SCAN-CLOSING-JOURNAL.
           IF WS-CL-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CL-PENDING > ZERO
               DISPLAY WS-CL-PENDING " journal entries on "
                   WS-CL-USERNAME " are not yet posted."
               DISPLAY "Close refused - close after the overnight"
                   " posting run."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CL-REJECTS > ZERO
               DISPLAY WS-CL-REJECTS " rejected journal entries on "
                   WS-CL-USERNAME " are not yet resolved."
               DISPLAY "Close refused - repost or write them off"
                   " through the supervisor workbench first."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CLOSING-RATES.
           PERFORM LOAD-CLOSING-PRODUCT-RATE.
           PERFORM COMPUTE-CLOSING-FIGURES.
           IF WS-CL-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-CLOSING-FIGURES.
           MOVE "N" TO WS-CL-METHOD.
           MOVE SPACES TO WS-CL-TO-USERNAME.
           IF WS-CL-PAYOUT > ZERO
               PERFORM ACCEPT-PAYOUT-METHOD
               IF WS-CL-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Close " WS-CL-USERNAME " (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Account not closed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-CLOSING-FILES.
           IF WS-CL-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM POST-CLOSING-BALANCES.
           IF WS-CL-OK = "Y"
               PERFORM WRITE-CLOSING-JOURNAL
               PERFORM CANCEL-CLOSING-ORDERS
               PERFORM WRITE-CLOSURE-RECORD
               PERFORM AUDIT-ACCOUNT-CLOSE
               DISPLAY "Account " WS-CL-USERNAME " closed."
               MOVE WS-CL-PAYOUT TO WS-CL-AMT-DISPLAY
               EVALUATE WS-CL-METHOD
                   WHEN "C"
                       DISPLAY "Pay out " WS-CL-AMT-DISPLAY
                           " in cash."
                   WHEN "T"
                       DISPLAY "Payout " WS-CL-AMT-DISPLAY
                           " transferred to " WS-CL-TO-USERNAME
               END-EVALUATE
               IF WS-CL-SO-COUNT > ZERO
                   DISPLAY WS-CL-SO-COUNT
                       " standing orders cancelled."
               END-IF
           END-IF.
           CLOSE TXN-JOURNAL.
           CLOSE CLOSURE-FILE.

       CHECK-CLOSING-HOLDS.
      *>   Active means status "A" and not yet expired - a hold past
      *>   its expiry date freezes nothing and does not stop a close.
           MOVE "N" TO WS-HOLD-FOUND.
           MOVE "N" TO WS-HOLD-EOF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-CL-USERNAME TO H_USERNAME.
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
                       IF H_USERNAME NOT = WS-CL-USERNAME
                           MOVE "Y" TO WS-HOLD-EOF
                       ELSE
                           IF H_STATUS = "A"
                                   AND (H_EXPIRY = ZERO
                                       OR H_EXPIRY NOT < WS-TODAY)
                               MOVE "Y" TO WS-HOLD-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-CLOSING-JOURNAL.
      *>   One pass over the journal: memo posts on the account still
      *>   waiting for the overnight run, whether the month-end run
      *>   has already paid this month's interest, the account's
      *>   rejects no workbench disposition has answered yet, and
      *>   the day's last closing sequence number so the new entries
      *>   carry on from it. No journal at all is a quiet system,
      *>   not an error.
           MOVE "Y" TO WS-CL-OK.
           MOVE ZERO TO WS-CL-PENDING.
           MOVE ZERO TO WS-CL-REJECTS.
           MOVE ZERO TO WS-CL-RJ-USED.
           MOVE ZERO TO WS-CL-RJ-OVERFLOW.
           MOVE "N" TO WS-CL-INT-PAID.
           MOVE ZERO TO WS-JRN-SEQ.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-CL-DATE-NUM.
           MOVE 1 TO WS-CL-DAY.
           MOVE WS-CL-DATE-NUM TO WS-CL-MONTH-START.
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE "N" TO WS-CL-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-JRNL-EOF.
           PERFORM UNTIL WS-JRNL-EOF = "Y"
               READ TXN-JOURNAL
                   AT END
                       MOVE "Y" TO WS-JRNL-EOF
                   NOT AT END
                       PERFORM TALLY-CLOSING-JOURNAL
               END-READ
           END-PERFORM.
           CLOSE TXN-JOURNAL.
           PERFORM COUNT-CLOSING-REJECTS.

       TALLY-CLOSING-JOURNAL.
           IF JRN_TERM_ID = "ACCTCLOS" AND JRN_DATE = WS-TODAY
                   AND JRN_TXN_SEQ > WS-JRN-SEQ
               MOVE JRN_TXN_SEQ TO WS-JRN-SEQ
           END-IF.
           IF JRN_USERNAME = WS-CL-USERNAME
               IF JRN_POST_FLAG = "M"
                   ADD 1 TO WS-CL-PENDING
               END-IF
               IF JRN_POST_FLAG = "R"
                   PERFORM NOTE-CLOSING-REJECT
               END-IF
               IF JRN_TYPE = "INT"
                       AND JRN_DATE NOT < WS-CL-MONTH-START
                       AND JRN_POST_FLAG NOT = "R"
                       AND JRN_POST_FLAG NOT = "W"
                   MOVE "Y" TO WS-CL-INT-PAID
               END-IF
           END-IF.
      *>   A disposition may carry a corrected username when the
      *>   repost was redirected, so it is matched on any account.
           IF JRN_POST_FLAG = "S" OR JRN_POST_FLAG = "W"
               PERFORM MARK-CLOSING-REJECT
           END-IF.

       NOTE-CLOSING-REJECT.
           IF WS-CL-RJ-USED < 100
               ADD 1 TO WS-CL-RJ-USED
               MOVE JRN_TXN_SEQ TO WS-CL-RJ-SEQ (WS-CL-RJ-USED)
               MOVE JRN_DATE TO WS-CL-RJ-DATE (WS-CL-RJ-USED)
               MOVE JRN_TYPE TO WS-CL-RJ-TYPE (WS-CL-RJ-USED)
               MOVE JRN_AMOUNT TO WS-CL-RJ-AMOUNT (WS-CL-RJ-USED)
               MOVE "N" TO WS-CL-RJ-RESOLVED (WS-CL-RJ-USED)
           ELSE
               ADD 1 TO WS-CL-RJ-OVERFLOW
           END-IF.

       MARK-CLOSING-REJECT.
      *>   Same match as the workbench: the reject's own date and
      *>   seq in the reference fields, type and amount as a
      *>   cross-check.
           MOVE "N" TO WS-CL-RJ-MATCHED.
           MOVE 1 TO WS-CL-RJ-SUB.
           PERFORM UNTIL WS-CL-RJ-MATCHED = "Y"
                   OR WS-CL-RJ-SUB > WS-CL-RJ-USED
               IF WS-CL-RJ-RESOLVED (WS-CL-RJ-SUB) = "N"
                       AND WS-CL-RJ-SEQ (WS-CL-RJ-SUB) = JRN_TXN_SEQ
                       AND WS-CL-RJ-DATE (WS-CL-RJ-SUB) = JRN_REF_DATE
                       AND WS-CL-RJ-TYPE (WS-CL-RJ-SUB) = JRN_TYPE
                       AND WS-CL-RJ-AMOUNT (WS-CL-RJ-SUB) = JRN_AMOUNT
                   MOVE "Y" TO WS-CL-RJ-RESOLVED (WS-CL-RJ-SUB)
                   MOVE "Y" TO WS-CL-RJ-MATCHED
               ELSE
                   ADD 1 TO WS-CL-RJ-SUB
               END-IF
           END-PERFORM.

       COUNT-CLOSING-REJECTS.
      *>   Rejects past the table's end are counted as outstanding -
      *>   too many to prove resolved is no reason to close.
           MOVE WS-CL-RJ-OVERFLOW TO WS-CL-REJECTS.
           MOVE 1 TO WS-CL-RJ-SUB.
           PERFORM UNTIL WS-CL-RJ-SUB > WS-CL-RJ-USED
               IF WS-CL-RJ-RESOLVED (WS-CL-RJ-SUB) = "N"
                   ADD 1 TO WS-CL-REJECTS
               END-IF
               ADD 1 TO WS-CL-RJ-SUB
           END-PERFORM.

       LOAD-CLOSING-RATES.
      *>   The same monthly rate the month-end run pays - the
      *>   account's product rate (below), else INTRATE, the
      *>   environment, then the house default - so a closing
      *>   account earns exactly what it would have at month end.
      *>   The closing fee is the CLOSEFEE parameter; with none on
      *>   file there is no fee.
           ACCEPT WS-CL-INT-RATE FROM ENVIRONMENT "INTRATE".
           IF WS-CL-INT-RATE = ZERO
               MOVE 0.25 TO WS-CL-INT-RATE
           END-IF.
           MOVE ZERO TO WS-CL-FEE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "INTRATE" TO WS-PARM-KEY.
           PERFORM GET-PARM-VALUE.
           IF WS-PARM-FOUND = "Y"
               MOVE P_VALUE TO WS-CL-INT-RATE
           END-IF.
           MOVE "CLOSEFEE" TO WS-PARM-KEY.
           PERFORM GET-PARM-VALUE.
           IF WS-PARM-FOUND = "Y"
               MOVE P_VALUE TO WS-CL-FEE
           END-IF.
           CLOSE PARM-FILE.

       LOAD-CLOSING-PRODUCT-RATE.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CL-PRODUCT TO PR_CODE.
           READ PRODUCT-FILE
               KEY IS PR_CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PROD-STATUS = "00"
               MOVE PR_INT_RATE TO WS-CL-INT-RATE
           END-IF.
           CLOSE PRODUCT-FILE.

       GET-PARM-VALUE.
           MOVE "Y" TO WS-PARM-FOUND.
           MOVE WS-PARM-KEY TO P_KEY.
           READ PARM-FILE
               KEY IS P_KEY
               INVALID KEY
                   MOVE "N" TO WS-PARM-FOUND
           END-READ.

       COMPUTE-CLOSING-FIGURES.
      *>   Closing interest runs from the first of the month to the
      *>   close date at the monthly rate, pro rata by day, unless
      *>   the month-end run has already paid this month. Only an
      *>   active account with a positive balance earns it, as at
      *>   month end. The fee never takes more than the account
      *>   holds, and a payout too large for one journal entry is
      *>   left for the console to draw down first.
           MOVE "Y" TO WS-CL-OK.
           MOVE ZERO TO WS-CL-INTEREST.
           MOVE WS-CL-MONTH-START TO WS-CL-DATE-NUM.
           IF WS-CL-MONTH = 12
               ADD 1 TO WS-CL-YEAR
               MOVE 1 TO WS-CL-MONTH
           ELSE
               ADD 1 TO WS-CL-MONTH
           END-IF.
           COMPUTE WS-CL-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-CL-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-CL-MONTH-START).
           MOVE WS-TODAY TO WS-CL-DATE-NUM.
           IF WS-CL-PRIOR-STATUS = "A" AND WS-CL-LEDGER > ZERO
                   AND WS-CL-INT-PAID = "N"
               COMPUTE WS-CL-INTEREST ROUNDED =
                   WS-CL-LEDGER * WS-CL-INT-RATE / 100
                   * WS-CL-DAY / WS-CL-MONTH-DAYS
                   ON SIZE ERROR
                       DISPLAY "Closing interest too large for a"
                           " journal entry - close by hand."
                       MOVE "N" TO WS-CL-OK
                       EXIT PARAGRAPH
               END-COMPUTE
           END-IF.
           COMPUTE WS-CL-GROSS = WS-CL-LEDGER + WS-CL-INTEREST.
           IF WS-CL-FEE > WS-CL-GROSS
               MOVE WS-CL-GROSS TO WS-CL-FEE
           END-IF.
           COMPUTE WS-CL-PAYOUT = WS-CL-GROSS - WS-CL-FEE.
           IF WS-CL-PAYOUT > 99999.99
               DISPLAY "Payout too large for a journal entry - draw"
                   " the balance down through the console first."
               MOVE "N" TO WS-CL-OK
           END-IF.

       SHOW-CLOSING-FIGURES.
           MOVE WS-CL-LEDGER TO WS-CL-DISPLAY.
           DISPLAY "Ledger balance:   " WS-CL-DISPLAY.
           MOVE WS-CL-INTEREST TO WS-CL-DISPLAY.
           DISPLAY "Closing interest: " WS-CL-DISPLAY.
           IF WS-CL-INT-PAID = "Y"
               DISPLAY "  (this month's interest already paid)"
           END-IF.
           MOVE WS-CL-FEE TO WS-CL-DISPLAY.
           DISPLAY "Closing fee:      " WS-CL-DISPLAY.
           MOVE WS-CL-PAYOUT TO WS-CL-DISPLAY.
           DISPLAY "Payout:           " WS-CL-DISPLAY.

       ACCEPT-PAYOUT-METHOD.
           MOVE "N" TO WS-CL-OK.
           MOVE SPACES TO WS-CL-METHOD.
           PERFORM UNTIL WS-CL-METHOD = "C" OR "T"
               DISPLAY "Payout method (C=cash T=transfer): "
                   WITH NO ADVANCING
               ACCEPT WS-CL-METHOD
           END-PERFORM.
           IF WS-CL-METHOD = "C"
               MOVE "Y" TO WS-CL-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Receiving account: " WITH NO ADVANCING.
           ACCEPT WS-CL-TO-USERNAME.
           IF WS-CL-TO-USERNAME = WS-CL-USERNAME
               DISPLAY "Cannot transfer to the account being closed."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CL-TO-USERNAME TO A_USERNAME.
           READ ACCOUNT-MASTER
               KEY IS A_USERNAME
               INVALID KEY
                   DISPLAY "Receiving account not found."
           END-READ.
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF A_STATUS NOT = "A"
               DISPLAY "Receiving account is not active."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CL-OK.

       OPEN-CLOSING-FILES.
      *>   Both files are opened before the master is touched, so a
      *>   close never moves money it then cannot journal.
           MOVE "Y" TO WS-CL-OK.
           OPEN EXTEND TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT TXN-JOURNAL
               CLOSE TXN-JOURNAL
               OPEN EXTEND TXN-JOURNAL
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE "N" TO WS-CL-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CLOSURE-FILE.
           IF WS-CLS-STATUS NOT = "00"
               OPEN OUTPUT CLOSURE-FILE
               CLOSE CLOSURE-FILE
               OPEN EXTEND CLOSURE-FILE
           END-IF.
           IF WS-CLS-STATUS NOT = "00"
               DISPLAY "Unable to open closed account file."
               CLOSE TXN-JOURNAL
               MOVE "N" TO WS-CL-OK
           END-IF.

       POST-CLOSING-BALANCES.
      *>   The account being closed is rewritten first - balance to
      *>   zero, status "C" - then the receiving account of a
      *>   transfer payout is credited. A credit that fails puts the
      *>   closed account back the way it was, so the payout lands
      *>   whole or not at all, as the posting run treats a transfer.
           MOVE "N" TO WS-CL-OK.
           MOVE WS-CL-USERNAME TO WS-INPUT-USERNAME.
           PERFORM LOCK-ACCOUNT-RECORD.
           IF WS-REC-BUSY = "Y" OR WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF A_BALANCE NOT = WS-CL-LEDGER OR A_STATUS = "C"
               DISPLAY "Account changed since the figures were shown"
                   " - start the close again."
               UNLOCK ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO A_BALANCE.
           MOVE "C" TO A_STATUS.
           REWRITE ACCOUNT
               INVALID KEY
                   DISPLAY "Unable to close account."
           END-REWRITE.
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CL-OK.
           IF WS-CL-METHOD NOT = "T"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CL-TO-USERNAME TO WS-INPUT-USERNAME.
           PERFORM LOCK-ACCOUNT-RECORD.
           IF WS-REC-BUSY = "N" AND WS-ACCT-STATUS = "00"
               IF A_STATUS = "A"
                   ADD WS-CL-PAYOUT TO A_BALANCE
                   REWRITE ACCOUNT
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-ACCT-STATUS = "00"
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "Receiving account is not active."
                   UNLOCK ACCOUNT-MASTER
               END-IF
           END-IF.
           DISPLAY "Unable to credit the receiving account - close"
               " backed out.".
           MOVE "N" TO WS-CL-OK.
           PERFORM RESTORE-CLOSED-ACCOUNT.

       RESTORE-CLOSED-ACCOUNT.
           MOVE WS-CL-USERNAME TO WS-INPUT-USERNAME.
           PERFORM LOCK-ACCOUNT-RECORD.
           IF WS-REC-BUSY = "N" AND WS-ACCT-STATUS = "00"
               MOVE WS-CL-LEDGER TO A_BALANCE
               MOVE WS-CL-PRIOR-STATUS TO A_STATUS
               REWRITE ACCOUNT
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WS-ACCT-STATUS NOT = "00"
               MOVE WS-CL-LEDGER TO WS-CL-DISPLAY
               DISPLAY "Unable to restore " WS-CL-USERNAME
                   " - set balance " WS-CL-DISPLAY " and status "
                   WS-CL-PRIOR-STATUS " by hand."
           END-IF.

       WRITE-CLOSING-JOURNAL.
      *>   Posted online ("P") - the master already carries every
      *>   entry - under the closing terminal id, sequenced on from
      *>   the day's last closing entry. A cash payout is CLC; a
      *>   transfer payout is CLT on the closed account with a TRI
      *>   credit leg on the receiving account, written straight
      *>   after it.
           MOVE ZERO TO WS-CL-PAYOUT-SEQ.
           MOVE WS-CL-USERNAME TO WS-JRN-USERNAME.
           IF WS-CL-INTEREST > ZERO
               MOVE "INT" TO WS-JRN-TYPE
               MOVE WS-CL-INTEREST TO WS-JRN-AMOUNT
               PERFORM WRITE-CLOSING-JRN-RECORD
           END-IF.
           IF WS-CL-FEE > ZERO
               MOVE "SVC" TO WS-JRN-TYPE
               MOVE WS-CL-FEE TO WS-JRN-AMOUNT
               PERFORM WRITE-CLOSING-JRN-RECORD
           END-IF.
           IF WS-CL-PAYOUT > ZERO
               IF WS-CL-METHOD = "C"
                   MOVE "CLC" TO WS-JRN-TYPE
               ELSE
                   MOVE "CLT" TO WS-JRN-TYPE
               END-IF
               MOVE WS-CL-PAYOUT TO WS-JRN-AMOUNT
               PERFORM WRITE-CLOSING-JRN-RECORD
               MOVE WS-JRN-SEQ TO WS-CL-PAYOUT-SEQ
               IF WS-CL-METHOD = "T"
                   MOVE WS-CL-TO-USERNAME TO WS-JRN-USERNAME
                   MOVE "TRI" TO WS-JRN-TYPE
                   PERFORM WRITE-CLOSING-JRN-RECORD
               END-IF
           END-IF.

       WRITE-CLOSING-JRN-RECORD.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-JRN-SEQ TO JRN_TXN_SEQ.
           MOVE WS-JRN-USERNAME TO JRN_USERNAME.
           MOVE WS-JRN-TYPE TO JRN_TYPE.
           MOVE WS-JRN-AMOUNT TO JRN_AMOUNT.
           MOVE WS-TS-DATE TO JRN_DATE.
           MOVE WS-TS-TIME TO JRN_TIME.
           MOVE "ACCTCLOS" TO JRN_TERM_ID.
           MOVE "P" TO JRN_POST_FLAG.
           MOVE ZERO TO JRN_REF_DATE.
           MOVE ZERO TO JRN_REF_SEQ.
           WRITE JOURNAL-RECORD.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to write transaction journal record."
           END-IF.

       CANCEL-CLOSING-ORDERS.
      *>   A closed account can neither pay nor receive - every
      *>   active order paying from it or into it is cancelled, so
      *>   the nightly run does not fail on them night after night.
           MOVE ZERO TO WS-CL-SO-COUNT.
           OPEN I-O STDORD-FILE.
           IF WS-SO-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "Unable to open standing order file - cancel"
                   " the account's orders by hand."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SO-EOF.
           PERFORM UNTIL WS-SO-EOF = "Y"
               READ STDORD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SO-EOF
                   NOT AT END
                       PERFORM CANCEL-ONE-CLOSING-ORDER
               END-READ
           END-PERFORM.
           CLOSE STDORD-FILE.

       CANCEL-ONE-CLOSING-ORDER.
           IF SO_STATUS = "A"
                   AND (SO_FROM_USERNAME = WS-CL-USERNAME
                       OR SO_TO_USERNAME = WS-CL-USERNAME)
               MOVE "C" TO SO_STATUS
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to cancel standing order "
                           SO_FROM_USERNAME " " SO_SEQ
               END-REWRITE
               IF WS-SO-STATUS = "00"
                   ADD 1 TO WS-CL-SO-COUNT
               END-IF
           END-IF.

       AUDIT-ACCOUNT-CLOSE.
           MOVE "ACCTCLOS" TO WS-MA-ACTION.
           MOVE WS-CL-USERNAME TO WS-MA-ACCOUNT.
           MOVE SPACES TO WS-MA-REF.
           MOVE WS-CL-LEDGER TO WS-MA-BAL-DISPLAY.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING "STATUS=" WS-CL-PRIOR-STATUS " BAL="
                   WS-MA-BAL-DISPLAY
               DELIMITED BY SIZE INTO WS-MA-BEFORE
           END-STRING.
           MOVE WS-CL-PAYOUT TO WS-CL-AMT-DISPLAY.
           MOVE SPACES TO WS-MA-AFTER.
           EVALUATE WS-CL-METHOD
               WHEN "C"
                   STRING "STATUS=C BAL=0 PAYOUT=" WS-CL-AMT-DISPLAY
                           " CASH"
                       DELIMITED BY SIZE INTO WS-MA-AFTER
                   END-STRING
               WHEN "T"
                   STRING "STATUS=C BAL=0 PAYOUT=" WS-CL-AMT-DISPLAY
                           " TO " WS-CL-TO-USERNAME
                       DELIMITED BY SIZE INTO WS-MA-AFTER
                   END-STRING
               WHEN OTHER
                   MOVE "STATUS=C BAL=0 NO PAYOUT" TO WS-MA-AFTER
           END-EVALUATE.
           PERFORM WRITE-MAINT-AUDIT.

       WRITE-CLOSURE-RECORD.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           MOVE WS-CL-USERNAME TO CA_USERNAME.
           MOVE WS-TS-DATE TO CA_DATE.
           MOVE WS-TS-TIME TO CA_TIME.
           MOVE WS-SIGNON-USERNAME TO CA_CLOSED_BY.
           MOVE WS-CL-PRIOR-STATUS TO CA_PRIOR_STATUS.
           MOVE WS-CL-LEDGER TO CA_LEDGER_BAL.
           MOVE WS-CL-INTEREST TO CA_INTEREST.
           MOVE WS-CL-FEE TO CA_FEE.
           MOVE WS-CL-PAYOUT TO CA_PAYOUT.
           MOVE WS-CL-METHOD TO CA_METHOD.
           MOVE WS-CL-TO-USERNAME TO CA_TO_USERNAME.
           MOVE WS-CL-PAYOUT-SEQ TO CA_JRN_SEQ.
           MOVE WS-CL-SO-COUNT TO CA_SO_CANCELLED.
           WRITE CLOSURE-RECORD.
           IF WS-CLS-STATUS NOT = "00"
               DISPLAY "Unable to write closed account record."
           END-IF.

       EXIT-PARAGRAPH.
           CLOSE ACCOUNT-MASTER.
           CLOSE HOLD-FILE.
