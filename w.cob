      *>   supervisor) or "W" (written off) so the reconciliation
      *>   and the monthly statements stay consistent without ever
      *>   rewriting journal history; the original "R" record stays
      *>   where the posting run left it. Each disposition also
      *>   appends a before-and-after maintenance audit record
      *>   (MNTAUDIT copybook) for the daily activity report. The
      *>   reject list names each account's owner from the customer
      *>   file beside the username.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS H_KEY
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT MAINT-AUDIT ASSIGN TO "MNTAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MNTAUD-STATUS.
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

           DATA DIVISION.
           FILE SECTION.
               COPY TXNJRNL.
           FD  HOLD-FILE.
               COPY HOLDS.
           FD  MAINT-AUDIT.
               COPY MNTAUDIT.
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.

           WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX VALUE "00".
           01 WS-BALANCE-DISPLAY PIC -9(7).99.
           01 WS-HOLD-STATUS PIC XX VALUE "00".
           01 WS-HOLDS-OPEN PIC X(1) VALUE "N".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-OWNER-FOUND PIC X(1) VALUE "N".
           01 WS-HOLD-EOF PIC X(1) VALUE "N".
           01 WS-HOLD-USERNAME PIC X(20) VALUE SPACES.
           01 WS-HOLD-TOTAL PIC 9(7)V99 VALUE ZEROS.
           01 WS-REJ-USED PIC 9(3) VALUE 0.
           01 WS-REJ-OVERFLOW PIC 9(4) VALUE 0.
           01 WS-OPEN-COUNT PIC 9(3) VALUE 0.
           01 WS-TERM-ID PIC X(8) VALUE SPACES.
           01 WS-MNTAUD-STATUS PIC XX VALUE "00".
           01 WS-MA-ACTION PIC X(8) VALUE SPACES.
           01 WS-MA-REF PIC X(20) VALUE SPACES.
           01 WS-MA-BEFORE PIC X(60) VALUE SPACES.
           01 WS-MA-AFTER PIC X(60) VALUE SPACES.
           01 WS-MA-BAL-DISPLAY PIC -9(7).99.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           IF WS-CONTINUE = "Y"
               PERFORM OPEN-HOLD-FILE
           END-IF.
           IF WS-CONTINUE = "Y"
               PERFORM OPEN-CUSTOMER-FILES
           END-IF.
           IF WS-CONTINUE = "Y"
               PERFORM SIGNON-PARAGRAPH
           END-IF.
      *>   supervisor or admin authority only, same rule as the
      *>   maintenance program.
           MOVE "N" TO WS-SIGNON-OK.
           ACCEPT WS-TERM-ID FROM ENVIRONMENT "TERMINAL".
           IF WS-TERM-ID = SPACES
               MOVE "LOCALTRM" TO WS-TERM-ID
           END-IF.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT WS-SIGNON-USERNAME.
           DISPLAY "Password: " WITH NO ADVANCING.
                       WS-RJ-USERNAME (WS-SUB) " "
                       WS-RJ-TYPE (WS-SUB) " " WS-AMOUNT-DISPLAY " "
                       WS-RJ-DATE (WS-SUB)
                   MOVE WS-RJ-USERNAME (WS-SUB) TO CL_USERNAME
                   PERFORM FIND-ACCOUNT-OWNER
                   IF WS-OWNER-FOUND = "Y"
                       DISPLAY "        OWNER: " CU_NAME
                   ELSE
                       DISPLAY "        OWNER: (NO CUSTOMER ON FILE)"
                   END-IF
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
               MOVE A_BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "Posted to " WS-APPLY-USERNAME
                   " - new balance: " WS-BALANCE-DISPLAY
               IF WS-FORCE-POST = "Y"
                   MOVE "FORCEPST" TO WS-MA-ACTION
               ELSE
                   MOVE "REPOST" TO WS-MA-ACTION
               END-IF
               MOVE WS-RJ-AMOUNT (WS-PICK) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-MA-AFTER
               IF WS-APPLY-USERNAME = WS-RJ-USERNAME (WS-PICK)
                   STRING "BAL=" WS-BALANCE-DISPLAY
                           " AMT=" WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO WS-MA-AFTER
                   END-STRING
               ELSE
                   STRING "BAL=" WS-BALANCE-DISPLAY
                           " AMT=" WS-AMOUNT-DISPLAY
                           " FROM=" WS-RJ-USERNAME (WS-PICK)
                       DELIMITED BY SIZE INTO WS-MA-AFTER
                   END-STRING
               END-IF
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

       APPLY-TO-MASTER.
                   DISPLAY "Record busy - try again shortly."
               END-IF
           END-IF.
      *>   A closed account was paid out to zero and stays there -
      *>   nothing is posted to it, repost or force-post alike.
           IF WS-APPLY-OK = "Y" AND A_STATUS = "C"
               DISPLAY "Account is closed."
               MOVE "N" TO WS-APPLY-OK
               UNLOCK ACCOUNT-MASTER
           END-IF.
           IF WS-APPLY-OK = "Y"
               MOVE A_BALANCE TO WS-MA-BAL-DISPLAY
               MOVE SPACES TO WS-MA-BEFORE
               STRING "BAL=" WS-MA-BAL-DISPLAY
                   DELIMITED BY SIZE INTO WS-MA-BEFORE
               END-STRING
               EVALUATE WS-RJ-TYPE (WS-PICK)
                   WHEN "DEP"
                       ADD WS-RJ-AMOUNT (WS-PICK) TO A_BALANCE
                       ADD WS-RJ-AMOUNT (WS-PICK) TO A_BALANCE
                   WHEN "RVW"
                       ADD WS-RJ-AMOUNT (WS-PICK) TO A_BALANCE
                   WHEN "ECR"
                       ADD WS-RJ-AMOUNT (WS-PICK) TO A_BALANCE
                   WHEN "WDL"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN "TRF"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN "RVD"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN "EDR"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN "CLC"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN "CLT"
                       PERFORM APPLY-DEBIT-LEG
                   WHEN OTHER
                       MOVE "N" TO WS-APPLY-OK
                       DISPLAY "Transaction type cannot be reposted."
           MOVE WS-RJ-USERNAME (WS-PICK) TO WS-APPLY-USERNAME.
           PERFORM WRITE-DISPOSITION-RECORD.
           DISPLAY "Record written off - reason " WS-REASON-CODE.
           MOVE "WRITEOFF" TO WS-MA-ACTION.
           MOVE WS-RJ-AMOUNT (WS-PICK) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-MA-BEFORE.
           STRING "REJECTED AMT=" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-MA-BEFORE
           END-STRING.
           MOVE SPACES TO WS-MA-AFTER.
           STRING "WRITTEN OFF RSN=" WS-REASON-CODE
               DELIMITED BY SIZE INTO WS-MA-AFTER
           END-STRING.
           PERFORM WRITE-MAINT-AUDIT.

       WRITE-DISPOSITION-RECORD.
      *>   The disposition is appended to the journal, never edited
           END-IF.
           CLOSE TXN-JOURNAL.

       WRITE-MAINT-AUDIT.
      *>   One before-and-after record per disposition, appended
      *>   with the create-on-first-use open. The reference names
      *>   the reject by its journal date, seq, and type; the
      *>   account is the one the amount went to.
           OPEN EXTEND MAINT-AUDIT.
           IF WS-MNTAUD-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT
               CLOSE MAINT-AUDIT
               OPEN EXTEND MAINT-AUDIT
           END-IF.
           IF WS-MNTAUD-STATUS NOT = "00"
               DISPLAY "Unable to open maintenance audit file."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MA-REF.
           STRING WS-RJ-DATE (WS-PICK) " "
                   WS-RJ-SEQ (WS-PICK) " " WS-RJ-TYPE (WS-PICK)
               DELIMITED BY SIZE INTO WS-MA-REF
           END-STRING.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           MOVE WS-TS-DATE TO MA_DATE.
           MOVE WS-TS-TIME TO MA_TIME.
           MOVE WS-SIGNON-USERNAME TO MA_OPERATOR.
           MOVE WS-TERM-ID TO MA_TERM_ID.
           MOVE WS-MA-ACTION TO MA_ACTION.
           MOVE WS-APPLY-USERNAME TO MA_ACCOUNT.
           MOVE WS-MA-REF TO MA_REF.
           MOVE WS-MA-BEFORE TO MA_BEFORE.
           MOVE WS-MA-AFTER TO MA_AFTER.
           MOVE "N" TO MA_GRANT.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-MNTAUD-STATUS NOT = "00"
               DISPLAY "Unable to write maintenance audit record."
           END-IF.
           CLOSE MAINT-AUDIT.

       EXIT-PARAGRAPH.
           CLOSE ACCOUNT-MASTER.
           IF WS-HOLDS-OPEN = "Y"
               CLOSE HOLD-FILE
           END-IF.
           PERFORM CLOSE-CUSTOMER-FILES.
           DISPLAY "Workbench session ended.".

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
