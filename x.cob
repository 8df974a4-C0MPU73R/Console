       >> SOURCE FORMAT FREE
           IDENTIFICATION DIVISION.
           PROGRAM-ID. x.
           AUTHOR. C0MPU73R.
           DATE-WRITTEN. OCTOBER 15 2026.
      *>   Daily maintenance activity report for second-supervisor
      *>   review. Reads the before-and-after audit records account
      *>   maintenance (m.cob) and the supervisor workbench (w.cob)
      *>   append for every change they make (MNTAUDIT copybook) and
      *>   lists the business day's activity: who did what, from
      *>   which terminal, to which account, and the fields as they
      *>   stood before and after. Changes that granted supervisor or
      *>   admin authority are pulled to the top of the report and
      *>   starred, as are changes an operator made to their own
      *>   account - those are what the second supervisor must look
      *>   at hardest. Each change to an account names the account's
      *>   owner from the customer file beside the username. The
      *>   report closes with a sign-off block for the reviewing
      *>   supervisor. The step ends RC 4 when any starred item is
      *>   listed. The report date comes from the command line
      *>   (YYYYMMDD); without one it is the most recent date in the
      *>   journal.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MAINT-AUDIT ASSIGN TO "MNTAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MNTAUD-STATUS.
               SELECT TXN-JOURNAL ASSIGN TO "TXNJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT MAINT-REPORT ASSIGN TO "MNTRPT"
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

           DATA DIVISION.
           FILE SECTION.
           FD  MAINT-AUDIT.
               COPY MNTAUDIT.
           FD  TXN-JOURNAL.
               COPY TXNJRNL.
           FD  MAINT-REPORT.
           01 MAINT-LINE PIC X(80).
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.

           WORKING-STORAGE SECTION.
           01 WS-MNTAUD-STATUS PIC XX VALUE "00".
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-OWNER-FOUND PIC X(1) VALUE "N".
           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-AUDIT-FAIL PIC X(1) VALUE "N".
           01 WS-RPT-DATE PIC 9(8) VALUE ZEROS.
           01 WS-PARM-DATE PIC X(8) VALUE SPACES.
           01 WS-LATEST-DATE PIC 9(8) VALUE ZEROS.
           01 WS-PASS PIC X(1) VALUE "G".
           01 WS-STARRED PIC X(1) VALUE "N".
           01 WS-OWN-ACCOUNT PIC X(1) VALUE "N".
           01 WS-ACTIVITY-COUNT PIC 9(6) VALUE 0.
           01 WS-GRANT-COUNT PIC 9(6) VALUE 0.
           01 WS-OWN-COUNT PIC 9(6) VALUE 0.
           01 WS-ROLE-COUNT PIC 9(6) VALUE 0.
           01 WS-STATUS-COUNT PIC 9(6) VALUE 0.
           01 WS-HOLD-COUNT PIC 9(6) VALUE 0.
           01 WS-CLOSE-COUNT PIC 9(6) VALUE 0.
           01 WS-PARM-COUNT PIC 9(6) VALUE 0.
           01 WS-PRODUCT-COUNT PIC 9(6) VALUE 0.
           01 WS-ORDER-COUNT PIC 9(6) VALUE 0.
           01 WS-CUSTOMER-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-MARK PIC X(3) VALUE SPACES.
           01 WS-TIME-DISPLAY PIC X(8) VALUE SPACES.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SET-REPORT-DATE.
           OPEN OUTPUT MAINT-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open maintenance report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-CUSTOMER-FILES.
      *>   Two passes over the day's audit records: authority
      *>   grants and own-account changes first, then everything.
           MOVE "G" TO WS-PASS.
           MOVE "AUTHORITY GRANTS AND OWN-ACCOUNT CHANGES"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM SCAN-AUDIT-FILE.
           IF WS-GRANT-COUNT = ZERO AND WS-OWN-COUNT = ZERO
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "A" TO WS-PASS.
           MOVE "ALL MAINTENANCE ACTIVITY" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM SCAN-AUDIT-FILE.
           IF WS-ACTIVITY-COUNT = ZERO
               MOVE "  (NO MAINTENANCE ACTIVITY ON DATE)"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-SIGN-OFF.
           PERFORM CLOSE-CUSTOMER-FILES.
           CLOSE MAINT-REPORT.
           IF WS-AUDIT-FAIL = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-GRANT-COUNT > ZERO OR WS-OWN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
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

       SCAN-AUDIT-FILE.
      *>   No audit file yet means nothing has ever been maintained
      *>   - an empty report, not an error.
           OPEN INPUT MAINT-AUDIT.
           IF WS-MNTAUD-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MNTAUD-STATUS NOT = "00"
               DISPLAY "Unable to open maintenance audit file."
               MOVE "Y" TO WS-AUDIT-FAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MAINT-AUDIT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF MA_DATE = WS-RPT-DATE
                           PERFORM REPORT-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAINT-AUDIT.

       REPORT-AUDIT-RECORD.
           MOVE "N" TO WS-STARRED.
           MOVE "N" TO WS-OWN-ACCOUNT.
           IF MA_ACCOUNT NOT = SPACES AND MA_ACCOUNT = MA_OPERATOR
               MOVE "Y" TO WS-OWN-ACCOUNT
               MOVE "Y" TO WS-STARRED
           END-IF.
           IF MA_GRANT = "Y"
               MOVE "Y" TO WS-STARRED
           END-IF.
           IF WS-PASS = "G"
               IF WS-STARRED = "Y"
                   IF MA_GRANT = "Y"
                       ADD 1 TO WS-GRANT-COUNT
                   END-IF
                   IF WS-OWN-ACCOUNT = "Y"
                       ADD 1 TO WS-OWN-COUNT
                   END-IF
                   PERFORM WRITE-AUDIT-LINES
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVITY-COUNT.
           EVALUATE MA_ACTION
               WHEN "ACCTADD"
                   ADD 1 TO WS-ROLE-COUNT
               WHEN "ROLECHG"
                   ADD 1 TO WS-ROLE-COUNT
               WHEN "CREDRST"
                   ADD 1 TO WS-ROLE-COUNT
               WHEN "DEACT"
                   ADD 1 TO WS-STATUS-COUNT
               WHEN "RELLOCK"
                   ADD 1 TO WS-STATUS-COUNT
               WHEN "REACTDOR"
                   ADD 1 TO WS-STATUS-COUNT
               WHEN "HOLDPLC"
                   ADD 1 TO WS-HOLD-COUNT
               WHEN "HOLDREL"
                   ADD 1 TO WS-HOLD-COUNT
               WHEN "ACCTCLOS"
                   ADD 1 TO WS-CLOSE-COUNT
               WHEN "PARMCHG"
                   ADD 1 TO WS-PARM-COUNT
               WHEN "PRODMNT"
                   ADD 1 TO WS-PRODUCT-COUNT
               WHEN "PRODCHG"
                   ADD 1 TO WS-PRODUCT-COUNT
               WHEN "SOADD"
                   ADD 1 TO WS-ORDER-COUNT
               WHEN "SOCHG"
                   ADD 1 TO WS-ORDER-COUNT
               WHEN "SOCAN"
                   ADD 1 TO WS-ORDER-COUNT
               WHEN "CUSTADD"
                   ADD 1 TO WS-CUSTOMER-COUNT
               WHEN "CUSTCHG"
                   ADD 1 TO WS-CUSTOMER-COUNT
               WHEN "CUSTLNK"
                   ADD 1 TO WS-CUSTOMER-COUNT
               WHEN "CUSTUNL"
                   ADD 1 TO WS-CUSTOMER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
           PERFORM WRITE-AUDIT-LINES.

       WRITE-AUDIT-LINES.
           IF WS-STARRED = "Y"
               MOVE "***" TO WS-MARK
           ELSE
               MOVE SPACES TO WS-MARK
           END-IF.
           MOVE SPACES TO WS-TIME-DISPLAY.
           STRING MA_TIME (1:2) ":" MA_TIME (3:2) ":" MA_TIME (5:2)
               DELIMITED BY SIZE INTO WS-TIME-DISPLAY
           END-STRING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-MARK " " WS-TIME-DISPLAY " " MA_OPERATOR " "
                   MA_TERM_ID " " MA_ACTION " " MA_ACCOUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF MA_ACCOUNT NOT = SPACES
               MOVE MA_ACCOUNT TO CL_USERNAME
               PERFORM FIND-ACCOUNT-OWNER
               MOVE SPACES TO WS-RPT-LINE
               IF WS-OWNER-FOUND = "Y"
                   STRING "      OWNER:  " CU_NAME
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   MOVE "      OWNER:  (NO CUSTOMER ON FILE)"
                       TO WS-RPT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF MA_REF NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "      REF:    " MA_REF
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "      BEFORE: " MA_BEFORE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "      AFTER:  " MA_AFTER
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-PASS = "G"
               IF MA_GRANT = "Y"
                   MOVE "      ** GRANTS SUPERVISOR OR ADMIN AUTHORITY"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               IF WS-OWN-ACCOUNT = "Y"
                   MOVE "      ** OPERATOR CHANGED OWN ACCOUNT"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MAINTENANCE ACTIVITY REPORT - DATE: " WS-RPT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "    TIME     OPERATOR             TERMINAL ACTION"
               TO WS-RPT-LINE.
           MOVE "ACCOUNT" TO WS-RPT-LINE (53:7).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CHANGES LISTED:        " WS-ACTIVITY-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ADDS/ROLES/RESETS:   " WS-ROLE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  STATUS CHANGES:      " WS-STATUS-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  HOLDS:               " WS-HOLD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  CLOSES:              " WS-CLOSE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PARAMETERS:          " WS-PARM-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PRODUCTS:            " WS-PRODUCT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  STANDING ORDERS:     " WS-ORDER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  CUSTOMERS:           " WS-CUSTOMER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  REJECT DISPOSITIONS: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "AUTHORITY GRANTS:      " WS-GRANT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "OWN-ACCOUNT CHANGES:   " WS-OWN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-AUDIT-FAIL = "Y"
               MOVE "AUDIT FILE COULD NOT BE READ - REPORT INCOMPLETE"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-SIGN-OFF.
      *>   The reviewer may not be anyone who appears above as the
      *>   operator of a starred change.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REVIEWED BY SECOND SUPERVISOR (NOT AN OPERATOR OF A"
               TO WS-RPT-LINE.
           MOVE "STARRED CHANGE):" TO WS-RPT-LINE (53:16).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  NAME: ____________________  SIGNATURE: ______________"
               TO WS-RPT-LINE.
           MOVE "______  DATE: ________" TO WS-RPT-LINE (57:22).
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
           WRITE MAINT-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write maintenance report record."
           END-IF.
