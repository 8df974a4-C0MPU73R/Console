      *>   goes through the maintenance program like a lock
      *>   release. Deactivated, locked, and already-dormant
      *>   accounts are aged on the report but never reflagged.
      *>   Each flagged account is listed with its owner's name from
      *>   the customer file.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT DORM-REPORT ASSIGN TO "DORMRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.
                 02 AUD_RESULT PIC X(7).
           FD  PARM-FILE.
               COPY PARMS.
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.
           FD  DORM-REPORT.
           01 DORM-LINE PIC X(80).

           01 WS-AUDIT-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-OWNER-FOUND PIC X(1) VALUE "N".
           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-PARM-FOUND PIC X(1) VALUE "N".
           01 WS-PARM-KEY PIC X(8) VALUE SPACES.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM SCAN-JOURNAL.
           PERFORM SCAN-AUDIT-LOG.
           PERFORM OPEN-CUSTOMER-FILES.
           PERFORM AGE-AND-FLAG-ACCOUNTS.
           PERFORM CLOSE-CUSTOMER-FILES.
           PERFORM WRITE-AGING-REPORT.
           CLOSE DORM-REPORT.
           IF WS-FLAG-FAIL-COUNT > ZERO
           CLOSE TXN-JOURNAL.

       NOTE-JOURNAL-ACTIVITY.
      *>   A product reclass (PRC) is the bank's own entry, not the
      *>   customer's activity - it keeps no account awake.
           IF JRN_TYPE = "PRC"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-ACCT-USED
               IF WS-AT-USERNAME (WS-SUB) = JRN_USERNAME
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   PERFORM WRITE-OWNER-LINE
               ELSE
                   ADD 1 TO WS-FLAG-FAIL-COUNT
               END-IF
           END-IF.

       WRITE-OWNER-LINE.
           MOVE WS-AT-USERNAME (WS-SUB) TO CL_USERNAME.
           PERFORM FIND-ACCOUNT-OWNER.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-OWNER-FOUND = "Y"
               STRING "    OWNER: " CU_NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE "    OWNER: (NO CUSTOMER ON FILE)" TO WS-RPT-LINE
           END-IF.
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

       WRITE-REPORT-HEADER.
      *>   Written before the flagging pass, whose FLAGGED lines
      *>   come out as they happen.
