      *>   set otherwise). The report date is taken from the command
      *>   line (YYYYMMDD); without one it is the most recent date in
      *>   the log, so the nightly run reports on the business day
      *>   just closed even when it starts after midnight. Every
      *>   username listed is followed by the account owner's name
      *>   from the customer file, where there is one.
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

           DATA DIVISION.
           FILE SECTION.
           01 SEC-LINE PIC X(80).
           FD  PARM-FILE.
               COPY PARMS.
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-OWNER-FOUND PIC X(1) VALUE "N".
           01 WS-AUDIT-EOF PIC X(1) VALUE "N".
           01 WS-RPT-DATE PIC 9(8) VALUE ZEROS.
           01 WS-PARM-DATE PIC X(8) VALUE SPACES.
                       PERFORM TALLY-AUDIT-RECORD
               END-READ
           END-PERFORM.
           PERFORM OPEN-CUSTOMER-FILES.
           PERFORM WRITE-SECURITY-REPORT.
           PERFORM CLOSE-CUSTOMER-FILES.
           CLOSE AUDIT-LOG.
           CLOSE SEC-REPORT.
           STOP RUN.
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE WS-FT-USERNAME (WS-SUB) TO CL_USERNAME
               PERFORM WRITE-OWNER-LINE
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-FAIL-OVERFLOW > ZERO
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE WS-LT-USERNAME (WS-SUB) TO CL_USERNAME
               PERFORM WRITE-OWNER-LINE
               ADD 1 TO WS-SUB
           END-PERFORM.
           MOVE "AFTER-HOURS SUCCESSFUL LOGINS" TO WS-RPT-LINE.
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE WS-AT-USERNAME (WS-SUB) TO CL_USERNAME
               PERFORM WRITE-OWNER-LINE
               ADD 1 TO WS-SUB
           END-PERFORM.

       WRITE-OWNER-LINE.
      *>   Arrives with the username in CL_USERNAME.
           PERFORM FIND-ACCOUNT-OWNER.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-OWNER-FOUND = "Y"
               STRING "      OWNER: " CU_NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE "      OWNER: (NO CUSTOMER ON FILE)" TO WS-RPT-LINE
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

       WRITE-REPORT-LINE.
           WRITE SEC-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
