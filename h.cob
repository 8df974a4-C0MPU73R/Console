       >> SOURCE FORMAT FREE
           IDENTIFICATION DIVISION.
           PROGRAM-ID. h.
           AUTHOR. C0MPU73R.
           DATE-WRITTEN. OCTOBER 15 2026.
      *>   One-time account master conversion, run once at the
      *>   cutover to account products - the record grew from 102 to
      *>   105 bytes when the product code (A_PRODUCT) was added at
      *>   the end. Reads the 102-byte master and writes every record
      *>   in the current ACCOUNT copybook layout to a flat file the
      *>   backup utility's RELOAD can load into a freshly defined
      *>   cluster, every account on the one product code named on
      *>   the command line - the business's checking product, CHK,
      *>   when none is named. Savings and money-market accounts are
      *>   then moved to their real products through maintenance.
      *>   The rest of the record - credentials, status, role,
      *>   balance - passes through untouched. A control report of
      *>   record counts and balance totals for both sides proves the
      *>   copy complete and ends the step RC 8 when the two sides
      *>   disagree, the same contract as the earlier master and
      *>   journal conversions this program is modeled on.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OLD-MASTER ASSIGN TO "ACCTOLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS O_USERNAME
                   FILE STATUS IS WS-OLD-STATUS.
               SELECT CONVERT-FILE ASSIGN TO "ACCTNEW"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNV-STATUS.
               SELECT CONVERT-REPORT ASSIGN TO "PCVRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  OLD-MASTER.
      *>   The 102-byte record layout, frozen here on purpose - this
      *>   program is the only reader of the old master left.
           01 OLD-ACCOUNT.
                 02 O_USERNAME PIC X(20).
                 02 O_PASS PIC 9999999999999999.
                 02 O_PIN PIC 9999.
                 02 O_STATUS PIC X(1).
                 02 O_BALANCE PIC S9(7)V99.
                 02 O_FAIL_COUNT PIC 99.
                 02 O_ROLE PIC X(1).
                 02 O_PWD_DATE PIC 9(8).
                 02 O_FORCE_CHANGE PIC X(1).
                 02 O_PREV_PASS1 PIC 9999999999999999.
                 02 O_PREV_PASS2 PIC 9999999999999999.
                 02 O_PREV_PIN1 PIC 9999.
                 02 O_PREV_PIN2 PIC 9999.
           FD  CONVERT-FILE.
      *>   Flat image of one current-layout ACCOUNT record - the
      *>   length must match the record layout in the ACCOUNT
      *>   copybook, same as the backup utility's backup file.
           01 CONVERT-RECORD PIC X(105).
           FD  CONVERT-REPORT.
           01 PCV-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               COPY ACCOUNT.
           01 WS-OLD-STATUS PIC XX VALUE "00".
           01 WS-CNV-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-PRODUCT PIC X(3) VALUE SPACES.
           01 WS-READ-COUNT PIC 9(6) VALUE 0.
           01 WS-WRITE-COUNT PIC 9(6) VALUE 0.
           01 WS-READ-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-WRITE-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-TOT-DISPLAY PIC -9(11).99.
           01 WS-TS-DATE PIC 9(8) VALUE ZEROS.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           ACCEPT WS-PRODUCT FROM COMMAND-LINE.
           IF WS-PRODUCT = SPACES
               MOVE "CHK" TO WS-PRODUCT
           END-IF.
           OPEN OUTPUT CONVERT-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open conversion report file."
           END-IF.
           OPEN INPUT OLD-MASTER.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Unable to open old account master file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONVERT-FILE.
           IF WS-CNV-STATUS NOT = "00"
               DISPLAY "Unable to open converted output file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE OLD-MASTER.
           CLOSE CONVERT-FILE.
           PERFORM WRITE-CONTROL-REPORT.
           CLOSE CONVERT-REPORT.
           STOP RUN.

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           ADD O_BALANCE TO WS-READ-TOTAL.
           MOVE O_USERNAME TO A_USERNAME.
           MOVE O_PASS TO A_PASS.
           MOVE O_PIN TO A_PIN.
           MOVE O_STATUS TO A_STATUS.
           MOVE O_BALANCE TO A_BALANCE.
           MOVE O_FAIL_COUNT TO A_FAIL_COUNT.
           MOVE O_ROLE TO A_ROLE.
           MOVE O_PWD_DATE TO A_PWD_DATE.
           MOVE O_FORCE_CHANGE TO A_FORCE_CHANGE.
           MOVE O_PREV_PASS1 TO A_PREV_PASS1.
           MOVE O_PREV_PASS2 TO A_PREV_PASS2.
           MOVE O_PREV_PIN1 TO A_PREV_PIN1.
           MOVE O_PREV_PIN2 TO A_PREV_PIN2.
           MOVE WS-PRODUCT TO A_PRODUCT.
           WRITE CONVERT-RECORD FROM ACCOUNT.
           IF WS-CNV-STATUS = "00"
               ADD 1 TO WS-WRITE-COUNT
               ADD A_BALANCE TO WS-WRITE-TOTAL
           ELSE
               DISPLAY "Unable to write converted record."
           END-IF.

       WRITE-CONTROL-REPORT.
           MOVE "ACCOUNT MASTER PRODUCT CONVERSION" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-TS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PRODUCT ASSIGNED:   " WS-PRODUCT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECORDS READ:       " WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECORDS WRITTEN:    " WS-WRITE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-READ-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BALANCE READ:       " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-WRITE-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BALANCE WRITTEN:    " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-READ-COUNT = WS-WRITE-COUNT
                   AND WS-READ-TOTAL = WS-WRITE-TOTAL
               MOVE "CONTROL RESULT: COMPLETE" TO WS-RPT-LINE
           ELSE
               MOVE "CONTROL RESULT: OUT OF BALANCE" TO WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE PCV-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write conversion report record."
           END-IF.
