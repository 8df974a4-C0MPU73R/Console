       >> SOURCE FORMAT FREE
           IDENTIFICATION DIVISION.
           PROGRAM-ID. l.
           AUTHOR. C0MPU73R.
           DATE-WRITTEN. OCTOBER 15 2026.
      *>   Nightly large cash transaction and structuring monitor for
      *>   compliance. Cash is the teller's DEP and WDL journal
      *>   records and the cash payout closing an account (CLC),
      *>   which counts as cash out; rejected ("R") and written-off
      *>   ("W") records never moved money and are left out, and a
      *>   reversal (RVD/RVW) backs its original out. Two checks:
      *>   - every account whose cash in or cash out for the business
      *>     day totals more than the CASHTHR parameter goes on the
      *>     filing worksheet (CTRWKS), one item per account and
      *>     direction, for compliance to complete and file;
      *>   - every account with STRCOUNT or more single cash
      *>     transactions just under the threshold (within STRPCT
      *>     percent of it) over the last STRDAYS calendar days is
      *>     flagged as possible structuring, with the transactions
      *>     listed.
      *>   Both go on the exceptions report (CASHRPT), which ends
      *>   with a compliance review and sign-off block. Worksheet
      *>   items carry the owner's name, address, date of birth, and
      *>   tax ID from the customer file. The journal
      *>   DD concatenates the latest archive generation ahead of the
      *>   live journal so the window reaches back across the month-
      *>   end cutover. The business date comes from the command line
      *>   (YYYYMMDD); without one it is the most recent date in the
      *>   journal. Ends RC 4 when anything is listed for compliance,
      *>   RC 8 when a table filled and activity went unexamined.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TXN-JOURNAL ASSIGN TO "TXNJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
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
               SELECT CASH-WORKSHEET ASSIGN TO "CTRWKS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WKS-STATUS.
               SELECT CASH-REPORT ASSIGN TO "CASHRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  TXN-JOURNAL.
               COPY TXNJRNL.
           FD  PARM-FILE.
               COPY PARMS.
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.
           FD  CASH-WORKSHEET.
           01 WKS-LINE PIC X(80).
           FD  CASH-REPORT.
           01 CASH-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-WKS-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-OWNER-FOUND PIC X(1) VALUE "N".
           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-PARM-FOUND PIC X(1) VALUE "N".
           01 WS-PARM-KEY PIC X(8) VALUE SPACES.
           01 WS-RPT-DATE PIC 9(8) VALUE ZEROS.
           01 WS-PARM-DATE PIC X(8) VALUE SPACES.
           01 WS-LATEST-DATE PIC 9(8) VALUE ZEROS.
           01 WS-WINDOW-START PIC 9(8) VALUE ZEROS.
      *>   Compliance rules - PARMFILE values, these defaults when a
      *>   key is missing.
           01 WS-CASH-THRESHOLD PIC 9(7)V99 VALUE 10000.00.
           01 WS-STR-PCT PIC 9(3) VALUE 10.
           01 WS-STR-DAYS PIC 9(3) VALUE 5.
           01 WS-STR-COUNT PIC 9(3) VALUE 3.
           01 WS-BAND-FLOOR PIC 9(7)V99 VALUE ZEROS.
      *>   Cash activity for the business date, one entry per account.
           01 WS-CASH-TABLE.
               02 WS-CASH-ENTRY OCCURS 500 TIMES.
                   03 WS-CT-USERNAME PIC X(20).
                   03 WS-CT-IN-TOTAL PIC 9(9)V99.
                   03 WS-CT-IN-COUNT PIC 9(4).
                   03 WS-CT-OUT-TOTAL PIC 9(9)V99.
                   03 WS-CT-OUT-COUNT PIC 9(4).
           01 WS-CASH-USED PIC 9(3) VALUE 0.
           01 WS-CASH-OVERFLOW PIC 9(4) VALUE 0.
      *>   Single cash transactions in the just-under band anywhere
      *>   in the window - the raw material of the structuring check.
           01 WS-NEAR-TABLE.
               02 WS-NEAR-ENTRY OCCURS 1000 TIMES.
                   03 WS-NR-USERNAME PIC X(20).
                   03 WS-NR-DATE PIC 9(8).
                   03 WS-NR-SEQ PIC 9(6).
                   03 WS-NR-TYPE PIC X(3).
                   03 WS-NR-AMOUNT PIC 9(5)V99.
                   03 WS-NR-REVERSED PIC X(1).
                   03 WS-NR-COUNTED PIC X(1).
           01 WS-NEAR-USED PIC 9(4) VALUE 0.
           01 WS-NEAR-OVERFLOW PIC 9(4) VALUE 0.
           01 WS-SUB PIC 9(4) VALUE 0 USAGE COMP.
           01 WS-SUB2 PIC 9(4) VALUE 0 USAGE COMP.
           01 WS-SLOT PIC 9(4) VALUE 0 USAGE COMP.
           01 WS-ORIG-TYPE PIC X(3) VALUE SPACES.
           01 WS-ACCT-NEAR-COUNT PIC 9(4) VALUE 0.
           01 WS-ACCT-NEAR-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-ITEM-COUNT PIC 9(6) VALUE 0.
           01 WS-OVER-COUNT PIC 9(6) VALUE 0.
           01 WS-STRUCT-COUNT PIC 9(6) VALUE 0.
           01 WS-CASH-IN-DAY PIC 9(11)V99 VALUE 0.
           01 WS-CASH-OUT-DAY PIC 9(11)V99 VALUE 0.
           01 WS-ITEM-DIRECTION PIC X(8) VALUE SPACES.
           01 WS-ITEM-TOTAL PIC 9(9)V99 VALUE 0.
           01 WS-ITEM-TXNS PIC 9(4) VALUE 0.
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-AMT-DISPLAY PIC 9(5).99.
           01 WS-THR-DISPLAY PIC 9(7).99.
           01 WS-TOT-DISPLAY PIC 9(9).99.
           01 WS-TOT2-DISPLAY PIC 9(9).99.
           01 WS-DAY-DISPLAY PIC 9(11).99.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SET-REPORT-DATE.
           PERFORM LOAD-PARAMETERS.
           COMPUTE WS-BAND-FLOOR ROUNDED =
               WS-CASH-THRESHOLD * (100 - WS-STR-PCT) / 100.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RPT-DATE)
                   - WS-STR-DAYS + 1).
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CASH-WORKSHEET.
           IF WS-WKS-STATUS NOT = "00"
               DISPLAY "Unable to open cash filing worksheet file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CASH-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open cash exceptions report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TXN-JOURNAL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-JOURNAL-RECORD
               END-READ
           END-PERFORM.
           CLOSE TXN-JOURNAL.
           PERFORM OPEN-CUSTOMER-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-WORKSHEET-HEADER.
           PERFORM WRITE-OVER-THRESHOLD-SECTION.
           PERFORM WRITE-STRUCTURING-SECTION.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-SIGN-OFF-BLOCK.
           PERFORM WRITE-WORKSHEET-TOTALS.
           PERFORM CLOSE-CUSTOMER-FILES.
           CLOSE CASH-WORKSHEET.
           CLOSE CASH-REPORT.
           IF WS-CASH-OVERFLOW > ZERO OR WS-NEAR-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVER-COUNT > ZERO OR WS-STRUCT-COUNT > ZERO
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
               MOVE "N" TO WS-EOF
           END-IF.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "CASHTHR" TO WS-PARM-KEY.
           PERFORM GET-PARM-VALUE.
           IF WS-PARM-FOUND = "Y"
               MOVE P_VALUE TO WS-CASH-THRESHOLD
           END-IF.
           MOVE "STRPCT" TO WS-PARM-KEY.
           PERFORM GET-PARM-VALUE.
           IF WS-PARM-FOUND = "Y"
               MOVE P_VALUE TO WS-STR-PCT
           END-IF.
           MOVE "STRDAYS" TO WS-PARM-KEY.
           PERFORM GET-PARM-VALUE.
           IF WS-PARM-FOUND = "Y"
               MOVE P_VALUE TO WS-STR-DAYS
           END-IF.
           MOVE "STRCOUNT" TO WS-PARM-KEY.
           PERFORM GET-PARM-VALUE.
           IF WS-PARM-FOUND = "Y"
               MOVE P_VALUE TO WS-STR-COUNT
           END-IF.
           CLOSE PARM-FILE.
      *>   A zero window or count would flag nothing or everything -
      *>   held to the smallest sensible values.
           IF WS-STR-DAYS = ZERO
               MOVE 1 TO WS-STR-DAYS
           END-IF.
           IF WS-STR-COUNT < 2
               MOVE 2 TO WS-STR-COUNT
           END-IF.

       GET-PARM-VALUE.
           MOVE "Y" TO WS-PARM-FOUND.
           MOVE WS-PARM-KEY TO P_KEY.
           READ PARM-FILE
               KEY IS P_KEY
               INVALID KEY
                   MOVE "N" TO WS-PARM-FOUND
           END-READ.

       TALLY-JOURNAL-RECORD.
           IF JRN_DATE < WS-WINDOW-START OR JRN_DATE > WS-RPT-DATE
               EXIT PARAGRAPH
           END-IF.
           IF JRN_POST_FLAG = "R" OR JRN_POST_FLAG = "W"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE JRN_TYPE
               WHEN "DEP"
               WHEN "WDL"
               WHEN "CLC"
                   PERFORM TALLY-CASH-RECORD
               WHEN "RVD"
               WHEN "RVW"
                   PERFORM TALLY-REVERSAL-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-CASH-RECORD.
           IF JRN_DATE = WS-RPT-DATE
               PERFORM FIND-CASH-SLOT
               IF WS-SLOT NOT = ZERO
                   IF JRN_TYPE = "DEP"
                       ADD JRN_AMOUNT TO WS-CT-IN-TOTAL (WS-SLOT)
                       ADD 1 TO WS-CT-IN-COUNT (WS-SLOT)
                   ELSE
                       ADD JRN_AMOUNT TO WS-CT-OUT-TOTAL (WS-SLOT)
                       ADD 1 TO WS-CT-OUT-COUNT (WS-SLOT)
                   END-IF
               END-IF
           END-IF.
           IF JRN_AMOUNT NOT < WS-BAND-FLOOR
                   AND JRN_AMOUNT < WS-CASH-THRESHOLD
               IF WS-NEAR-USED < 1000
                   ADD 1 TO WS-NEAR-USED
                   MOVE JRN_USERNAME TO WS-NR-USERNAME (WS-NEAR-USED)
                   MOVE JRN_DATE TO WS-NR-DATE (WS-NEAR-USED)
                   MOVE JRN_TXN_SEQ TO WS-NR-SEQ (WS-NEAR-USED)
                   MOVE JRN_TYPE TO WS-NR-TYPE (WS-NEAR-USED)
                   MOVE JRN_AMOUNT TO WS-NR-AMOUNT (WS-NEAR-USED)
                   MOVE "N" TO WS-NR-REVERSED (WS-NEAR-USED)
                   MOVE "N" TO WS-NR-COUNTED (WS-NEAR-USED)
               ELSE
                   ADD 1 TO WS-NEAR-OVERFLOW
               END-IF
           END-IF.

       FIND-CASH-SLOT.
      *>   WS-SLOT comes back as the account's entry, added if new,
      *>   or zero when the table is full.
           MOVE ZERO TO WS-SLOT.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-CASH-USED
               IF WS-CT-USERNAME (WS-SUB) = JRN_USERNAME
                   MOVE WS-SUB TO WS-SLOT
                   MOVE WS-CASH-USED TO WS-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-SLOT = ZERO
               IF WS-CASH-USED < 500
                   ADD 1 TO WS-CASH-USED
                   MOVE WS-CASH-USED TO WS-SLOT
                   MOVE JRN_USERNAME TO WS-CT-USERNAME (WS-SLOT)
                   MOVE ZERO TO WS-CT-IN-TOTAL (WS-SLOT)
                   MOVE ZERO TO WS-CT-IN-COUNT (WS-SLOT)
                   MOVE ZERO TO WS-CT-OUT-TOTAL (WS-SLOT)
                   MOVE ZERO TO WS-CT-OUT-COUNT (WS-SLOT)
               ELSE
                   ADD 1 TO WS-CASH-OVERFLOW
               END-IF
           END-IF.

       TALLY-REVERSAL-RECORD.
      *>   A reversal names its original by date and seq. The
      *>   original comes earlier in the journal, so it is already
      *>   tallied: backed out of the day's totals when it belongs to
      *>   the business date, and struck from the band list wherever
      *>   it falls in the window.
           IF JRN_TYPE = "RVD"
               MOVE "DEP" TO WS-ORIG-TYPE
           ELSE
               MOVE "WDL" TO WS-ORIG-TYPE
           END-IF.
           IF JRN_REF_DATE = WS-RPT-DATE
               MOVE ZERO TO WS-SLOT
               MOVE 1 TO WS-SUB
               PERFORM UNTIL WS-SUB > WS-CASH-USED
                   IF WS-CT-USERNAME (WS-SUB) = JRN_USERNAME
                       MOVE WS-SUB TO WS-SLOT
                       MOVE WS-CASH-USED TO WS-SUB
                   END-IF
                   ADD 1 TO WS-SUB
               END-PERFORM
               IF WS-SLOT NOT = ZERO
                   PERFORM BACK-OUT-DAY-TOTAL
               END-IF
           END-IF.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-NEAR-USED
               IF WS-NR-USERNAME (WS-SUB) = JRN_USERNAME
                       AND WS-NR-DATE (WS-SUB) = JRN_REF_DATE
                       AND WS-NR-SEQ (WS-SUB) = JRN_REF_SEQ
                       AND WS-NR-TYPE (WS-SUB) = WS-ORIG-TYPE
                   MOVE "Y" TO WS-NR-REVERSED (WS-SUB)
                   MOVE WS-NEAR-USED TO WS-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.

       BACK-OUT-DAY-TOTAL.
           IF WS-ORIG-TYPE = "DEP"
               IF WS-CT-IN-TOTAL (WS-SLOT) NOT < JRN_AMOUNT
                   SUBTRACT JRN_AMOUNT FROM WS-CT-IN-TOTAL (WS-SLOT)
               ELSE
                   MOVE ZERO TO WS-CT-IN-TOTAL (WS-SLOT)
               END-IF
               IF WS-CT-IN-COUNT (WS-SLOT) > ZERO
                   SUBTRACT 1 FROM WS-CT-IN-COUNT (WS-SLOT)
               END-IF
           ELSE
               IF WS-CT-OUT-TOTAL (WS-SLOT) NOT < JRN_AMOUNT
                   SUBTRACT JRN_AMOUNT FROM WS-CT-OUT-TOTAL (WS-SLOT)
               ELSE
                   MOVE ZERO TO WS-CT-OUT-TOTAL (WS-SLOT)
               END-IF
               IF WS-CT-OUT-COUNT (WS-SLOT) > ZERO
                   SUBTRACT 1 FROM WS-CT-OUT-COUNT (WS-SLOT)
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LARGE CASH AND STRUCTURING EXCEPTIONS - DATE: "
                   WS-RPT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CASH-THRESHOLD TO WS-THR-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REPORTING THRESHOLD (DAY TOTAL): " WS-THR-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BAND-FLOOR TO WS-THR-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STRUCTURING BAND FROM:           " WS-THR-DISPLAY
                   " (" WS-STR-PCT " PCT UNDER)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STRUCTURING WINDOW: " WS-WINDOW-START " TO "
                   WS-RPT-DATE "  FLAG AT " WS-STR-COUNT
                   " TRANSACTIONS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-WORKSHEET-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LARGE CASH TRANSACTION FILING WORKSHEET - DATE: "
                   WS-RPT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-CASH-THRESHOLD TO WS-THR-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CASH IN OR CASH OUT OVER " WS-THR-DISPLAY
                   " IN ONE BUSINESS DAY"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WORKSHEET-LINE.

       WRITE-OVER-THRESHOLD-SECTION.
      *>   Cash in and cash out are totalled separately - each side
      *>   over the threshold is its own filing item.
           MOVE "CASH TOTALS OVER THRESHOLD" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-CASH-USED
               ADD WS-CT-IN-TOTAL (WS-SUB) TO WS-CASH-IN-DAY
               ADD WS-CT-OUT-TOTAL (WS-SUB) TO WS-CASH-OUT-DAY
               IF WS-CT-IN-TOTAL (WS-SUB) > WS-CASH-THRESHOLD
                       OR WS-CT-OUT-TOTAL (WS-SUB) > WS-CASH-THRESHOLD
                   ADD 1 TO WS-OVER-COUNT
                   PERFORM WRITE-OVER-LINE
                   IF WS-CT-IN-TOTAL (WS-SUB) > WS-CASH-THRESHOLD
                       MOVE "CASH IN" TO WS-ITEM-DIRECTION
                       MOVE WS-CT-IN-TOTAL (WS-SUB) TO WS-ITEM-TOTAL
                       MOVE WS-CT-IN-COUNT (WS-SUB) TO WS-ITEM-TXNS
                       PERFORM WRITE-WORKSHEET-ITEM
                   END-IF
                   IF WS-CT-OUT-TOTAL (WS-SUB) > WS-CASH-THRESHOLD
                       MOVE "CASH OUT" TO WS-ITEM-DIRECTION
                       MOVE WS-CT-OUT-TOTAL (WS-SUB) TO WS-ITEM-TOTAL
                       MOVE WS-CT-OUT-COUNT (WS-SUB) TO WS-ITEM-TXNS
                       PERFORM WRITE-WORKSHEET-ITEM
                   END-IF
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-OVER-COUNT = ZERO
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-CASH-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ACCOUNTS NOT EXAMINED (TABLE FULL): "
                       WS-CASH-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-OVER-LINE.
           MOVE WS-CT-IN-TOTAL (WS-SUB) TO WS-TOT-DISPLAY.
           MOVE WS-CT-OUT-TOTAL (WS-SUB) TO WS-TOT2-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-CT-USERNAME (WS-SUB)
                   " IN " WS-TOT-DISPLAY " (" WS-CT-IN-COUNT (WS-SUB)
                   ") OUT " WS-TOT2-DISPLAY
                   " (" WS-CT-OUT-COUNT (WS-SUB) ")"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-WORKSHEET-ITEM.
      *>   One block per filing - the blanks are for compliance to
      *>   complete when the filing is made.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ITEM " WS-ITEM-COUNT "  ACCOUNT: "
                   WS-CT-USERNAME (WS-SUB)
                   "  BUSINESS DATE: " WS-RPT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-ITEM-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  DIRECTION: " WS-ITEM-DIRECTION
                   "  TOTAL: " WS-TOT-DISPLAY
                   "  TRANSACTIONS: " WS-ITEM-TXNS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE WS-CT-USERNAME (WS-SUB) TO CL_USERNAME.
           PERFORM FIND-ACCOUNT-OWNER.
           IF WS-OWNER-FOUND = "Y"
               PERFORM WRITE-WORKSHEET-OWNER
           ELSE
               MOVE "  OWNER: (NO CUSTOMER ON FILE - COMPLETE BY HAND)"
                   TO WS-RPT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           END-IF.
           MOVE "  CONDUCTED BY (IF NOT OWNER): ____________________"
               TO WS-RPT-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE "  PREPARED BY: ____________  FILED ON: ________"
               TO WS-RPT-LINE.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE "  FILING REFERENCE: ____________________"
               TO WS-RPT-LINE.
           PERFORM WRITE-WORKSHEET-LINE.

       WRITE-WORKSHEET-OWNER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  OWNER: " CU_NAME "  CUSTOMER " CU_CUST_ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ADDRESS: " CU_ADDR1
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WORKSHEET-LINE.
           IF CU_ADDR2 NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "           " CU_ADDR2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-WORKSHEET-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "           " DELIMITED BY SIZE
                   CU_CITY DELIMITED BY "  "
                   " " CU_STATE "  " CU_ZIP DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WORKSHEET-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TAX ID: " CU_TAX_ID "  BORN: " CU_BIRTH_DATE
                   "  PHONE: " CU_PHONE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WORKSHEET-LINE.

       WRITE-STRUCTURING-SECTION.
      *>   Each account is taken once, from its first unreversed band
      *>   transaction; every later entry for the same account is
      *>   marked counted so it is not taken again.
           MOVE "POSSIBLE STRUCTURING" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-NEAR-USED
               IF WS-NR-REVERSED (WS-SUB) = "N"
                       AND WS-NR-COUNTED (WS-SUB) = "N"
                   PERFORM COUNT-ACCOUNT-BAND-TXNS
                   IF WS-ACCT-NEAR-COUNT NOT < WS-STR-COUNT
                       ADD 1 TO WS-STRUCT-COUNT
                       PERFORM WRITE-STRUCTURING-ACCOUNT
                   END-IF
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-STRUCT-COUNT = ZERO
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-NEAR-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "  BAND TRANSACTIONS NOT EXAMINED (TABLE FULL): "
                       WS-NEAR-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       COUNT-ACCOUNT-BAND-TXNS.
           MOVE ZERO TO WS-ACCT-NEAR-COUNT.
           MOVE ZERO TO WS-ACCT-NEAR-TOTAL.
           MOVE WS-SUB TO WS-SUB2.
           PERFORM UNTIL WS-SUB2 > WS-NEAR-USED
               IF WS-NR-USERNAME (WS-SUB2) = WS-NR-USERNAME (WS-SUB)
                       AND WS-NR-REVERSED (WS-SUB2) = "N"
                   ADD 1 TO WS-ACCT-NEAR-COUNT
                   ADD WS-NR-AMOUNT (WS-SUB2) TO WS-ACCT-NEAR-TOTAL
                   MOVE "Y" TO WS-NR-COUNTED (WS-SUB2)
               END-IF
               ADD 1 TO WS-SUB2
           END-PERFORM.

       WRITE-STRUCTURING-ACCOUNT.
           MOVE WS-ACCT-NEAR-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-NR-USERNAME (WS-SUB) " "
                   WS-ACCT-NEAR-COUNT " TXNS IN BAND  TOTAL "
                   WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-NR-USERNAME (WS-SUB) TO CL_USERNAME.
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
           MOVE WS-SUB TO WS-SUB2.
           PERFORM UNTIL WS-SUB2 > WS-NEAR-USED
               IF WS-NR-USERNAME (WS-SUB2) = WS-NR-USERNAME (WS-SUB)
                       AND WS-NR-REVERSED (WS-SUB2) = "N"
                   MOVE WS-NR-AMOUNT (WS-SUB2) TO WS-AMT-DISPLAY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "      " WS-NR-DATE (WS-SUB2) " SEQ "
                           WS-NR-SEQ (WS-SUB2) " "
                           WS-NR-TYPE (WS-SUB2) " " WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
               ADD 1 TO WS-SUB2
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ACCOUNTS WITH CASH TODAY:  " WS-CASH-USED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CASH-IN-DAY TO WS-DAY-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL CASH IN:             " WS-DAY-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CASH-OUT-DAY TO WS-DAY-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL CASH OUT:            " WS-DAY-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ACCOUNTS OVER THRESHOLD:   " WS-OVER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "WORKSHEET ITEMS:           " WS-ITEM-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ACCOUNTS FLAGGED:          " WS-STRUCT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SIGN-OFF-BLOCK.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "COMPLIANCE REVIEW" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  REVIEWED BY: ____________________  DATE: ________"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  ITEMS FILED: ______  REFERRED FOR SAR: ______"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  SIGNED OFF:  ____________________  DATE: ________"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-WORKSHEET-TOTALS.
           IF WS-ITEM-COUNT = ZERO
               MOVE "  (NO ITEMS FOR DATE)" TO WS-RPT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           ELSE
               MOVE ALL "-" TO WS-RPT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ITEMS ON WORKSHEET: " WS-ITEM-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WORKSHEET-LINE.

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
           WRITE CASH-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write cash exceptions report record."
           END-IF.

       WRITE-WORKSHEET-LINE.
           WRITE WKS-LINE FROM WS-RPT-LINE.
           IF WS-WKS-STATUS NOT = "00"
               DISPLAY "Unable to write cash filing worksheet record."
           END-IF.
