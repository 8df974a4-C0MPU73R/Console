      *>   command line (YYYYMMDD); without one it is the most recent
      *>   date in the journal, so the after-midnight run reconciles
      *>   the business day just closed, not the calendar day it
      *>   happens to start on. The master's balances are also
      *>   broken down by account product (PRODUCT copybook) for
      *>   the report, with product names from the product file
      *>   when it is there.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SNAP-CURR ASSIGN TO "BALCURR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CURR-STATUS.
               SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR_CODE
                   FILE STATUS IS WS-PROD-STATUS.
               SELECT REC-REPORT ASSIGN TO "RECRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.
           01 SNAP-CURR-RECORD.
                 02 SNC_DATE PIC 9(8).
                 02 SNC_TOTAL PIC S9(11)V99.
           FD  PRODUCT-FILE.
               COPY PRODUCT.
           FD  REC-REPORT.
           01 REC-LINE PIC X(80).

           01 WS-RECON-FAIL PIC X(1) VALUE "N".
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-AMT-DISPLAY PIC -9(9).99.
           01 WS-PROD-STATUS PIC XX VALUE "00".
           01 WS-PROD-OPEN PIC X(1) VALUE "N".
      *>   Master balances by product code, in the order the codes
      *>   are first met; codes past the table's end are totalled
      *>   together on one line.
           01 WS-BP-TABLE.
               02 WS-BP-ENTRY OCCURS 50 TIMES.
                   03 WS-BP-CODE PIC X(3).
                   03 WS-BP-COUNT PIC 9(6).
                   03 WS-BP-TOTAL PIC S9(11)V99.
           01 WS-BP-USED PIC 9(3) VALUE 0.
           01 WS-BP-SUB PIC 9(3) VALUE 0 USAGE COMP.
           01 WS-BP-FOUND PIC 9(3) VALUE 0 USAGE COMP.
           01 WS-BP-OTHER-COUNT PIC 9(6) VALUE 0.
           01 WS-BP-OTHER-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-BP-NAME PIC X(20) VALUE SPACES.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
                       IF JRN_TYPE = "DEP" OR JRN_TYPE = "TRI"
                               OR JRN_TYPE = "RVW"
                               OR JRN_TYPE = "INT"
                               OR JRN_TYPE = "ECR"
                           ADD JRN_AMOUNT TO WS-JRN-NET
                       ELSE
                           SUBTRACT JRN_AMOUNT FROM WS-JRN-NET
                           SUBTRACT JRN_AMOUNT FROM WS-JRN-NET
                       END-IF
                   WHEN "TRF"
                       IF JRN_TERM_ID NOT = "STDORDER"
                           ADD JRN_AMOUNT TO WS-JRN-GROSS
                       END-IF
                       IF JRN_POST_FLAG NOT = "R"
                           SUBTRACT JRN_AMOUNT FROM WS-JRN-NET
                       END-IF
                       IF JRN_POST_FLAG NOT = "R"
                           SUBTRACT JRN_AMOUNT FROM WS-JRN-NET
                       END-IF
      *>       Month-end interest and service charges, the inbound
      *>       electronic entries, and the standing order run's
      *>       transfers (TRF under terminal id STDORDER, above) are
      *>       batch entries with no console session behind them -
      *>       net only, like the workbench dispositions.
                   WHEN "INT"
                       IF JRN_POST_FLAG NOT = "R"
                           ADD JRN_AMOUNT TO WS-JRN-NET
                       IF JRN_POST_FLAG NOT = "R"
                           SUBTRACT JRN_AMOUNT FROM WS-JRN-NET
                       END-IF
                   WHEN "ECR"
                       IF JRN_POST_FLAG NOT = "R"
                           ADD JRN_AMOUNT TO WS-JRN-NET
                       END-IF
                   WHEN "EDR"
                       IF JRN_POST_FLAG NOT = "R"
                           SUBTRACT JRN_AMOUNT FROM WS-JRN-NET
                       END-IF
      *>       Closing payouts are posted by account maintenance,
      *>       not a console session - net only.
                   WHEN "CLC"
                       IF JRN_POST_FLAG NOT = "R"
                           SUBTRACT JRN_AMOUNT FROM WS-JRN-NET
                       END-IF
                   WHEN "CLT"
                       IF JRN_POST_FLAG NOT = "R"
                           SUBTRACT JRN_AMOUNT FROM WS-JRN-NET
                       END-IF
           END-EVALUATE.

       TOTAL-SESSION-TOTALS.
                       NOT AT END
                           ADD 1 TO WS-MASTER-COUNT
                           ADD A_BALANCE TO WS-MASTER-TOTAL
                           PERFORM TALLY-PRODUCT-BALANCE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF.

       TALLY-PRODUCT-BALANCE.
           MOVE ZERO TO WS-BP-FOUND.
           MOVE 1 TO WS-BP-SUB.
           PERFORM UNTIL WS-BP-SUB > WS-BP-USED OR WS-BP-FOUND > ZERO
               IF WS-BP-CODE (WS-BP-SUB) = A_PRODUCT
                   MOVE WS-BP-SUB TO WS-BP-FOUND
               END-IF
               ADD 1 TO WS-BP-SUB
           END-PERFORM.
           IF WS-BP-FOUND = ZERO AND WS-BP-USED < 50
               ADD 1 TO WS-BP-USED
               MOVE WS-BP-USED TO WS-BP-FOUND
               MOVE A_PRODUCT TO WS-BP-CODE (WS-BP-FOUND)
               MOVE ZERO TO WS-BP-COUNT (WS-BP-FOUND)
               MOVE ZERO TO WS-BP-TOTAL (WS-BP-FOUND)
           END-IF.
           IF WS-BP-FOUND = ZERO
               ADD 1 TO WS-BP-OTHER-COUNT
               ADD A_BALANCE TO WS-BP-OTHER-TOTAL
           ELSE
               ADD 1 TO WS-BP-COUNT (WS-BP-FOUND)
               ADD A_BALANCE TO WS-BP-TOTAL (WS-BP-FOUND)
           END-IF.

       READ-PREV-SNAPSHOT.
           OPEN INPUT SNAP-PREV.
           IF WS-PREV-STATUS = "00"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-PRODUCT-BALANCES.
           IF WS-RECON-FAIL = "Y"
               MOVE "RECONCILIATION RESULT: FAIL" TO WS-RPT-LINE
           ELSE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PRODUCT-BALANCES.
      *>   For information only - the lines cross-foot to the master
      *>   balance total above and play no part in PASS/FAIL. The
      *>   product file is optional; without it, or for a code not
      *>   on file, the name is left blank.
           MOVE "MASTER BALANCES BY PRODUCT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS = "00"
               MOVE "Y" TO WS-PROD-OPEN
           END-IF.
           MOVE 1 TO WS-BP-SUB.
           PERFORM UNTIL WS-BP-SUB > WS-BP-USED
               PERFORM WRITE-PRODUCT-BALANCE-LINE
               ADD 1 TO WS-BP-SUB
           END-PERFORM.
           IF WS-PROD-OPEN = "Y"
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-BP-OTHER-COUNT > ZERO
               MOVE WS-BP-OTHER-TOTAL TO WS-AMT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** OTHER PRODUCTS         " WS-BP-OTHER-COUNT
                       " " WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PRODUCT-BALANCE-LINE.
           MOVE SPACES TO WS-BP-NAME.
           IF WS-PROD-OPEN = "Y"
               MOVE WS-BP-CODE (WS-BP-SUB) TO PR_CODE
               READ PRODUCT-FILE
                   KEY IS PR_CODE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PROD-STATUS = "00"
                   MOVE PR_NAME TO WS-BP-NAME
               END-IF
           END-IF.
           MOVE WS-BP-TOTAL (WS-BP-SUB) TO WS-AMT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-BP-CODE (WS-BP-SUB) " " WS-BP-NAME " "
                   WS-BP-COUNT (WS-BP-SUB) " " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REC-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
