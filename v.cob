       >> SOURCE FORMAT FREE
           IDENTIFICATION DIVISION.
           PROGRAM-ID. v.
           AUTHOR. C0MPU73R.
           DATE-WRITTEN. OCTOBER 15 2026.
      *>   Nightly journal integrity verification - scheduled right
      *>   after the posting run swaps the new journal generation in,
      *>   ahead of the reconciliation and the GL extract. The
      *>   reconciliation proves the totals balance; this proves the
      *>   journal itself is whole. Five checks, the exceptions
      *>   listed grouped by check:
      *>   1 sequence - each writer numbers its records from 1 per
      *>     session (or per run) under its terminal id, so on the
      *>     business date every terminal's records must run on by
      *>     one or restart at 1; a jump is a gap, a repeat a
      *>     duplicate, and a restart timed before the record ahead
      *>     of it a copied session;
      *>   2 transfer legs - every TRF (and closing CLT) debit leg
      *>     must be followed by its TRI credit leg, next seq, same
      *>     amount, and every TRI must follow one;
      *>   3 reversals - every RVD/RVW must name, in JRN_REF_DATE
      *>     and JRN_REF_SEQ, exactly one posted deposit/withdrawal
      *>     of the same account and amount that no earlier reversal
      *>     has already backed out;
      *>   4 codes - JRN_TYPE and JRN_POST_FLAG must be codes this
      *>     system writes, and the date, seq, and amount numeric;
      *>   5 aged rejects - an "R" reject with no workbench
      *>     disposition (w.cob) REJDAYS days or more after it was
      *>     rejected.
      *>   Workbench dispositions ("S"/"W") carry the seq of the
      *>   reject they answer, not a number of their own, so they
      *>   are left out of checks 1 and 2. Checks 1 to 4 cover the
      *>   records of the business date - the reversal reference is
      *>   looked up across the whole live journal - and any record
      *>   whose date is not a date at all; check 5 covers every
      *>   reject on file. A break in checks 1 to 4 is serious: the
      *>   step ends RC 8, which holds up the reconciliation step,
      *>   and the run is logged in the run-control ledger (RUNCTL
      *>   copybook) as job JRNVERFY failed for the date, which holds
      *>   up the GL extract (CGLEXT) until the journal is repaired
      *>   and verified clean. Aged rejects alone end RC 4 for
      *>   review. A table filling up also ends RC 8 - activity went
      *>   unexamined. The business date comes from the command line
      *>   (YYYYMMDD); without one it is the most recent date in the
      *>   journal. Each exception names the account's owner from the
      *>   customer file beside the username.
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
               SELECT VERIFY-REPORT ASSIGN TO "VFYRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.
               SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.
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
           FD  TXN-JOURNAL.
               COPY TXNJRNL.
           FD  PARM-FILE.
               COPY PARMS.
           FD  VERIFY-REPORT.
           01 VERIFY-LINE PIC X(80).
           FD  RUN-CONTROL.
               COPY RUNCTL.
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.

           WORKING-STORAGE SECTION.
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-OWNER-FOUND PIC X(1) VALUE "N".
           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-PARM-KEY PIC X(8) VALUE SPACES.
           01 WS-PARM-FOUND PIC X(1) VALUE "N".
           01 WS-RPT-DATE PIC 9(8) VALUE ZEROS.
           01 WS-PARM-DATE PIC X(8) VALUE SPACES.
           01 WS-LATEST-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RPT-INT PIC 9(7) VALUE 0.
           01 WS-AGE-DAYS PIC S9(7) VALUE 0.
      *>   Days an "R" reject may wait for the workbench before it is
      *>   listed - PARMFILE key REJDAYS, this default when missing.
           01 WS-REJ-DAYS PIC 9(3) VALUE 3.
           01 WS-REC-NUM PIC 9(7) VALUE 0.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-DAY-COUNT PIC 9(7) VALUE 0.
           01 WS-RECORD-OK PIC X(1) VALUE "Y".
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-SUB2 PIC 9(4) VALUE 0.
           01 WS-SLOT PIC 9(4) VALUE 0.
           01 WS-CHECK-NO PIC 9(1) VALUE 0.
           01 WS-RESOLVED PIC X(1) VALUE "N".
      *>   Sequence and pairing state for the business date, one
      *>   entry per terminal id - the last seq and time seen and
      *>   any debit leg still waiting for its credit leg.
           01 WS-TERM-TABLE.
               02 WS-TERM-ENTRY OCCURS 200 TIMES.
                   03 WS-TM-TERM-ID PIC X(8).
                   03 WS-TM-LAST-SEQ PIC 9(6).
                   03 WS-TM-LAST-TIME PIC 9(8).
                   03 WS-TM-PEND-TYPE PIC X(3).
                   03 WS-TM-PEND-SEQ PIC 9(6).
                   03 WS-TM-PEND-AMOUNT PIC 9(5)V99.
                   03 WS-TM-PEND-DETAIL PIC X(60).
                   03 WS-TM-PEND-USERNAME PIC X(20).
           01 WS-TERM-USED PIC 9(4) VALUE 0.
      *>   The business date's reversals, matched against the whole
      *>   journal on a second pass.
           01 WS-REV-TABLE.
               02 WS-REV-ENTRY OCCURS 200 TIMES.
                   03 WS-RV-REC-NUM PIC 9(7).
                   03 WS-RV-USERNAME PIC X(20).
                   03 WS-RV-TYPE PIC X(3).
                   03 WS-RV-AMOUNT PIC 9(5)V99.
                   03 WS-RV-REF-DATE PIC 9(8).
                   03 WS-RV-REF-SEQ PIC 9(6).
                   03 WS-RV-ORIG-COUNT PIC 9(3).
                   03 WS-RV-ORIG-AMOUNT PIC 9(5)V99.
                   03 WS-RV-PRIOR-COUNT PIC 9(3).
                   03 WS-RV-DETAIL PIC X(60).
           01 WS-REV-USED PIC 9(4) VALUE 0.
      *>   Every "R" reject on file, and every workbench disposition
      *>   answering one - same matching as the monthly archive.
           01 WS-REJECT-TABLE.
               02 WS-REJECT-ENTRY OCCURS 500 TIMES.
                   03 WS-RJ-DATE PIC 9(8).
                   03 WS-RJ-SEQ PIC 9(6).
                   03 WS-RJ-TYPE PIC X(3).
                   03 WS-RJ-AMOUNT PIC 9(5)V99.
                   03 WS-RJ-DETAIL PIC X(60).
                   03 WS-RJ-USERNAME PIC X(20).
           01 WS-REJECT-USED PIC 9(4) VALUE 0.
           01 WS-DISP-TABLE.
               02 WS-DISP-ENTRY OCCURS 500 TIMES.
                   03 WS-DS-REF-DATE PIC 9(8).
                   03 WS-DS-REF-SEQ PIC 9(6).
                   03 WS-DS-TYPE PIC X(3).
                   03 WS-DS-AMOUNT PIC 9(5)V99.
                   03 WS-DS-USED PIC X(1).
           01 WS-DISP-USED PIC 9(4) VALUE 0.
      *>   Exceptions as found, listed by check at the end.
           01 WS-EXC-TABLE.
               02 WS-EXC-ENTRY OCCURS 500 TIMES.
                   03 WS-XC-CHECK PIC 9(1).
                   03 WS-XC-DETAIL PIC X(60).
                   03 WS-XC-REASON PIC X(60).
                   03 WS-XC-USERNAME PIC X(20).
           01 WS-EXC-USED PIC 9(4) VALUE 0.
           01 WS-CHECK-COUNTS.
               02 WS-CHECK-COUNT PIC 9(5) OCCURS 5 TIMES.
           01 WS-TABLE-OVERFLOW PIC 9(5) VALUE 0.
           01 WS-SERIOUS-COUNT PIC 9(5) VALUE 0.
           01 WS-EXC-TOTAL PIC 9(5) VALUE 0.
           01 WS-NEW-CHECK PIC 9(1) VALUE 0.
           01 WS-NEW-DETAIL PIC X(60) VALUE SPACES.
           01 WS-NEW-REASON PIC X(60) VALUE SPACES.
      *>   The account the exception is about, for the owner line -
      *>   blank for a record too damaged to trust.
           01 WS-NEW-USERNAME PIC X(20) VALUE SPACES.
           01 WS-DETAIL PIC X(60) VALUE SPACES.
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-AMT-DISPLAY PIC 9(5).99.
           01 WS-AGE-DISPLAY PIC ZZZZ9.
           01 WS-COUNT-DISPLAY PIC ZZ9.
           01 WS-RUN-JOB PIC X(8) VALUE "JRNVERFY".
           01 WS-RUN-RESULT PIC X(1) VALUE "C".
           01 WS-RUN-RC PIC 9(2) VALUE 0.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SET-REPORT-DATE.
           PERFORM LOAD-PARAMETERS.
           MOVE ZEROS TO WS-CHECK-COUNTS.
           COMPUTE WS-RPT-INT = FUNCTION INTEGER-OF-DATE (WS-RPT-DATE).
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VERIFY-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open verification report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-CUSTOMER-FILES.
           MOVE ZERO TO WS-REC-NUM.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TXN-JOURNAL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-JOURNAL-RECORD
               END-READ
           END-PERFORM.
           CLOSE TXN-JOURNAL.
           PERFORM CLOSE-OPEN-TRANSFERS.
           IF WS-REV-USED > ZERO
               PERFORM MATCH-REVERSALS
               PERFORM CHECK-REVERSALS
           END-IF.
           PERFORM CHECK-REJECT-AGES.
           MOVE 1 TO WS-CHECK-NO.
           PERFORM UNTIL WS-CHECK-NO > 5
               PERFORM WRITE-CHECK-SECTION
               ADD 1 TO WS-CHECK-NO
           END-PERFORM.
           COMPUTE WS-SERIOUS-COUNT = WS-CHECK-COUNT (1)
               + WS-CHECK-COUNT (2) + WS-CHECK-COUNT (3)
               + WS-CHECK-COUNT (4).
           COMPUTE WS-EXC-TOTAL = WS-SERIOUS-COUNT
               + WS-CHECK-COUNT (5).
           EVALUATE TRUE
               WHEN WS-SERIOUS-COUNT > ZERO
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-TABLE-OVERFLOW > ZERO
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-CHECK-COUNT (5) > ZERO
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 0 TO WS-RUN-RC
           END-EVALUATE.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-CUSTOMER-FILES.
           CLOSE VERIFY-REPORT.
           IF WS-RUN-RC = 8
               MOVE "F" TO WS-RUN-RESULT
           END-IF.
           PERFORM WRITE-RUN-RECORD.
           MOVE WS-RUN-RC TO RETURN-CODE.
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
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-RPT-DATE) NOT = ZERO
               DISPLAY "Invalid business date " WS-PARM-DATE "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
                           IF JRN_DATE IS NUMERIC
                                   AND JRN_DATE > WS-LATEST-DATE
                               MOVE JRN_DATE TO WS-LATEST-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXN-JOURNAL
           END-IF.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "REJDAYS" TO WS-PARM-KEY.
           PERFORM GET-PARM-VALUE.
           IF WS-PARM-FOUND = "Y"
               MOVE P_VALUE TO WS-REJ-DAYS
           END-IF.
           CLOSE PARM-FILE.
           IF WS-REJ-DAYS = ZERO
               MOVE 1 TO WS-REJ-DAYS
           END-IF.

       GET-PARM-VALUE.
           MOVE "Y" TO WS-PARM-FOUND.
           MOVE WS-PARM-KEY TO P_KEY.
           READ PARM-FILE
               KEY IS P_KEY
               INVALID KEY
                   MOVE "N" TO WS-PARM-FOUND
           END-READ.

       CHECK-JOURNAL-RECORD.
           ADD 1 TO WS-REC-NUM.
           ADD 1 TO WS-READ-COUNT.
      *>   A record that cannot be dated cannot be placed in any
      *>   check - it is listed whatever day it belongs to.
           MOVE "Y" TO WS-RECORD-OK.
           IF JRN_DATE IS NOT NUMERIC
               MOVE "N" TO WS-RECORD-OK
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (JRN_DATE) NOT = ZERO
                   MOVE "N" TO WS-RECORD-OK
               END-IF
           END-IF.
           IF WS-RECORD-OK = "N"
               MOVE 4 TO WS-NEW-CHECK
               MOVE JOURNAL-RECORD (1:60) TO WS-NEW-DETAIL
               MOVE SPACES TO WS-NEW-USERNAME
               MOVE "JRN_DATE IS NOT A VALID DATE - RECORD DAMAGED"
                   TO WS-NEW-REASON
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF JRN_POST_FLAG = "S" OR JRN_POST_FLAG = "W"
               PERFORM NOTE-DISPOSITION
           END-IF.
           IF JRN_POST_FLAG = "R" AND JRN_DATE NOT > WS-RPT-DATE
               PERFORM NOTE-REJECT
           END-IF.
           IF JRN_DATE NOT = WS-RPT-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           PERFORM CHECK-RECORD-CODES.
           IF WS-RECORD-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           IF JRN_POST_FLAG = "S" OR JRN_POST_FLAG = "W"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TERM-SLOT.
           IF WS-SLOT NOT = ZERO
               PERFORM CHECK-SEQUENCE
               PERFORM CHECK-TRANSFER-PAIR
           END-IF.
           IF (JRN_TYPE = "RVD" OR JRN_TYPE = "RVW")
                   AND JRN_POST_FLAG NOT = "R"
                   AND JRN_POST_FLAG NOT = "W"
               PERFORM NOTE-REVERSAL
           END-IF.

       BUILD-RECORD-DETAIL.
           MOVE JRN_AMOUNT TO WS-AMT-DISPLAY.
           MOVE SPACES TO WS-DETAIL.
           STRING JRN_DATE " " JRN_TXN_SEQ " " JRN_TERM_ID " "
                   JRN_TYPE " " WS-AMT-DISPLAY " " JRN_POST_FLAG " "
                   JRN_USERNAME
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.

       CHECK-RECORD-CODES.
      *>   Seq or amount that is not numeric means the record is
      *>   damaged past checking - listed raw, and no further.
           IF JRN_TXN_SEQ IS NOT NUMERIC OR JRN_AMOUNT IS NOT NUMERIC
               MOVE "N" TO WS-RECORD-OK
               MOVE 4 TO WS-NEW-CHECK
               MOVE JOURNAL-RECORD (1:60) TO WS-NEW-DETAIL
               MOVE SPACES TO WS-NEW-USERNAME
               MOVE "SEQ OR AMOUNT IS NOT NUMERIC - RECORD DAMAGED"
                   TO WS-NEW-REASON
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-RECORD-DETAIL.
           EVALUATE JRN_TYPE
               WHEN "DEP"
               WHEN "WDL"
               WHEN "TRF"
               WHEN "TRI"
               WHEN "RVD"
               WHEN "RVW"
               WHEN "INT"
               WHEN "SVC"
               WHEN "ECR"
               WHEN "EDR"
               WHEN "CLC"
               WHEN "CLT"
               WHEN "PRC"
                   CONTINUE
               WHEN OTHER
                   MOVE 4 TO WS-NEW-CHECK
                   MOVE WS-DETAIL TO WS-NEW-DETAIL
                   MOVE JRN_USERNAME TO WS-NEW-USERNAME
                   MOVE SPACES TO WS-NEW-REASON
                   STRING "JRN_TYPE " JRN_TYPE " IS NOT A JOURNAL TYPE"
                       DELIMITED BY SIZE INTO WS-NEW-REASON
                   END-STRING
                   PERFORM ADD-EXCEPTION
           END-EVALUATE.
           EVALUATE JRN_POST_FLAG
               WHEN "P"
               WHEN "M"
               WHEN "H"
               WHEN "R"
               WHEN "S"
               WHEN "W"
                   CONTINUE
               WHEN OTHER
                   MOVE 4 TO WS-NEW-CHECK
                   MOVE WS-DETAIL TO WS-NEW-DETAIL
                   MOVE JRN_USERNAME TO WS-NEW-USERNAME
                   MOVE SPACES TO WS-NEW-REASON
                   STRING "JRN_POST_FLAG " JRN_POST_FLAG
                           " IS NOT A POST FLAG"
                       DELIMITED BY SIZE INTO WS-NEW-REASON
                   END-STRING
                   PERFORM ADD-EXCEPTION
           END-EVALUATE.

       FIND-TERM-SLOT.
           MOVE ZERO TO WS-SLOT.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SLOT NOT = ZERO OR WS-SUB > WS-TERM-USED
               IF WS-TM-TERM-ID (WS-SUB) = JRN_TERM_ID
                   MOVE WS-SUB TO WS-SLOT
               ELSE
                   ADD 1 TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-SLOT = ZERO
               IF WS-TERM-USED < 200
                   ADD 1 TO WS-TERM-USED
                   MOVE WS-TERM-USED TO WS-SLOT
                   MOVE JRN_TERM_ID TO WS-TM-TERM-ID (WS-SLOT)
                   MOVE ZERO TO WS-TM-LAST-SEQ (WS-SLOT)
                   MOVE ZERO TO WS-TM-LAST-TIME (WS-SLOT)
                   MOVE SPACES TO WS-TM-PEND-TYPE (WS-SLOT)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       CHECK-SEQUENCE.
      *>   A terminal's first record of the day is seq 1; after that
      *>   each record is the last seq plus one, or 1 again when a
      *>   new session (or batch run) starts on the same terminal.
           MOVE 1 TO WS-NEW-CHECK.
           MOVE WS-DETAIL TO WS-NEW-DETAIL.
           MOVE JRN_USERNAME TO WS-NEW-USERNAME.
           MOVE SPACES TO WS-NEW-REASON.
           EVALUATE TRUE
               WHEN WS-TM-LAST-SEQ (WS-SLOT) = ZERO
                   IF JRN_TXN_SEQ NOT = 1
                       MOVE "GAP - TERMINAL'S FIRST RECORD OF DAY NOT SEQ 1"
                           TO WS-NEW-REASON
                   END-IF
               WHEN JRN_TXN_SEQ = WS-TM-LAST-SEQ (WS-SLOT) + 1
                   CONTINUE
               WHEN JRN_TXN_SEQ = 1
                   IF JRN_TIME < WS-TM-LAST-TIME (WS-SLOT)
                       MOVE "DUPLICATE - SEQ 1 RESTART TIMED BEFORE PRIOR"
                           TO WS-NEW-REASON
                   END-IF
               WHEN JRN_TXN_SEQ NOT > WS-TM-LAST-SEQ (WS-SLOT)
                   STRING "DUPLICATE - LAST SEQ ON TERMINAL WAS "
                           WS-TM-LAST-SEQ (WS-SLOT)
                       DELIMITED BY SIZE INTO WS-NEW-REASON
                   END-STRING
               WHEN OTHER
                   STRING "GAP - LAST SEQ ON TERMINAL WAS "
                           WS-TM-LAST-SEQ (WS-SLOT)
                       DELIMITED BY SIZE INTO WS-NEW-REASON
                   END-STRING
           END-EVALUATE.
           IF WS-NEW-REASON NOT = SPACES
               PERFORM ADD-EXCEPTION
           END-IF.
           MOVE JRN_TXN_SEQ TO WS-TM-LAST-SEQ (WS-SLOT).
           MOVE JRN_TIME TO WS-TM-LAST-TIME (WS-SLOT).

       CHECK-TRANSFER-PAIR.
      *>   Every writer puts the credit leg directly behind the debit
      *>   leg on the same terminal, so the pair is checked in
      *>   journal order, terminal by terminal.
           IF WS-TM-PEND-TYPE (WS-SLOT) NOT = SPACES
               IF JRN_TYPE = "TRI"
                       AND JRN_TXN_SEQ = WS-TM-PEND-SEQ (WS-SLOT) + 1
                       AND JRN_AMOUNT = WS-TM-PEND-AMOUNT (WS-SLOT)
                   MOVE SPACES TO WS-TM-PEND-TYPE (WS-SLOT)
                   EXIT PARAGRAPH
               END-IF
               PERFORM REPORT-UNPAIRED-DEBIT
           END-IF.
           IF JRN_TYPE = "TRF" OR JRN_TYPE = "CLT"
               MOVE JRN_TYPE TO WS-TM-PEND-TYPE (WS-SLOT)
               MOVE JRN_TXN_SEQ TO WS-TM-PEND-SEQ (WS-SLOT)
               MOVE JRN_AMOUNT TO WS-TM-PEND-AMOUNT (WS-SLOT)
               MOVE WS-DETAIL TO WS-TM-PEND-DETAIL (WS-SLOT)
               MOVE JRN_USERNAME TO WS-TM-PEND-USERNAME (WS-SLOT)
               EXIT PARAGRAPH
           END-IF.
           IF JRN_TYPE = "TRI"
               MOVE 2 TO WS-NEW-CHECK
               MOVE WS-DETAIL TO WS-NEW-DETAIL
               MOVE JRN_USERNAME TO WS-NEW-USERNAME
               MOVE "TRI CREDIT LEG HAS NO DEBIT LEG AHEAD OF IT"
                   TO WS-NEW-REASON
               PERFORM ADD-EXCEPTION
           END-IF.

       REPORT-UNPAIRED-DEBIT.
           MOVE 2 TO WS-NEW-CHECK.
           MOVE WS-TM-PEND-DETAIL (WS-SLOT) TO WS-NEW-DETAIL.
           MOVE WS-TM-PEND-USERNAME (WS-SLOT) TO WS-NEW-USERNAME.
           MOVE SPACES TO WS-NEW-REASON.
           STRING WS-TM-PEND-TYPE (WS-SLOT)
                   " DEBIT LEG HAS NO MATCHING TRI CREDIT LEG BEHIND IT"
               DELIMITED BY SIZE INTO WS-NEW-REASON
           END-STRING.
           PERFORM ADD-EXCEPTION.
           MOVE SPACES TO WS-TM-PEND-TYPE (WS-SLOT).

       CLOSE-OPEN-TRANSFERS.
      *>   A debit leg still waiting at the end of the journal never
      *>   got its credit leg.
           MOVE 1 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT > WS-TERM-USED
               IF WS-TM-PEND-TYPE (WS-SLOT) NOT = SPACES
                   PERFORM REPORT-UNPAIRED-DEBIT
               END-IF
               ADD 1 TO WS-SLOT
           END-PERFORM.

       NOTE-REVERSAL.
           IF WS-REV-USED < 200
               ADD 1 TO WS-REV-USED
               MOVE WS-REC-NUM TO WS-RV-REC-NUM (WS-REV-USED)
               MOVE JRN_USERNAME TO WS-RV-USERNAME (WS-REV-USED)
               MOVE JRN_TYPE TO WS-RV-TYPE (WS-REV-USED)
               MOVE JRN_AMOUNT TO WS-RV-AMOUNT (WS-REV-USED)
               MOVE JRN_REF_DATE TO WS-RV-REF-DATE (WS-REV-USED)
               MOVE JRN_REF_SEQ TO WS-RV-REF-SEQ (WS-REV-USED)
               MOVE ZERO TO WS-RV-ORIG-COUNT (WS-REV-USED)
               MOVE ZERO TO WS-RV-ORIG-AMOUNT (WS-REV-USED)
               MOVE ZERO TO WS-RV-PRIOR-COUNT (WS-REV-USED)
               MOVE WS-DETAIL TO WS-RV-DETAIL (WS-REV-USED)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

       NOTE-DISPOSITION.
           IF WS-DISP-USED < 500
               ADD 1 TO WS-DISP-USED
               MOVE JRN_REF_DATE TO WS-DS-REF-DATE (WS-DISP-USED)
               MOVE JRN_REF_SEQ TO WS-DS-REF-SEQ (WS-DISP-USED)
               MOVE JRN_TYPE TO WS-DS-TYPE (WS-DISP-USED)
               MOVE JRN_AMOUNT TO WS-DS-AMOUNT (WS-DISP-USED)
               MOVE "N" TO WS-DS-USED (WS-DISP-USED)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

       NOTE-REJECT.
           IF WS-REJECT-USED < 500
               ADD 1 TO WS-REJECT-USED
               PERFORM BUILD-RECORD-DETAIL
               MOVE JRN_DATE TO WS-RJ-DATE (WS-REJECT-USED)
               MOVE JRN_TXN_SEQ TO WS-RJ-SEQ (WS-REJECT-USED)
               MOVE JRN_TYPE TO WS-RJ-TYPE (WS-REJECT-USED)
               MOVE JRN_AMOUNT TO WS-RJ-AMOUNT (WS-REJECT-USED)
               MOVE WS-DETAIL TO WS-RJ-DETAIL (WS-REJECT-USED)
               MOVE JRN_USERNAME TO WS-RJ-USERNAME (WS-REJECT-USED)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

       MATCH-REVERSALS.
      *>   Second pass: the original a reversal names may sit
      *>   anywhere in the live journal, and so may an earlier
      *>   reversal of the same original.
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-REC-NUM.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TXN-JOURNAL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       MOVE 1 TO WS-SUB
                       PERFORM UNTIL WS-SUB > WS-REV-USED
                           PERFORM MATCH-REVERSAL-ENTRY
                           ADD 1 TO WS-SUB
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE TXN-JOURNAL.

       MATCH-REVERSAL-ENTRY.
      *>   Same rules as the console applies when it takes the
      *>   reversal: the account's own posted deposit (for RVD) or
      *>   withdrawal (for RVW), and an earlier reversal counts only
      *>   if it was not itself rejected or written off.
           IF JRN_USERNAME = WS-RV-USERNAME (WS-SUB)
                   AND JRN_DATE = WS-RV-REF-DATE (WS-SUB)
                   AND JRN_TXN_SEQ = WS-RV-REF-SEQ (WS-SUB)
                   AND (JRN_POST_FLAG = "P" OR JRN_POST_FLAG = "H"
                       OR JRN_POST_FLAG = "S")
                   AND ((WS-RV-TYPE (WS-SUB) = "RVD"
                           AND JRN_TYPE = "DEP")
                       OR (WS-RV-TYPE (WS-SUB) = "RVW"
                           AND JRN_TYPE = "WDL"))
               ADD 1 TO WS-RV-ORIG-COUNT (WS-SUB)
               MOVE JRN_AMOUNT TO WS-RV-ORIG-AMOUNT (WS-SUB)
           END-IF.
           IF (JRN_TYPE = "RVD" OR JRN_TYPE = "RVW")
                   AND WS-REC-NUM < WS-RV-REC-NUM (WS-SUB)
                   AND JRN_USERNAME = WS-RV-USERNAME (WS-SUB)
                   AND JRN_REF_DATE = WS-RV-REF-DATE (WS-SUB)
                   AND JRN_REF_SEQ = WS-RV-REF-SEQ (WS-SUB)
                   AND JRN_POST_FLAG NOT = "R"
                   AND JRN_POST_FLAG NOT = "W"
               ADD 1 TO WS-RV-PRIOR-COUNT (WS-SUB)
           END-IF.

       CHECK-REVERSALS.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-REV-USED
               PERFORM CHECK-REVERSAL-ENTRY
               ADD 1 TO WS-SUB
           END-PERFORM.

       CHECK-REVERSAL-ENTRY.
           MOVE 3 TO WS-NEW-CHECK.
           MOVE WS-RV-DETAIL (WS-SUB) TO WS-NEW-DETAIL.
           MOVE WS-RV-USERNAME (WS-SUB) TO WS-NEW-USERNAME.
           MOVE SPACES TO WS-NEW-REASON.
           EVALUATE TRUE
               WHEN WS-RV-ORIG-COUNT (WS-SUB) = ZERO
                   STRING "REF " WS-RV-REF-DATE (WS-SUB) " "
                           WS-RV-REF-SEQ (WS-SUB)
                           " - NO POSTED ORIGINAL ON FILE"
                       DELIMITED BY SIZE INTO WS-NEW-REASON
                   END-STRING
               WHEN WS-RV-ORIG-COUNT (WS-SUB) > 1
                   MOVE WS-RV-ORIG-COUNT (WS-SUB) TO WS-COUNT-DISPLAY
                   STRING "REF " WS-RV-REF-DATE (WS-SUB) " "
                           WS-RV-REF-SEQ (WS-SUB) " - MATCHES"
                           WS-COUNT-DISPLAY " ORIGINALS, AMBIGUOUS"
                       DELIMITED BY SIZE INTO WS-NEW-REASON
                   END-STRING
               WHEN WS-RV-PRIOR-COUNT (WS-SUB) > ZERO
                   STRING "REF " WS-RV-REF-DATE (WS-SUB) " "
                           WS-RV-REF-SEQ (WS-SUB)
                           " - ALREADY REVERSED EARLIER"
                       DELIMITED BY SIZE INTO WS-NEW-REASON
                   END-STRING
               WHEN WS-RV-ORIG-AMOUNT (WS-SUB) NOT =
                       WS-RV-AMOUNT (WS-SUB)
                   MOVE WS-RV-ORIG-AMOUNT (WS-SUB) TO WS-AMT-DISPLAY
                   STRING "REF " WS-RV-REF-DATE (WS-SUB) " "
                           WS-RV-REF-SEQ (WS-SUB)
                           " - ORIGINAL AMOUNT WAS " WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO WS-NEW-REASON
                   END-STRING
           END-EVALUATE.
           IF WS-NEW-REASON NOT = SPACES
               PERFORM ADD-EXCEPTION
           END-IF.

       CHECK-REJECT-AGES.
      *>   Each disposition answers exactly one reject, so a match
      *>   is consumed - the journal seq restarts every console
      *>   session, and look-alike rejects must not all clear on the
      *>   strength of a single disposition.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-REJECT-USED
               MOVE "N" TO WS-RESOLVED
               MOVE 1 TO WS-SUB2
               PERFORM UNTIL WS-RESOLVED = "Y" OR WS-SUB2 > WS-DISP-USED
                   IF WS-DS-USED (WS-SUB2) = "N"
                           AND WS-DS-REF-DATE (WS-SUB2) = WS-RJ-DATE (WS-SUB)
                           AND WS-DS-REF-SEQ (WS-SUB2) = WS-RJ-SEQ (WS-SUB)
                           AND WS-DS-TYPE (WS-SUB2) = WS-RJ-TYPE (WS-SUB)
                           AND WS-DS-AMOUNT (WS-SUB2) =
                               WS-RJ-AMOUNT (WS-SUB)
                       MOVE "Y" TO WS-DS-USED (WS-SUB2)
                       MOVE "Y" TO WS-RESOLVED
                   ELSE
                       ADD 1 TO WS-SUB2
                   END-IF
               END-PERFORM
               IF WS-RESOLVED = "N"
                   PERFORM CHECK-REJECT-AGE
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.

       CHECK-REJECT-AGE.
           COMPUTE WS-AGE-DAYS = WS-RPT-INT
               - FUNCTION INTEGER-OF-DATE (WS-RJ-DATE (WS-SUB)).
           IF WS-AGE-DAYS < WS-REJ-DAYS
               EXIT PARAGRAPH
           END-IF.
           MOVE 5 TO WS-NEW-CHECK.
           MOVE WS-RJ-DETAIL (WS-SUB) TO WS-NEW-DETAIL.
           MOVE WS-RJ-USERNAME (WS-SUB) TO WS-NEW-USERNAME.
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
           MOVE SPACES TO WS-NEW-REASON.
           STRING "REJECTED" WS-AGE-DISPLAY
                   " DAYS AGO - NO WORKBENCH DISPOSITION YET"
               DELIMITED BY SIZE INTO WS-NEW-REASON
           END-STRING.
           PERFORM ADD-EXCEPTION.

       ADD-EXCEPTION.
           ADD 1 TO WS-CHECK-COUNT (WS-NEW-CHECK).
           IF WS-EXC-USED < 500
               ADD 1 TO WS-EXC-USED
               MOVE WS-NEW-CHECK TO WS-XC-CHECK (WS-EXC-USED)
               MOVE WS-NEW-DETAIL TO WS-XC-DETAIL (WS-EXC-USED)
               MOVE WS-NEW-REASON TO WS-XC-REASON (WS-EXC-USED)
               MOVE WS-NEW-USERNAME TO WS-XC-USERNAME (WS-EXC-USED)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

       WRITE-CHECK-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           EVALUATE WS-CHECK-NO
               WHEN 1
                   MOVE "CHECK 1 - JOURNAL SEQ GAPS AND DUPLICATES"
                       TO WS-RPT-LINE
               WHEN 2
                   MOVE "CHECK 2 - TRANSFER LEGS WITHOUT THEIR PAIR"
                       TO WS-RPT-LINE
               WHEN 3
                   MOVE "CHECK 3 - REVERSALS WITH A BAD REFERENCE"
                       TO WS-RPT-LINE
               WHEN 4
                   MOVE "CHECK 4 - INVALID CODES AND DAMAGED RECORDS"
                       TO WS-RPT-LINE
               WHEN 5
                   STRING "CHECK 5 - REJECTS UNRESOLVED " WS-REJ-DAYS
                           " DAYS OR MORE (REVIEW ONLY)"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CHECK-COUNT (WS-CHECK-NO) = ZERO
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-EXC-USED
               IF WS-XC-CHECK (WS-SUB) = WS-CHECK-NO
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-XC-DETAIL (WS-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "      " WS-XC-REASON (WS-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   IF WS-XC-USERNAME (WS-SUB) NOT = SPACES
                       PERFORM WRITE-OWNER-LINE
                   END-IF
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-OWNER-LINE.
           MOVE WS-XC-USERNAME (WS-SUB) TO CL_USERNAME.
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

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOURNAL INTEGRITY VERIFICATION - BUSINESS DATE: "
                   WS-RPT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  DATE     SEQ    TERMINAL TYP   AMOUNT F USERNAME"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOURNAL RECORDS READ:    " WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECORDS ON DATE:         " WS-DAY-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SEQ GAPS/DUPLICATES:     " WS-CHECK-COUNT (1)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "UNPAIRED TRANSFER LEGS:  " WS-CHECK-COUNT (2)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BAD REVERSAL REFERENCES: " WS-CHECK-COUNT (3)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INVALID OR DAMAGED:      " WS-CHECK-COUNT (4)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "AGED REJECTS:            " WS-CHECK-COUNT (5)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-TABLE-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "TABLE FULL - ITEMS NOT EXAMINED OR LISTED: "
                       WS-TABLE-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE WS-RUN-RC
               WHEN 8
                   MOVE "*** JOURNAL BREAKS FOUND - RECONCILIATION AND"
                       TO WS-RPT-LINE
                   MOVE "GL EXTRACT HELD ***" TO WS-RPT-LINE (47:19)
               WHEN 4
                   MOVE "NO JOURNAL BREAKS - AGED REJECTS LISTED FOR"
                       TO WS-RPT-LINE
                   MOVE "SUPERVISOR REVIEW" TO WS-RPT-LINE (45:17)
               WHEN OTHER
                   MOVE "JOURNAL VERIFIED - NO EXCEPTIONS"
                       TO WS-RPT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE VERIFY-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write verification report record."
           END-IF.

       WRITE-RUN-RECORD.
      *>   Appended with the same create-on-first-use open as the
      *>   other shared logs. The verification is read-only and is
      *>   never refused a rerun - a run that verifies the repaired
      *>   journal clean simply stands as the latest for the date.
      *>   The out count is the number of exceptions listed.
           OPEN EXTEND RUN-CONTROL.
           IF WS-RUNCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN EXTEND RUN-CONTROL
           END-IF.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "Unable to open run-control file."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-JOB TO RN_JOB.
           MOVE WS-RPT-DATE TO RN_PERIOD.
           MOVE WS-RUN-RESULT TO RN_STATUS.
           MOVE "N" TO RN_OVERRIDE.
           ACCEPT RN_DATE FROM DATE YYYYMMDD.
           ACCEPT RN_TIME FROM TIME.
           MOVE WS-READ-COUNT TO RN_IN_COUNT.
           MOVE WS-EXC-TOTAL TO RN_OUT_COUNT.
           MOVE WS-RUN-RC TO RN_RC.
           WRITE RUN-CONTROL-RECORD.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "Unable to write run-control record."
           END-IF.
           CLOSE RUN-CONTROL.
