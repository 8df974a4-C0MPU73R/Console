       >> SOURCE FORMAT FREE
           IDENTIFICATION DIVISION.
           PROGRAM-ID. y.
           AUTHOR. C0MPU73R.
           DATE-WRITTEN. OCTOBER 15 2026.
      *>   Year-end interest income tax reporting - run in January,
      *>   once the December interest run has posted. Totals the
      *>   year's interest per account from the INT credits the
      *>   month-end run (i.cob) and account closures (m.cob) write,
      *>   reading the live journal concatenated behind every
      *>   archive generation the monthly cutover (a.cob) has
      *>   written. Only applied interest counts - flags "P", "H",
      *>   and "S", the same records the GL extract sends to
      *>   Finance; rejects and write-offs never paid anything. A
      *>   posted RVD that names an INT record (same account, date,
      *>   seq, and amount in JRN_REF_DATE/JRN_REF_SEQ) backed the
      *>   interest out again and is netted off the account. The
      *>   accounts are sorted by owning customer (CUSTLINK) and
      *>   each customer whose net interest for the year reaches
      *>   the reporting threshold - PARMFILE key INTTHR, 10.00 when
      *>   missing - gets:
      *>     a recipient copy on TAXFORM - payer, recipient name,
      *>       address, and masked tax id (CUSTOMER copybook), each
      *>       account's interest, and the total;
      *>     a payee ("B") record on the electronic filing file
      *>       TAXEFILE, between the payer ("P") record and the
      *>       control ("C") record carrying the payee count and
      *>       amount total.
      *>   The payer's own name, tax id, and address are not held
      *>   anywhere else, so they come in on two control cards
      *>   (PAYERIN): an "N" card with the tax id, name, and
      *>   telephone and an "A" card with the mailing address.
      *>   The control report (TAXRPT) ties the year back to the
      *>   interest expense Finance was sent: day by day, the
      *>   journal's gross interest against the GL 5010 debits of
      *>   the extract for that date, read from the GL extract
      *>   history (GLHIST) the GL extract job appends each good
      *>   extract to. A date extracted more than once (a RERUN) is
      *>   taken from its first extract. It then carries the gross
      *>   down to the amount reported - less reversals netted,
      *>   customers below the threshold, and accounts with no
      *>   customer on file, which cannot be reported and are
      *>   listed, as are recipients reported without a tax id.
      *>   RC 8 when a date's journal and GL figures differ, the
      *>   carry-down does not add up, a damaged INT record was
      *>   skipped, or a table filled up - the filing file is not
      *>   to be sent. RC 4 when accounts, missing tax ids, or
      *>   dates with no extract on file are listed for review. The
      *>   tax year (YYYY) comes from the command line and defaults
      *>   to the year before the run date. The run is logged in
      *>   the run-control ledger (RUNCTL copybook) as job CINTTAX
      *>   for the tax year; it is refused RC 12, before anything
      *>   is written, when the year has already been filed or the
      *>   December interest run (CINTSVC) has not completed - a
      *>   deliberate rerun names RERUN after the year.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TXN-JOURNAL ASSIGN TO "TXNJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-STATUS.
               SELECT GL-HISTORY ASSIGN TO "GLHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-STATUS.
               SELECT PARM-FILE ASSIGN TO "PARMFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS P_KEY
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT PAYER-CARDS ASSIGN TO "PAYERIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYER-STATUS.
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
               SELECT SORT-FILE ASSIGN TO "SORTWK".
               SELECT TAX-FORMS ASSIGN TO "TAXFORM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FORM-STATUS.
               SELECT TAX-EFILE ASSIGN TO "TAXEFILE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EFILE-STATUS.
               SELECT TAX-REPORT ASSIGN TO "TAXRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.
               SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  TXN-JOURNAL.
               COPY TXNJRNL.
           FD  GL-HISTORY.
      *>   The GL interface layout the extract (g.cob) writes - each
      *>   extract's detail records followed by its trailer.
           01 GL-DETAIL.
                 02 GLD_REC_TYPE PIC X(1).
                 02 GLD_DATE PIC 9(8).
                 02 GLD_GL_CODE PIC 9(4).
                 02 GLD_DC PIC X(1).
                 02 GLD_AMOUNT PIC 9(9)V99.
                 02 GLD_SOURCE PIC X(3).
                 02 FILLER PIC X(28).
           01 GL-TRAILER.
                 02 GLT_REC_TYPE PIC X(1).
                 02 GLT_DATE PIC 9(8).
                 02 GLT_REC_COUNT PIC 9(6).
                 02 GLT_DEBIT_TOTAL PIC 9(11)V99.
                 02 GLT_CREDIT_TOTAL PIC 9(11)V99.
                 02 GLT_HASH_TOTAL PIC 9(15).
           FD  PARM-FILE.
               COPY PARMS.
           FD  PAYER-CARDS.
           01 PAYER-NAME-CARD.
                 02 PN_CARD_TYPE PIC X(1).
                 02 PN_TAX_ID PIC X(9).
                 02 PN_NAME PIC X(40).
                 02 PN_PHONE PIC X(15).
                 02 FILLER PIC X(15).
           01 PAYER-ADDR-CARD.
                 02 PA_CARD_TYPE PIC X(1).
                 02 PA_ADDR PIC X(30).
                 02 PA_CITY PIC X(20).
                 02 PA_STATE PIC X(2).
                 02 PA_ZIP PIC X(10).
                 02 FILLER PIC X(17).
           FD  CUST-FILE.
               COPY CUSTOMER.
           FD  CUST-LINK-FILE.
               COPY CUSTLINK.
           SD  SORT-FILE.
           01 SORT-RECORD.
                 02 SRT_CUST_ID PIC 9(8).
                 02 SRT_USERNAME PIC X(20).
                 02 SRT_AMOUNT PIC 9(5)V99.
                 02 SRT_REVERSED PIC 9(5)V99.
           FD  TAX-FORMS.
           01 FORM-LINE PIC X(80).
           FD  TAX-EFILE.
      *>   Electronic filing file - one payer record, one payee
      *>   record per recipient, and the control record last.
           01 EFILE-PAYER.
                 02 EFP_REC_TYPE PIC X(1).
                 02 EFP_TAX_YEAR PIC 9(4).
                 02 EFP_TAX_ID PIC 9(9).
                 02 EFP_NAME PIC X(40).
                 02 EFP_ADDR PIC X(30).
                 02 EFP_CITY PIC X(20).
                 02 EFP_STATE PIC X(2).
                 02 EFP_ZIP PIC X(10).
                 02 EFP_PHONE PIC X(15).
                 02 FILLER PIC X(39).
           01 EFILE-PAYEE.
                 02 EFB_REC_TYPE PIC X(1).
                 02 EFB_TAX_YEAR PIC 9(4).
                 02 EFB_TAX_ID PIC 9(9).
                 02 EFB_TIN_MISSING PIC X(1).
                 02 EFB_CUST_ID PIC 9(8).
                 02 EFB_NAME PIC X(40).
                 02 EFB_ADDR1 PIC X(30).
                 02 EFB_ADDR2 PIC X(30).
                 02 EFB_CITY PIC X(20).
                 02 EFB_STATE PIC X(2).
                 02 EFB_ZIP PIC X(10).
                 02 EFB_AMOUNT PIC 9(9)V99.
                 02 FILLER PIC X(4).
           01 EFILE-CONTROL.
                 02 EFC_REC_TYPE PIC X(1).
                 02 EFC_TAX_YEAR PIC 9(4).
                 02 EFC_PAYER_TAX_ID PIC 9(9).
                 02 EFC_PAYEE_COUNT PIC 9(8).
                 02 EFC_AMOUNT_TOTAL PIC 9(13)V99.
                 02 FILLER PIC X(133).
           FD  TAX-REPORT.
           01 TAX-LINE PIC X(80).
           FD  RUN-CONTROL.
               COPY RUNCTL.

           WORKING-STORAGE SECTION.
           01 WS-JRNL-STATUS PIC XX VALUE "00".
           01 WS-GL-STATUS PIC XX VALUE "00".
           01 WS-PARM-STATUS PIC XX VALUE "00".
           01 WS-PAYER-STATUS PIC XX VALUE "00".
           01 WS-CUST-STATUS PIC XX VALUE "00".
           01 WS-LINK-STATUS PIC XX VALUE "00".
           01 WS-FORM-STATUS PIC XX VALUE "00".
           01 WS-EFILE-STATUS PIC XX VALUE "00".
           01 WS-RPT-STATUS PIC XX VALUE "00".
           01 WS-RUNCTL-STATUS PIC XX VALUE "00".
           01 WS-EOF PIC X(1) VALUE "N".
           01 WS-SORT-EOF PIC X(1) VALUE "N".
           01 WS-PARM-KEY PIC X(8) VALUE SPACES.
           01 WS-PARM-FOUND PIC X(1) VALUE "N".
           01 WS-PARM-LINE PIC X(40) VALUE SPACES.
           01 WS-PARM-YEAR PIC X(8) VALUE SPACES.
           01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
           01 WS-TODAY PIC 9(8) VALUE ZEROS.
           01 WS-TAX-YEAR PIC 9(4) VALUE ZEROS.
           01 WS-WORK-DATE PIC 9(8) VALUE ZEROS.
           01 WS-JAN1-INT PIC 9(7) VALUE 0.
           01 WS-DAYS-IN-YEAR PIC 9(3) VALUE 0.
      *>   Net interest a customer must reach for the year to be
      *>   reported - PARMFILE key INTTHR, this default when missing.
           01 WS-INT-THRESHOLD PIC 9(7)V99 VALUE 10.00.
      *>   Payer identity from the control cards.
           01 WS-PAYER-TAX-ID PIC 9(9) VALUE ZEROS.
           01 WS-PAYER-NAME PIC X(40) VALUE SPACES.
           01 WS-PAYER-PHONE PIC X(15) VALUE SPACES.
           01 WS-PAYER-ADDR PIC X(30) VALUE SPACES.
           01 WS-PAYER-CITY PIC X(20) VALUE SPACES.
           01 WS-PAYER-STATE PIC X(2) VALUE SPACES.
           01 WS-PAYER-ZIP PIC X(10) VALUE SPACES.
           01 WS-CUST-OPEN PIC X(1) VALUE "N".
           01 WS-INT-SELECTED PIC X(1) VALUE "N".
           01 WS-FIRST-PASS PIC X(1) VALUE "Y".
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-INT-COUNT PIC 9(7) VALUE 0.
           01 WS-DAMAGED-COUNT PIC 9(7) VALUE 0.
           01 WS-SUB PIC 9(4) VALUE 0.
           01 WS-DAY-SUB PIC 9(4) VALUE 0.
      *>   One entry per day of the tax year - the journal's gross
      *>   interest for the date and the GL 5010 debits extracted
      *>   for it.
           01 WS-DAY-TABLE.
               02 WS-DAY-ENTRY OCCURS 366 TIMES.
                   03 WS-DY-JRN-AMOUNT PIC 9(9)V99.
                   03 WS-DY-JRN-COUNT PIC 9(5).
                   03 WS-DY-GL-AMOUNT PIC 9(9)V99.
                   03 WS-DY-EXTRACTS PIC 9(3).
      *>   Posted reversals naming a record dated in the tax year -
      *>   each nets off at most one INT record.
           01 WS-REV-TABLE.
               02 WS-REV-ENTRY OCCURS 2000 TIMES.
                   03 WS-RV-USERNAME PIC X(20).
                   03 WS-RV-REF-DATE PIC 9(8).
                   03 WS-RV-REF-SEQ PIC 9(6).
                   03 WS-RV-AMOUNT PIC 9(5)V99.
                   03 WS-RV-USED PIC X(1).
           01 WS-REV-USED PIC 9(4) VALUE 0.
      *>   The GL extract being read - its 5010 debits are held until
      *>   its trailer names the date.
           01 WS-EXT-5010 PIC 9(9)V99 VALUE 0.
           01 WS-EXT-DETAILS PIC 9(7) VALUE 0.
           01 WS-EXTRACT-COUNT PIC 9(5) VALUE 0.
           01 WS-GL-INCOMPLETE PIC 9(7) VALUE 0.
      *>   Current customer and account in the sorted stream.
           01 WS-CURR-CUST-ID PIC 9(8) VALUE ZEROS.
           01 WS-CURR-USERNAME PIC X(20) VALUE SPACES.
           01 WS-CUST-FOUND PIC X(1) VALUE "N".
           01 WS-ACCT-GROSS PIC 9(9)V99 VALUE 0.
           01 WS-ACCT-REVERSED PIC 9(9)V99 VALUE 0.
           01 WS-ACCT-NET PIC S9(9)V99 VALUE 0.
           01 WS-CUST-TOTAL PIC S9(9)V99 VALUE 0.
           01 WS-ACCT-TABLE.
               02 WS-ACCT-ENTRY OCCURS 50 TIMES.
                   03 WS-CA-USERNAME PIC X(20).
                   03 WS-CA-AMOUNT PIC S9(9)V99.
           01 WS-ACCT-USED PIC 9(3) VALUE 0.
           01 WS-ACCT-OVERFLOW PIC 9(3) VALUE 0.
      *>   Items listed for review: kind 1 an account whose interest
      *>   cannot be reported, kind 2 a recipient with no tax id.
           01 WS-EXC-TABLE.
               02 WS-EXC-ENTRY OCCURS 500 TIMES.
                   03 WS-XC-KIND PIC 9(1).
                   03 WS-XC-LINE PIC X(76).
           01 WS-EXC-USED PIC 9(4) VALUE 0.
           01 WS-KIND-COUNTS.
               02 WS-KIND-COUNT PIC 9(5) OCCURS 2 TIMES.
           01 WS-KIND-NO PIC 9(1) VALUE 0.
           01 WS-NEW-KIND PIC 9(1) VALUE 0.
           01 WS-NEW-LINE PIC X(76) VALUE SPACES.
           01 WS-TABLE-OVERFLOW PIC 9(5) VALUE 0.
      *>   Control totals.
           01 WS-GROSS-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-REVERSED-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-NET-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-GL-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-REPORTED-TOTAL PIC 9(13)V99 VALUE 0.
           01 WS-BELOW-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-UNLINKED-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-CARRIED-TOTAL PIC S9(13)V99 VALUE 0.
           01 WS-ACCOUNT-COUNT PIC 9(7) VALUE 0.
           01 WS-CUSTOMER-COUNT PIC 9(7) VALUE 0.
           01 WS-RECIPIENT-COUNT PIC 9(8) VALUE 0.
           01 WS-BELOW-COUNT PIC 9(7) VALUE 0.
           01 WS-UNLINKED-COUNT PIC 9(7) VALUE 0.
           01 WS-DATES-TIED PIC 9(3) VALUE 0.
           01 WS-DATES-DIFFERENT PIC 9(3) VALUE 0.
           01 WS-DATES-MISSING PIC 9(3) VALUE 0.
           01 WS-CARRY-BROKEN PIC X(1) VALUE "N".
           01 WS-RPT-LINE PIC X(80) VALUE SPACES.
           01 WS-AMT-DISPLAY PIC -9(9).99.
           01 WS-AMT-DISPLAY2 PIC -9(9).99.
           01 WS-TOT-DISPLAY PIC -9(13).99.
           01 WS-TIN-DISPLAY PIC X(11) VALUE SPACES.
           01 WS-TIN-DIGITS PIC 9(9) VALUE ZEROS.
           01 WS-RUN-EOF PIC X(1) VALUE "N".
           01 WS-RUN-JOB PIC X(8) VALUE "CINTTAX".
           01 WS-RUN-PERIOD PIC X(8) VALUE SPACES.
           01 WS-RUN-PRED-JOB PIC X(8) VALUE "CINTSVC".
           01 WS-RUN-PRED-PERIOD PIC X(8) VALUE SPACES.
           01 WS-RUN-LAST PIC X(1) VALUE SPACES.
           01 WS-PRED-LAST PIC X(1) VALUE SPACES.
           01 WS-RUN-REFUSED PIC X(1) VALUE "N".
           01 WS-RUN-OVERRIDE PIC X(1) VALUE "N".
           01 WS-RUN-RESULT PIC X(1) VALUE "S".
           01 WS-RUN-WRITTEN PIC X(1) VALUE "N".
           01 WS-RUN-IN PIC 9(7) VALUE 0.
           01 WS-RUN-OUT PIC 9(7) VALUE 0.
           01 WS-RUN-RC PIC 9(2) VALUE 0.

           PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SET-TAX-YEAR.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-PAYER-CARDS.
           PERFORM CHECK-RUN-CONTROL.
           MOVE ZEROS TO WS-DAY-TABLE.
           MOVE ZEROS TO WS-KIND-COUNTS.
           PERFORM SCAN-JOURNAL.
           PERFORM SCAN-GL-HISTORY.
           OPEN OUTPUT TAX-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to open tax control report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TAX-FORMS.
           IF WS-FORM-STATUS NOT = "00"
               DISPLAY "Unable to open recipient copy print file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TAX-EFILE.
           IF WS-EFILE-STATUS NOT = "00"
               DISPLAY "Unable to open electronic filing file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-CUSTOMER-FILES.
           PERFORM WRITE-PAYER-RECORD.
           SORT SORT-FILE
               ON ASCENDING KEY SRT_CUST_ID SRT_USERNAME
               INPUT PROCEDURE IS SELECT-YEAR-INTEREST
               OUTPUT PROCEDURE IS PRODUCE-RECIPIENTS.
           PERFORM CLOSE-CUSTOMER-FILES.
           PERFORM WRITE-CONTROL-RECORD.
           CLOSE TAX-EFILE.
           CLOSE TAX-FORMS.
           PERFORM TIE-DAYS-TO-GL.
           COMPUTE WS-NET-TOTAL = WS-GROSS-TOTAL - WS-REVERSED-TOTAL.
           COMPUTE WS-CARRIED-TOTAL = WS-REPORTED-TOTAL
               + WS-BELOW-TOTAL + WS-UNLINKED-TOTAL.
           IF WS-CARRIED-TOTAL NOT = WS-NET-TOTAL
               MOVE "Y" TO WS-CARRY-BROKEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-DATES-DIFFERENT > ZERO
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-CARRY-BROKEN = "Y"
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-DAMAGED-COUNT > ZERO
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-TABLE-OVERFLOW > ZERO
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-KIND-COUNT (1) > ZERO
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-KIND-COUNT (2) > ZERO
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-DATES-MISSING > ZERO
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-GL-INCOMPLETE > ZERO
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 0 TO WS-RUN-RC
           END-EVALUATE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-DAY-SECTION.
           MOVE 1 TO WS-KIND-NO.
           PERFORM UNTIL WS-KIND-NO > 2
               PERFORM WRITE-REVIEW-SECTION
               ADD 1 TO WS-KIND-NO
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE TAX-REPORT.
           DISPLAY "Interest recipients reported: " WS-RECIPIENT-COUNT.
           IF WS-RUN-RC = 8
               MOVE "F" TO WS-RUN-RESULT
           ELSE
               MOVE "C" TO WS-RUN-RESULT
           END-IF.
           MOVE WS-INT-COUNT TO WS-RUN-IN.
           MOVE WS-RECIPIENT-COUNT TO WS-RUN-OUT.
           PERFORM WRITE-RUN-RECORD.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       SET-TAX-YEAR.
      *>   The command line carries the year, the RERUN override,
      *>   or both - year first.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
               INTO WS-PARM-YEAR WS-PARM-OPTION
           END-UNSTRING.
           IF WS-PARM-YEAR = "RERUN"
               MOVE WS-PARM-YEAR TO WS-PARM-OPTION
               MOVE SPACES TO WS-PARM-YEAR
           END-IF.
           IF WS-PARM-YEAR = SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY (1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           ELSE
               IF WS-PARM-YEAR (1:4) NOT NUMERIC
                       OR WS-PARM-YEAR (5:4) NOT = SPACES
                   DISPLAY "Invalid tax year " WS-PARM-YEAR "."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-YEAR (1:4) TO WS-TAX-YEAR
           END-IF.
           IF WS-TAX-YEAR < 1900
               DISPLAY "Invalid tax year " WS-TAX-YEAR "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-WORK-DATE = WS-TAX-YEAR * 10000 + 101.
           COMPUTE WS-JAN1-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
           COMPUTE WS-WORK-DATE = (WS-TAX-YEAR + 1) * 10000 + 101.
           COMPUTE WS-DAYS-IN-YEAR =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - WS-JAN1-INT.
           MOVE WS-TAX-YEAR TO WS-RUN-PERIOD.
           STRING WS-TAX-YEAR "12"
               DELIMITED BY SIZE INTO WS-RUN-PRED-PERIOD
           END-STRING.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "INTTHR" TO WS-PARM-KEY.
           PERFORM GET-PARM-VALUE.
           IF WS-PARM-FOUND = "Y"
               MOVE P_VALUE TO WS-INT-THRESHOLD
           END-IF.
           CLOSE PARM-FILE.

       GET-PARM-VALUE.
           MOVE "Y" TO WS-PARM-FOUND.
           MOVE WS-PARM-KEY TO P_KEY.
           READ PARM-FILE
               KEY IS P_KEY
               INVALID KEY
                   MOVE "N" TO WS-PARM-FOUND
           END-READ.

       LOAD-PAYER-CARDS.
      *>   Both cards must be present, with a numeric tax id and a
      *>   name and address - a filing without them is refused
      *>   before anything is written.
           OPEN INPUT PAYER-CARDS.
           IF WS-PAYER-STATUS NOT = "00"
               DISPLAY "Unable to open payer control cards."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYER-CARDS
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-PAYER-CARD
               END-READ
           END-PERFORM.
           CLOSE PAYER-CARDS.
           IF WS-PAYER-TAX-ID = ZERO OR WS-PAYER-NAME = SPACES
                   OR WS-PAYER-ADDR = SPACES
               DISPLAY "Payer control cards missing or incomplete -"
                   " an N card (tax id, name) and an A card"
                   " (address) are required."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-PAYER-CARD.
           EVALUATE PN_CARD_TYPE
               WHEN "N"
                   IF PN_TAX_ID IS NUMERIC
                       MOVE PN_TAX_ID TO WS-PAYER-TAX-ID
                   END-IF
                   MOVE PN_NAME TO WS-PAYER-NAME
                   MOVE PN_PHONE TO WS-PAYER-PHONE
               WHEN "A"
                   MOVE PA_ADDR TO WS-PAYER-ADDR
                   MOVE PA_CITY TO WS-PAYER-CITY
                   MOVE PA_STATE TO WS-PAYER-STATE
                   MOVE PA_ZIP TO WS-PAYER-ZIP
           END-EVALUATE.

       SCAN-JOURNAL.
      *>   First pass: the reversals that may net interest off, and
      *>   each date's gross interest for the GL tie.
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TXN-JOURNAL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-JOURNAL-RECORD
               END-READ
           END-PERFORM.
           CLOSE TXN-JOURNAL.

       NOTE-JOURNAL-RECORD.
           ADD 1 TO WS-READ-COUNT.
           IF JRN_TYPE = "RVD"
                   AND (JRN_POST_FLAG = "P" OR JRN_POST_FLAG = "H"
                       OR JRN_POST_FLAG = "S")
                   AND JRN_REF_DATE (1:4) = WS-TAX-YEAR
               IF WS-REV-USED < 2000
                   ADD 1 TO WS-REV-USED
                   MOVE JRN_USERNAME TO WS-RV-USERNAME (WS-REV-USED)
                   MOVE JRN_REF_DATE TO WS-RV-REF-DATE (WS-REV-USED)
                   MOVE JRN_REF_SEQ TO WS-RV-REF-SEQ (WS-REV-USED)
                   MOVE JRN_AMOUNT TO WS-RV-AMOUNT (WS-REV-USED)
                   MOVE "N" TO WS-RV-USED (WS-REV-USED)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.
           PERFORM SELECT-INT-RECORD.
           IF WS-INT-SELECTED = "Y"
               ADD 1 TO WS-INT-COUNT
               ADD JRN_AMOUNT TO WS-GROSS-TOTAL
               COMPUTE WS-DAY-SUB =
                   FUNCTION INTEGER-OF-DATE (JRN_DATE)
                       - WS-JAN1-INT + 1
               ADD JRN_AMOUNT TO WS-DY-JRN-AMOUNT (WS-DAY-SUB)
               ADD 1 TO WS-DY-JRN-COUNT (WS-DAY-SUB)
           END-IF.

       SELECT-INT-RECORD.
      *>   Applied interest dated in the tax year. Both passes come
      *>   through here, so they select exactly the same records; a
      *>   damaged one is counted on the first pass and left out.
           MOVE "N" TO WS-INT-SELECTED.
           IF JRN_TYPE NOT = "INT"
               EXIT PARAGRAPH
           END-IF.
           IF JRN_POST_FLAG NOT = "P" AND JRN_POST_FLAG NOT = "H"
                   AND JRN_POST_FLAG NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF JRN_DATE (1:4) NOT = WS-TAX-YEAR
               EXIT PARAGRAPH
           END-IF.
           IF JRN_DATE NOT NUMERIC OR JRN_AMOUNT NOT NUMERIC
               IF WS-FIRST-PASS = "Y"
                   ADD 1 TO WS-DAMAGED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (JRN_DATE) NOT = ZERO
               IF WS-FIRST-PASS = "Y"
                   ADD 1 TO WS-DAMAGED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-INT-SELECTED.

       SCAN-GL-HISTORY.
      *>   Each extract's 5010 debits are held until its trailer;
      *>   details with no trailer behind them are an extract that
      *>   never finished and are left out.
           OPEN INPUT GL-HISTORY.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "Unable to open GL extract history file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-EXT-5010.
           MOVE ZERO TO WS-EXT-DETAILS.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-HISTORY
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-GL-RECORD
               END-READ
           END-PERFORM.
           CLOSE GL-HISTORY.
           IF WS-EXT-DETAILS > ZERO
               MOVE WS-EXT-DETAILS TO WS-GL-INCOMPLETE
           END-IF.

       NOTE-GL-RECORD.
           EVALUATE GLD_REC_TYPE
               WHEN "D"
                   ADD 1 TO WS-EXT-DETAILS
                   IF GLD_GL_CODE = 5010 AND GLD_DC = "D"
                       ADD GLD_AMOUNT TO WS-EXT-5010
                   END-IF
               WHEN "T"
                   PERFORM NOTE-GL-TRAILER
           END-EVALUATE.

       NOTE-GL-TRAILER.
           ADD 1 TO WS-EXTRACT-COUNT.
           IF GLT_DATE (1:4) = WS-TAX-YEAR
                   AND FUNCTION TEST-DATE-YYYYMMDD (GLT_DATE) = ZERO
               COMPUTE WS-DAY-SUB =
                   FUNCTION INTEGER-OF-DATE (GLT_DATE)
                       - WS-JAN1-INT + 1
               IF WS-DY-EXTRACTS (WS-DAY-SUB) = ZERO
                   MOVE WS-EXT-5010 TO WS-DY-GL-AMOUNT (WS-DAY-SUB)
                   ADD WS-EXT-5010 TO WS-GL-TOTAL
               END-IF
               ADD 1 TO WS-DY-EXTRACTS (WS-DAY-SUB)
           END-IF.
           MOVE ZERO TO WS-EXT-5010.
           MOVE ZERO TO WS-EXT-DETAILS.

       SELECT-YEAR-INTEREST.
      *>   Second pass: each applied INT record, with any reversal
      *>   that names it, released under its owning customer - zero
      *>   when the account has no link, so those sort first.
           OPEN INPUT TXN-JOURNAL.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal file."
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE "N" TO WS-EOF
           END-IF.
           MOVE "N" TO WS-FIRST-PASS.
           PERFORM UNTIL WS-EOF = "Y"
               READ TXN-JOURNAL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM RELEASE-INT-RECORD
               END-READ
           END-PERFORM.
           IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
               CLOSE TXN-JOURNAL
           END-IF.

       RELEASE-INT-RECORD.
           PERFORM SELECT-INT-RECORD.
           IF WS-INT-SELECTED NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE JRN_USERNAME TO SRT_USERNAME.
           MOVE JRN_AMOUNT TO SRT_AMOUNT.
           MOVE ZERO TO SRT_REVERSED.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-REV-USED
               IF WS-RV-USED (WS-SUB) = "N"
                       AND WS-RV-USERNAME (WS-SUB) = JRN_USERNAME
                       AND WS-RV-REF-DATE (WS-SUB) = JRN_DATE
                       AND WS-RV-REF-SEQ (WS-SUB) = JRN_TXN_SEQ
                       AND WS-RV-AMOUNT (WS-SUB) = JRN_AMOUNT
                   MOVE "Y" TO WS-RV-USED (WS-SUB)
                   MOVE JRN_AMOUNT TO SRT_REVERSED
                   ADD JRN_AMOUNT TO WS-REVERSED-TOTAL
                   MOVE WS-REV-USED TO WS-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
           MOVE ZERO TO SRT_CUST_ID.
           MOVE JRN_USERNAME TO CL_USERNAME.
           READ CUST-LINK-FILE
               KEY IS CL_USERNAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-LINK-STATUS = "00"
               MOVE CL_CUST_ID TO SRT_CUST_ID
           END-IF.
           RELEASE SORT-RECORD.

       PRODUCE-RECIPIENTS.
           MOVE ZERO TO WS-CURR-CUST-ID.
           MOVE SPACES TO WS-CURR-USERNAME.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM COLLECT-SORTED-INT
               END-RETURN
           END-PERFORM.
           IF WS-CURR-USERNAME NOT = SPACES
               PERFORM FINISH-ACCOUNT
               PERFORM FINISH-CUSTOMER
           END-IF.

       COLLECT-SORTED-INT.
           IF WS-CURR-USERNAME NOT = SPACES
                   AND (SRT_CUST_ID NOT = WS-CURR-CUST-ID
                       OR SRT_USERNAME NOT = WS-CURR-USERNAME)
               PERFORM FINISH-ACCOUNT
               IF SRT_CUST_ID NOT = WS-CURR-CUST-ID
                   PERFORM FINISH-CUSTOMER
               END-IF
           END-IF.
           IF WS-CURR-USERNAME = SPACES
                   OR SRT_CUST_ID NOT = WS-CURR-CUST-ID
               PERFORM START-CUSTOMER
           END-IF.
           IF SRT_USERNAME NOT = WS-CURR-USERNAME
               MOVE SRT_USERNAME TO WS-CURR-USERNAME
               MOVE ZERO TO WS-ACCT-GROSS
               MOVE ZERO TO WS-ACCT-REVERSED
           END-IF.
           ADD SRT_AMOUNT TO WS-ACCT-GROSS.
           ADD SRT_REVERSED TO WS-ACCT-REVERSED.

       START-CUSTOMER.
      *>   The customer record stays in the record area until the
      *>   customer is finished - nothing else reads the file then.
           MOVE SRT_CUST_ID TO WS-CURR-CUST-ID.
           MOVE ZERO TO WS-CUST-TOTAL.
           MOVE ZERO TO WS-ACCT-USED.
           MOVE ZERO TO WS-ACCT-OVERFLOW.
           MOVE "N" TO WS-CUST-FOUND.
           IF WS-CURR-CUST-ID = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURR-CUST-ID TO CU_CUST_ID.
           READ CUST-FILE
               KEY IS CU_CUST_ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-FOUND
           END-IF.

       FINISH-ACCOUNT.
           COMPUTE WS-ACCT-NET = WS-ACCT-GROSS - WS-ACCT-REVERSED.
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD WS-ACCT-NET TO WS-CUST-TOTAL.
           IF WS-ACCT-USED < 50
               ADD 1 TO WS-ACCT-USED
               MOVE WS-CURR-USERNAME TO WS-CA-USERNAME (WS-ACCT-USED)
               MOVE WS-ACCT-NET TO WS-CA-AMOUNT (WS-ACCT-USED)
           ELSE
               ADD 1 TO WS-ACCT-OVERFLOW
           END-IF.
           IF WS-CUST-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
      *>   No owner on file - the interest cannot be reported to
      *>   anyone and is listed for the customer record to be set
      *>   up and the run repeated.
           ADD 1 TO WS-UNLINKED-COUNT.
           ADD WS-ACCT-NET TO WS-UNLINKED-TOTAL.
           MOVE WS-ACCT-NET TO WS-AMT-DISPLAY.
           MOVE SPACES TO WS-NEW-LINE.
           IF WS-CURR-CUST-ID = ZERO
               STRING WS-CURR-USERNAME " " WS-AMT-DISPLAY
                       "  NO CUSTOMER LINK"
                   DELIMITED BY SIZE INTO WS-NEW-LINE
               END-STRING
           ELSE
               STRING WS-CURR-USERNAME " " WS-AMT-DISPLAY
                       "  CUSTOMER " WS-CURR-CUST-ID " NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-NEW-LINE
               END-STRING
           END-IF.
           MOVE 1 TO WS-NEW-KIND.
           PERFORM ADD-EXCEPTION.

       FINISH-CUSTOMER.
           IF WS-CUST-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUSTOMER-COUNT.
           IF WS-CUST-TOTAL <= ZERO
                   OR WS-CUST-TOTAL < WS-INT-THRESHOLD
               ADD 1 TO WS-BELOW-COUNT
               ADD WS-CUST-TOTAL TO WS-BELOW-TOTAL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RECIPIENT-COUNT.
           ADD WS-CUST-TOTAL TO WS-REPORTED-TOTAL.
           PERFORM WRITE-RECIPIENT-COPY.
           PERFORM WRITE-PAYEE-RECORD.
           IF CU_TAX_ID = ZERO
               MOVE WS-CUST-TOTAL TO WS-AMT-DISPLAY
               MOVE SPACES TO WS-NEW-LINE
               STRING WS-CURR-CUST-ID " " CU_NAME (1:30) " "
                       WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO WS-NEW-LINE
               END-STRING
               MOVE 2 TO WS-NEW-KIND
               PERFORM ADD-EXCEPTION
           END-IF.

       ADD-EXCEPTION.
           ADD 1 TO WS-KIND-COUNT (WS-NEW-KIND).
           IF WS-EXC-USED < 500
               ADD 1 TO WS-EXC-USED
               MOVE WS-NEW-KIND TO WS-XC-KIND (WS-EXC-USED)
               MOVE WS-NEW-LINE TO WS-XC-LINE (WS-EXC-USED)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

       WRITE-RECIPIENT-COPY.
      *>   One copy per customer, payer block first, then the
      *>   recipient block for the window envelope. The tax id is
      *>   masked to its last four digits.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INTEREST INCOME STATEMENT - TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE "COPY FOR RECIPIENT - KEEP FOR YOUR TAX RECORDS"
               TO WS-RPT-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PAYER:            " WS-PAYER-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "                  " WS-PAYER-ADDR
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "                  " DELIMITED BY SIZE
                   WS-PAYER-CITY DELIMITED BY "  "
                   " " WS-PAYER-STATE "  " WS-PAYER-ZIP
                       DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           IF WS-PAYER-PHONE NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "TELEPHONE:        " WS-PAYER-PHONE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-FORM-LINE
           END-IF.
           MOVE WS-PAYER-TAX-ID TO WS-TIN-DIGITS.
           MOVE SPACES TO WS-TIN-DISPLAY.
           STRING WS-TIN-DIGITS (1:2) "-" WS-TIN-DIGITS (3:7)
               DELIMITED BY SIZE INTO WS-TIN-DISPLAY
           END-STRING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PAYER'S TIN:      " WS-TIN-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECIPIENT:        " CU_NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "                  " CU_ADDR1
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           IF CU_ADDR2 NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "                  " CU_ADDR2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-FORM-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "                  " DELIMITED BY SIZE
                   CU_CITY DELIMITED BY "  "
                   " " CU_STATE "  " CU_ZIP DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           IF CU_TAX_ID = ZERO
               MOVE "NOT ON FILE" TO WS-TIN-DISPLAY
           ELSE
               MOVE CU_TAX_ID TO WS-TIN-DIGITS
               MOVE SPACES TO WS-TIN-DISPLAY
               STRING "XXX-XX-" WS-TIN-DIGITS (6:4)
                   DELIMITED BY SIZE INTO WS-TIN-DISPLAY
               END-STRING
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECIPIENT'S TIN:  " WS-TIN-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CUSTOMER NUMBER:  " WS-CURR-CUST-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE "  ACCOUNT               INTEREST PAID"
               TO WS-RPT-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-ACCT-USED
               MOVE WS-CA-AMOUNT (WS-SUB) TO WS-AMT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-CA-USERNAME (WS-SUB) "  "
                       WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-FORM-LINE
               ADD 1 TO WS-SUB
           END-PERFORM.
           IF WS-ACCT-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "  FURTHER ACCOUNTS INCLUDED IN THE TOTAL: "
                       WS-ACCT-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-FORM-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-CUST-TOTAL TO WS-AMT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INTEREST INCOME:  " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE "THIS INFORMATION IS BEING FURNISHED TO THE TAXING"
               TO WS-RPT-LINE.
           MOVE "AUTHORITY." TO WS-RPT-LINE (51:10).
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-FORM-LINE.

       WRITE-FORM-LINE.
           WRITE FORM-LINE FROM WS-RPT-LINE.
           IF WS-FORM-STATUS NOT = "00"
               DISPLAY "Unable to write recipient copy record."
           END-IF.

       WRITE-PAYER-RECORD.
           MOVE SPACES TO EFILE-PAYER.
           MOVE "P" TO EFP_REC_TYPE.
           MOVE WS-TAX-YEAR TO EFP_TAX_YEAR.
           MOVE WS-PAYER-TAX-ID TO EFP_TAX_ID.
           MOVE WS-PAYER-NAME TO EFP_NAME.
           MOVE WS-PAYER-ADDR TO EFP_ADDR.
           MOVE WS-PAYER-CITY TO EFP_CITY.
           MOVE WS-PAYER-STATE TO EFP_STATE.
           MOVE WS-PAYER-ZIP TO EFP_ZIP.
           MOVE WS-PAYER-PHONE TO EFP_PHONE.
           WRITE EFILE-PAYER.
           IF WS-EFILE-STATUS NOT = "00"
               DISPLAY "Unable to write electronic filing record."
           END-IF.

       WRITE-PAYEE-RECORD.
      *>   A recipient with no tax id on file is still filed, with
      *>   the id zero and the missing flag set.
           MOVE SPACES TO EFILE-PAYEE.
           MOVE "B" TO EFB_REC_TYPE.
           MOVE WS-TAX-YEAR TO EFB_TAX_YEAR.
           MOVE CU_TAX_ID TO EFB_TAX_ID.
           IF CU_TAX_ID = ZERO
               MOVE "Y" TO EFB_TIN_MISSING
           ELSE
               MOVE "N" TO EFB_TIN_MISSING
           END-IF.
           MOVE WS-CURR-CUST-ID TO EFB_CUST_ID.
           MOVE CU_NAME TO EFB_NAME.
           MOVE CU_ADDR1 TO EFB_ADDR1.
           MOVE CU_ADDR2 TO EFB_ADDR2.
           MOVE CU_CITY TO EFB_CITY.
           MOVE CU_STATE TO EFB_STATE.
           MOVE CU_ZIP TO EFB_ZIP.
           MOVE WS-CUST-TOTAL TO EFB_AMOUNT.
           WRITE EFILE-PAYEE.
           IF WS-EFILE-STATUS NOT = "00"
               DISPLAY "Unable to write electronic filing record."
           END-IF.

       WRITE-CONTROL-RECORD.
           MOVE SPACES TO EFILE-CONTROL.
           MOVE "C" TO EFC_REC_TYPE.
           MOVE WS-TAX-YEAR TO EFC_TAX_YEAR.
           MOVE WS-PAYER-TAX-ID TO EFC_PAYER_TAX_ID.
           MOVE WS-RECIPIENT-COUNT TO EFC_PAYEE_COUNT.
           MOVE WS-REPORTED-TOTAL TO EFC_AMOUNT_TOTAL.
           WRITE EFILE-CONTROL.
           IF WS-EFILE-STATUS NOT = "00"
               DISPLAY "Unable to write electronic filing record."
           END-IF.

       TIE-DAYS-TO-GL.
      *>   A date with interest and no extract on file cannot be
      *>   proved either way and is listed for review; a date whose
      *>   journal and extract differ is a break.
           MOVE 1 TO WS-DAY-SUB.
           PERFORM UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR
               EVALUATE TRUE
                   WHEN WS-DY-EXTRACTS (WS-DAY-SUB) = ZERO
                       IF WS-DY-JRN-AMOUNT (WS-DAY-SUB) > ZERO
                           ADD 1 TO WS-DATES-MISSING
                       END-IF
                   WHEN WS-DY-JRN-AMOUNT (WS-DAY-SUB)
                           = WS-DY-GL-AMOUNT (WS-DAY-SUB)
                       IF WS-DY-JRN-AMOUNT (WS-DAY-SUB) > ZERO
                           ADD 1 TO WS-DATES-TIED
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-DATES-DIFFERENT
               END-EVALUATE
               ADD 1 TO WS-DAY-SUB
           END-PERFORM.

       OPEN-CUSTOMER-FILES.
      *>   Unlike the statements, the filing cannot go ahead without
      *>   the customer files - names, addresses, and tax ids are
      *>   the whole point.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Unable to open customer file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUST-LINK-FILE.
           IF WS-LINK-STATUS NOT = "00"
               DISPLAY "Unable to open customer link file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-CUST-OPEN.

       CLOSE-CUSTOMER-FILES.
           IF WS-CUST-OPEN = "Y"
               CLOSE CUST-LINK-FILE
               CLOSE CUST-FILE
               MOVE "N" TO WS-CUST-OPEN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "YEAR-END INTEREST TAX REPORTING - TAX YEAR: "
                   WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-INT-THRESHOLD TO WS-AMT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REPORTING THRESHOLD PER CUSTOMER: " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-DAY-SECTION.
           MOVE "INTEREST APPLIED AGAINST GL 5010 INTEREST EXPENSE BY"
               TO WS-RPT-LINE.
           MOVE "DATE" TO WS-RPT-LINE (54:4).
           PERFORM WRITE-REPORT-LINE.
           MOVE "  DATE       JOURNAL INT  GL 5010 DEBIT  STATUS"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO WS-DAY-SUB.
           PERFORM UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR
               IF WS-DY-JRN-AMOUNT (WS-DAY-SUB) > ZERO
                       OR WS-DY-EXTRACTS (WS-DAY-SUB) > ZERO
                   PERFORM WRITE-DAY-LINE
               END-IF
               ADD 1 TO WS-DAY-SUB
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-DAY-LINE.
      *>   Only dates with interest show - a date extracted with no
      *>   interest on either side ties at zero and is passed over.
           IF WS-DY-JRN-AMOUNT (WS-DAY-SUB) = ZERO
                   AND WS-DY-GL-AMOUNT (WS-DAY-SUB) = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (WS-JAN1-INT + WS-DAY-SUB - 1).
           MOVE WS-DY-JRN-AMOUNT (WS-DAY-SUB) TO WS-AMT-DISPLAY.
           MOVE WS-DY-GL-AMOUNT (WS-DAY-SUB) TO WS-AMT-DISPLAY2.
           MOVE SPACES TO WS-RPT-LINE.
           EVALUATE TRUE
               WHEN WS-DY-EXTRACTS (WS-DAY-SUB) = ZERO
                   STRING "  " WS-WORK-DATE " " WS-AMT-DISPLAY
                           "                 NO EXTRACT ON FILE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN WS-DY-JRN-AMOUNT (WS-DAY-SUB)
                       = WS-DY-GL-AMOUNT (WS-DAY-SUB)
                   STRING "  " WS-WORK-DATE " " WS-AMT-DISPLAY
                           "  " WS-AMT-DISPLAY2 "  TIED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "  " WS-WORK-DATE " " WS-AMT-DISPLAY
                           "  " WS-AMT-DISPLAY2 "  *** DIFFERENT"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-DY-EXTRACTS (WS-DAY-SUB) > 1
               MOVE SPACES TO WS-RPT-LINE
               STRING "      EXTRACTED " WS-DY-EXTRACTS (WS-DAY-SUB)
                       " TIMES - FIRST EXTRACT TAKEN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REVIEW-SECTION.
           EVALUATE WS-KIND-NO
               WHEN 1
                   MOVE "INTEREST NOT REPORTED - NO CUSTOMER ON FILE"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "  ACCOUNT               NET INTEREST"
                       TO WS-RPT-LINE
               WHEN 2
                   MOVE "RECIPIENTS REPORTED WITHOUT A TAX ID"
                       TO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "  CUSTOMER NAME" TO WS-RPT-LINE
                   MOVE "INTEREST" TO WS-RPT-LINE (48:8)
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-KIND-COUNT (WS-KIND-NO) = ZERO
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE 1 TO WS-SUB.
           PERFORM UNTIL WS-SUB > WS-EXC-USED
               IF WS-XC-KIND (WS-SUB) = WS-KIND-NO
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-XC-LINE (WS-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOURNAL RECORDS READ:          " WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INT RECORDS FOR THE YEAR:      " WS-INT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-DAMAGED-COUNT > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "DAMAGED INT RECORDS SKIPPED:   " WS-DAMAGED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "GL EXTRACTS READ:              " WS-EXTRACT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-GL-INCOMPLETE > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "GL RECORDS WITH NO TRAILER:    " WS-GL-INCOMPLETE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DATES TIED TO GL:              " WS-DATES-TIED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DATES DIFFERENT FROM GL:       " WS-DATES-DIFFERENT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DATES WITH NO EXTRACT ON FILE: " WS-DATES-MISSING
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-GL-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "GL 5010 INTEREST EXPENSE:      " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-GROSS-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "GROSS INTEREST APPLIED:        " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REVERSED-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LESS REVERSALS NETTED:         " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-NET-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "NET INTEREST FOR THE YEAR:     " WS-TOT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNLINKED-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LESS NO CUSTOMER ON FILE:      " WS-TOT-DISPLAY
                   "  ACCOUNTS " WS-UNLINKED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BELOW-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LESS BELOW THRESHOLD:          " WS-TOT-DISPLAY
                   "  CUSTOMERS " WS-BELOW-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REPORTED-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INTEREST REPORTED:             " WS-TOT-DISPLAY
                   "  RECIPIENTS " WS-RECIPIENT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CARRY-BROKEN = "Y"
               MOVE WS-CARRIED-TOTAL TO WS-TOT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NET DOES NOT CARRY DOWN:   " WS-TOT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
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
                   MOVE "*** BREAKS FOUND - FILING FILE NOT TO BE SENT ***"
                       TO WS-RPT-LINE
               WHEN 4
                   MOVE "NO BREAKS - ITEMS LISTED FOR REVIEW BEFORE FILING"
                       TO WS-RPT-LINE
               WHEN OTHER
                   MOVE "INTEREST TIED TO GL 5010 - FILING FILE READY"
                       TO WS-RPT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE TAX-LINE FROM WS-RPT-LINE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Unable to write tax control report record."
           END-IF.

       CHECK-RUN-CONTROL.
      *>   The run-control ledger is read before anything is
      *>   touched. A year already filed, a run started and never
      *>   finished, or a year whose December interest run has not
      *>   completed is refused RC 12 with nothing done - unless
      *>   operations named RERUN on the command line, in which case
      *>   the run goes ahead and is logged as overridden.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-RUN-EOF
               PERFORM UNTIL WS-RUN-EOF = "Y"
                   READ RUN-CONTROL
                       AT END
                           MOVE "Y" TO WS-RUN-EOF
                       NOT AT END
                           PERFORM NOTE-RUN-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL
           ELSE
               IF WS-RUNCTL-STATUS NOT = "35"
                   DISPLAY "Unable to open run-control file."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-RUN-LAST = "C"
               DISPLAY WS-RUN-JOB " has already completed for "
                   WS-RUN-PERIOD "."
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.
           IF WS-RUN-LAST = "S"
               DISPLAY WS-RUN-JOB " was started for " WS-RUN-PERIOD
                   " and never finished - check its output first."
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.
           IF WS-RUN-PRED-JOB NOT = SPACES AND WS-PRED-LAST NOT = "C"
               DISPLAY WS-RUN-PRED-JOB " has not completed for "
                   WS-RUN-PRED-PERIOD " - " WS-RUN-JOB
                   " must follow it."
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.
           IF WS-RUN-REFUSED = "Y"
               IF WS-PARM-OPTION = "RERUN"
                   DISPLAY "RERUN named - proceeding by operator"
                       " override."
                   MOVE "Y" TO WS-RUN-OVERRIDE
               ELSE
                   DISPLAY "Run refused. Name RERUN in the PARM to"
                       " force a deliberate rerun."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "S" TO WS-RUN-RESULT.
           PERFORM WRITE-RUN-RECORD.
           IF WS-RUN-WRITTEN NOT = "Y"
               DISPLAY "Run refused - the run-control ledger cannot"
                   " record it."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-RUN-RECORD.
      *>   The last record for a job and period is its standing.
           IF RN_JOB = WS-RUN-JOB AND RN_PERIOD = WS-RUN-PERIOD
               MOVE RN_STATUS TO WS-RUN-LAST
           END-IF.
           IF RN_JOB = WS-RUN-PRED-JOB
                   AND RN_PERIOD = WS-RUN-PRED-PERIOD
               MOVE RN_STATUS TO WS-PRED-LAST
           END-IF.

       WRITE-RUN-RECORD.
      *>   Appended with the same create-on-first-use open as the
      *>   other shared logs. Arrives with WS-RUN-RESULT set, and
      *>   at the end of the run the counts and return code too.
           MOVE "N" TO WS-RUN-WRITTEN.
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
           MOVE WS-RUN-PERIOD TO RN_PERIOD.
           MOVE WS-RUN-RESULT TO RN_STATUS.
           MOVE WS-RUN-OVERRIDE TO RN_OVERRIDE.
           ACCEPT RN_DATE FROM DATE YYYYMMDD.
           ACCEPT RN_TIME FROM TIME.
           MOVE WS-RUN-IN TO RN_IN_COUNT.
           MOVE WS-RUN-OUT TO RN_OUT_COUNT.
           MOVE WS-RUN-RC TO RN_RC.
           WRITE RUN-CONTROL-RECORD.
           IF WS-RUNCTL-STATUS = "00"
               MOVE "Y" TO WS-RUN-WRITTEN
           ELSE
               DISPLAY "Unable to write run-control record."
           END-IF.
           CLOSE RUN-CONTROL.
