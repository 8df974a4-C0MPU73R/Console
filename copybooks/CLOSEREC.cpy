      *> Closed account record layout.
      *> Sequential file (CLOSEDAC) - one record appended by the
      *> maintenance program (m.cob) for every account it closes,
      *> read nightly by the closed account register (k.cob).
      *> CA_CLOSED_BY is the supervisor or admin signed on to m.cob;
      *> CA_PRIOR_STATUS the account status before the close.
      *> CA_LEDGER_BAL is the ledger balance the close started from,
      *> CA_INTEREST the closing interest to the close date, CA_FEE
      *> the closing fee, and CA_PAYOUT what was paid out - the
      *> three are journaled under terminal id ACCTCLOS as INT, SVC,
      *> and the closing payout (CLC in cash, CLT by transfer with a
      *> TRI credit leg on CA_TO_USERNAME). CA_METHOD: C cash,
      *> T transfer, N nothing left to pay. CA_JRN_SEQ is the
      *> sequence of the payout journal record, zero when there was
      *> no payout. CA_SO_CANCELLED counts the standing orders the
      *> close cancelled, paying from or into the account.
       01 CLOSURE-RECORD.
             02 CA_USERNAME PIC X(20).
             02 CA_DATE PIC 9(8).
             02 CA_TIME PIC 9(8).
             02 CA_CLOSED_BY PIC X(20).
             02 CA_PRIOR_STATUS PIC X(1).
             02 CA_LEDGER_BAL PIC 9(7)V99.
             02 CA_INTEREST PIC 9(5)V99.
             02 CA_FEE PIC 9(5)V99.
             02 CA_PAYOUT PIC 9(5)V99.
             02 CA_METHOD PIC X(1).
             02 CA_TO_USERNAME PIC X(20).
             02 CA_JRN_SEQ PIC 9(6).
             02 CA_SO_CANCELLED PIC 9(3).
