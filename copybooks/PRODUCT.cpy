      *> Account product record layout.
      *> Keyed file (PRODFILE) - one record per account product
      *> (checking, savings, money market, ...), keyed by the
      *> three-character product code every account carries in
      *> A_PRODUCT. Holds the rules the suite applies to an account
      *> by its product:
      *>   PR_INT_RATE    monthly interest rate, percent (i.cob, and
      *>                  closing interest in m.cob)
      *>   PR_SVC_CHARGE  flat monthly service charge (i.cob)
      *>   PR_MIN_BAL     month-end balance at or above which the
      *>                  service charge is waived - zero means the
      *>                  charge is never waived (i.cob)
      *>   PR_TXN_LIMIT   per-transaction amount above which the
      *>                  console needs a supervisor override (c.cob)
      *>   PR_WDL_LIMIT   withdrawals and transfers out allowed per
      *>                  calendar month before the console needs a
      *>                  supervisor override - zero means no limit
      *>                  (c.cob)
      *>   PR_GL_CODE     GL liability code the account's balance is
      *>                  carried under (g.cob) - 2010 customer
      *>                  deposits unless the product says otherwise
      *> Added and changed through the maintenance program (m.cob),
      *> admin authority only, with every change audited to
      *> MNTAUDIT. An account whose product is not on file - or the
      *> whole file missing - runs on the global parameters
      *> (INTRATE, SVCCHG, TXNLIMIT), no fee waiver, no withdrawal
      *> count limit, and GL 2010, so a half-seeded table never
      *> stops a run.
       01 PRODUCT-RECORD.
             02 PR_CODE PIC X(3).
             02 PR_NAME PIC X(20).
             02 PR_INT_RATE PIC 9(3)V9(4).
             02 PR_SVC_CHARGE PIC 9(5)V99.
             02 PR_MIN_BAL PIC 9(7)V99.
             02 PR_TXN_LIMIT PIC 9(5)V99.
             02 PR_WDL_LIMIT PIC 9(3).
             02 PR_GL_CODE PIC 9(4).
             02 PR_CHANGED_BY PIC X(20).
             02 PR_CHANGED_DATE PIC 9(8).
