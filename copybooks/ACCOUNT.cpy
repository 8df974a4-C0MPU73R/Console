      *> N dormant (no activity for longer than the DORMDAYS
      *> parameter, flagged by the dormancy batch n.cob - the
      *> console requires a supervisor override to sign one on,
      *> and reactivation goes through m.cob like a lock release),
      *> C closed (paid out to a zero balance through m.cob - final;
      *> the record stays on file for the history).
      *> A_ROLE: T teller, S supervisor, A admin. Supervisor or admin
      *> is required to run m.cob or approve an over-limit override.
      *> A_PWD_DATE is the date (YYYYMMDD) the password and PIN were
      *> last changed; A_FORCE_CHANGE "Y" forces a change at the next
      *> sign-on. A_PREV_PASS1/2 and A_PREV_PIN1/2 hold the two prior
      *> values so they cannot be reused.
      *> A_PRODUCT is the account's product code (PRODUCT copybook) -
      *> the interest, fee, limit, and GL rules it runs under.
      *> Assigned in m.cob; accounts carried over from before
      *> products existed take the default the conversion was run
      *> with (CHK checking unless told otherwise).
       01 ACCOUNT.
             02 A_USERNAME PIC X(20).
             02 A_PASS   PIC 9999999999999999.
             02 A_PREV_PASS2 PIC 9999999999999999.
             02 A_PREV_PIN1 PIC 9999.
             02 A_PREV_PIN2 PIC 9999.
             02 A_PRODUCT PIC X(3).
