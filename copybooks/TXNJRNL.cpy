      *> INT monthly interest credit and SVC monthly service charge
      *> debit are written memo-posted by the month-end batch
      *> (i.cob) and applied by the overnight posting run.
      *> ECR electronic credit and EDR electronic debit are the
      *> originators' payroll and bill-payment entries, written
      *> memo-posted by the inbound electronic load (f.cob) under
      *> terminal id EFTBATCH ahead of the overnight posting run.
      *> Standing order payments are ordinary TRF/TRI pairs written
      *> memo-posted by the standing order run (o.cob) under
      *> terminal id STDORDER.
      *> CLC closing payout in cash and CLT closing payout by
      *> transfer debit the account being closed to zero; a CLT is
      *> followed by a TRI credit leg on the receiving account.
      *> Both are posted online ("P") by account maintenance (m.cob)
      *> under terminal id ACCTCLOS, with the closing interest (INT)
      *> and closing fee (SVC) written just ahead of them.
      *> PRC product reclass moves an account's whole balance from
      *> one GL liability code to another when the account changes
      *> product, or its product changes code, in account
      *> maintenance (m.cob). Posted ("P") under terminal id
      *> PRODRCLS - the master balance does not change - with the
      *> old code and the new in JRN_REF_DATE (old * 10000 + new)
      *> and JRN_REF_SEQ 1 for a debit (overdrawn) balance, else 0.
      *> A balance over one entry's limit is split across several;
      *> an empty account gets one zero entry. Read only by the GL
      *> extract (g.cob); statements and activity lists skip it.
      *> JRN_POST_FLAG: P posted online to the master by the console,
      *> M memo-posted only (master unavailable - apply overnight),
      *> H hard-posted to the master by the overnight posting run,
