      *> Maintenance audit record layout.
      *> Sequential file (MNTAUDIT) - one record appended for every
      *> change a supervisor or admin makes through account
      *> maintenance (m.cob) or the supervisor workbench (w.cob),
      *> read by the daily maintenance activity report (x.cob) for
      *> second-supervisor review and sign-off.
      *> MA_OPERATOR is the signed-on operator, MA_TERM_ID the
      *> terminal they worked from. MA_ACTION:
      *>   ACCTADD  account added            (m.cob)
      *>   ROLECHG  role changed, credentials reset
      *>   CREDRST  credentials reset, role unchanged
      *>   DEACT    account deactivated
      *>   RELLOCK  locked account released
      *>   REACTDOR dormant account reactivated
      *>   HOLDPLC  hold placed
      *>   HOLDREL  hold released
      *>   ACCTCLOS account closed and paid out
      *>   PARMCHG  operating parameter changed
      *>   PRODMNT  product added or its rules changed
      *>   PRODCHG  account moved to another product
      *>   SOADD    standing order set up
      *>   SOCHG    standing order changed
      *>   SOCAN    standing order cancelled
      *>   CUSTADD  customer added
      *>   CUSTCHG  customer name, address, or details changed
      *>   CUSTLNK  account linked to a customer, or moved to another
      *>   CUSTUNL  account unlinked from its customer
      *>   REPOST   rejected record reposted  (w.cob)
      *>   FORCEPST rejected record force-posted
      *>   WRITEOFF rejected record written off
      *> MA_ACCOUNT is the account changed (the paying account for a
      *> standing order, blank for CUSTADD and CUSTCHG); MA_REF names
      *> the hold, reject, parameter, product, order, or customer the
      *> action was taken on (for PRODCHG, the product moved to).
      *> MA_BEFORE and MA_AFTER are readable images of the fields the
      *> action changed, as FIELD=value pairs - passwords and PINs are
      *> never imaged, only that they were reset. A PRODCHG image is
      *> the product and its GL liability code; when the codes differ,
      *> the balance moved between them under a product reclass journal
      *> entry (PRC, TXNJRNL copybook). A PRODMNT image is the
      *> product's rules: R= monthly rate, S= service charge, M=
      *> minimum balance to waive it, L= transaction limit, W=
      *> withdrawals per month, G= GL liability code. A standing order
      *> image is its status, amount, frequency, next due date, and end
      *> date; SOADD's before image names the receiving account. A
      *> customer image is the tax ID masked to its last four digits,
      *> then the name and mailing address run together and cut off at
      *> the image width; a link image is the customer number the
      *> account is linked to. MA_GRANT is "Y" when the action gave an
      *> account supervisor or admin authority it did not have before.
       01 MAINT-AUDIT-RECORD.
             02 MA_DATE PIC 9(8).
             02 MA_TIME PIC 9(8).
             02 MA_OPERATOR PIC X(20).
             02 MA_TERM_ID PIC X(8).
             02 MA_ACTION PIC X(8).
             02 MA_ACCOUNT PIC X(20).
             02 MA_REF PIC X(20).
             02 MA_BEFORE PIC X(60).
             02 MA_AFTER PIC X(60).
             02 MA_GRANT PIC X(1).
