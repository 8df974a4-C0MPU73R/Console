      *> Customer link record layout.
      *> Keyed file (CUSTLINK) - one record per account username,
      *> keyed by username, naming the customer (CUSTOMER copybook)
      *> who owns the account. A customer may own any number of
      *> usernames; a username has at most one owner. Linked and
      *> unlinked through the maintenance program (m.cob). Every
      *> program that prints an account looks its owner up here -
      *> an account with no link record prints without a name.
       01 CUST-LINK-RECORD.
             02 CL_USERNAME PIC X(20).
             02 CL_CUST_ID PIC 9(8).
             02 CL_LINKED_BY PIC X(20).
             02 CL_LINKED_DATE PIC 9(8).
