      *> Customer information record layout.
      *> Keyed file (CUSTFILE) - one record per customer, keyed by
      *> customer number, holding the legal name, mailing address,
      *> phone, date of birth, and tax ID that statements, notices,
      *> and tax reporting are addressed from. Added and changed
      *> through the maintenance program (m.cob); the usernames a
      *> customer owns are tied to it through the customer link
      *> file (CUSTLINK copybook). CU_CUST_ID is assigned by m.cob,
      *> one past the highest on file. CU_TAX_ID is the nine-digit
      *> taxpayer number, zero when none has been taken.
       01 CUSTOMER-RECORD.
             02 CU_CUST_ID PIC 9(8).
             02 CU_NAME PIC X(40).
             02 CU_ADDR1 PIC X(30).
             02 CU_ADDR2 PIC X(30).
             02 CU_CITY PIC X(20).
             02 CU_STATE PIC X(2).
             02 CU_ZIP PIC X(10).
             02 CU_PHONE PIC X(15).
             02 CU_BIRTH_DATE PIC 9(8).
             02 CU_TAX_ID PIC 9(9).
             02 CU_SET_UP_BY PIC X(20).
             02 CU_SET_UP_DATE PIC 9(8).
             02 CU_CHANGED_BY PIC X(20).
             02 CU_CHANGED_DATE PIC 9(8).
