      *****************************************************************
      *  CUSTLINK  --  account-to-customer link record layout
      *
      *  One record per owner of an account, keyed on the account id
      *  followed by the customer id (indexed), so every owner of an
      *  account comes back together from one START on the account.
      *  "P" is the primary owner (the one the statements and
      *  notices are addressed to -- at most one per account); "J"
      *  is a joint owner.  Maintained by CUSTMNT's LINK and UNLINK
      *  cards; an UNLINK deletes the record, and the maintenance
      *  audit keeps the evidence of who owned what and when.
      *****************************************************************
       01 CUSTOMER-LINK-RECORD.
           05 CLNK-KEY.
               10 CLNK-ACCOUNT-ID  PIC X(08).
               10 CLNK-CUSTOMER-ID PIC X(08).
           05 CLNK-ROLE        PIC X(01).
               88 CLNK-PRIMARY    VALUE "P".
               88 CLNK-JOINT      VALUE "J".
               88 CLNK-ROLE-VALID VALUE "P" "J".
           05 CLNK-LINKED-DATE PIC 9(08).
           05 CLNK-LINKED-BY   PIC X(08).
