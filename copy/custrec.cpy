      *****************************************************************
      *  CUSTREC  --  customer (party) master record layout
      *
      *  One record per person or business that owns accounts with
      *  us, keyed on the customer id (indexed).  The account master
      *  carries only a twenty-character account name; this master
      *  carries the party behind it: legal name, customer type,
      *  tax id, country and mailing address.  Accounts reach their
      *  owners through the account-to-customer link file
      *  (copy/custlink.cpy), so one customer can hold many
      *  accounts and one account can have joint owners.
      *  Maintained by CUSTMNT.
      *
      *  Customers are never deleted -- closed, so history and the
      *  links that name them still resolve.  The identity block
      *  comes first and fits the eighty-byte maintenance-audit
      *  image; the address block is audited on its own when an
      *  ADDRESS card changes it, and the withholding block when a
      *  WITHHOLD card does.
      *
      *  Withholding: a holder subject to tax withholding on the
      *  interest INTAPPLY credits carries the reason (non-resident,
      *  or no valid tax id on file), the rate as a percentage
      *  (99.9999) and the jurisdiction the tax is remitted to.  A
      *  blank reason means no withholding -- which is every
      *  customer that existed before the block did.
      *
      *  Payee: the bank routing number and account number a payout
      *  to this customer is paid into (PAYFILE's bank file), set
      *  by CUSTMNT's PAYEE card.  Zero routing means none on file,
      *  and a payout to the customer waits on PAYINST until it is.
      *****************************************************************
       01 CUSTOMER-MASTER-RECORD.
           05 CUST-CUSTOMER-ID  PIC X(08).
           05 CUST-LEGAL-NAME   PIC X(30).
           05 CUST-TYPE         PIC X(01).
               88 CUST-INDIVIDUAL VALUE "I".
               88 CUST-BUSINESS   VALUE "B".
               88 CUST-TYPE-VALID VALUE "I" "B".
           05 CUST-TAX-ID       PIC X(12).
           05 CUST-COUNTRY      PIC X(02).
           05 CUST-STATUS       PIC X(01).
               88 CUST-ACTIVE VALUE "A".
               88 CUST-CLOSED VALUE "C".
           05 CUST-OPENED-DATE  PIC 9(08).
           05 CUST-ADDRESS.
               10 CUST-ADDRESS-LINE-1 PIC X(30).
               10 CUST-ADDRESS-LINE-2 PIC X(30).
               10 CUST-POSTAL-CODE    PIC X(10).
           05 CUST-WITHHOLDING.
               10 CUST-WHT-REASON       PIC X(01).
                   88 CUST-WHT-NON-RESIDENT VALUE "N".
                   88 CUST-WHT-NO-TAX-ID    VALUE "T".
                   88 CUST-WHT-APPLIES      VALUE "N" "T".
               10 CUST-WHT-RATE         PIC 9(2)V9(4).
               10 CUST-WHT-JURISDICTION PIC X(04).
           05 CUST-PAYEE.
               10 CUST-PAYEE-ROUTING      PIC 9(09).
               10 CUST-PAYEE-BANK-ACCOUNT PIC X(17).
