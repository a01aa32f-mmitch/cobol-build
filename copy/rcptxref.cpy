      *****************************************************************
      *  RCPTXREF  --  receipt cross-reference record layout
      *
      *  Written by RCPTGEN for every bank receipt it posts: the
      *  statement line (date, bank reference, amount) against the
      *  two postings generated for it -- the settlement-account
      *  leg that mirrors the bank, and the customer-account leg.
      *  The settlement leg carries a reference of our own (the
      *  bank's may be blank, and is not ours to vouch for), so
      *  BANKREC reads this file to pair the ledger movement with
      *  the statement line it came from.
      *****************************************************************
       01 RECEIPT-XREF-RECORD.
           05 RCPX-GENERATED-DATE     PIC 9(08).
           05 RCPX-BANK-DATE          PIC 9(08).
           05 RCPX-BANK-REFERENCE     PIC X(10).
           05 RCPX-AMOUNT             PIC S9(9)V99.
           05 RCPX-SETTLE-ACCOUNT     PIC X(08).
           05 RCPX-SETTLE-REFERENCE   PIC X(10).
           05 RCPX-CUSTOMER-ACCOUNT   PIC X(08).
           05 RCPX-CUSTOMER-REFERENCE PIC X(10).
           05 FILLER                  PIC X(07).
