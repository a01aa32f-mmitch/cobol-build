      *****************************************************************
      *  PAYINST  --  outbound payment instruction record layout
      *
      *  One record per payment the bank is to make for us: money
      *  leaving the shop that used to be keyed into the bank's
      *  portal by hand -- close-out residuals paid to suspense,
      *  fee and loan overpayment refunds, supplier payments from
      *  standing orders.  A posting becomes a payout when it is an
      *  account debit marked "PAYO" in TRAN-PRODUCT-CODE (see
      *  copy/tranrec.cpy); the program that posts it queues the
      *  instruction on PAYQ through payqueue, status "Q", and
      *  PAYFILE carries it onto the PAYINST master from there.
      *
      *    PINS-STATUS
      *      Q  queued -- on PAYQ, not yet seen by PAYFILE
      *      M  the beneficiary's details could not be resolved;
      *         PINS-NOTE says why, and PAYFILE tries again each
      *         run until CUSTMNT's PAYEE card supplies them
      *      H  over CALC-PAY-APPROVAL-LIMIT, held for a second
      *         approver (PAYAPPR's APPROVE card)
      *      A  approved and ready -- released on the next file
      *      S  sent on the bank file named by file date/sequence
      *      K  the bank accepted it (ACCP return)
      *      R  the bank rejected it (RJCT return, reason in
      *         PINS-NOTE); PAYAPPR RESENDs or CANCELs it
      *
      *  The instruction id is the reference of the posting that
      *  paid the money out, so the bank's returns, the journal and
      *  the instruction all read on one key.  The beneficiary is
      *  the primary owner (CUSTLINK "P") of the account debited,
      *  with the name and bank details from the customer master.
      *****************************************************************
       01 PAYMENT-INSTRUCTION-RECORD.
           05 PINS-INSTRUCTION-ID    PIC X(10).
           05 PINS-STATUS            PIC X(01).
               88 PINS-QUEUED          VALUE "Q".
               88 PINS-MISSING-DETAILS VALUE "M".
               88 PINS-HELD            VALUE "H".
               88 PINS-APPROVED        VALUE "A".
               88 PINS-SENT            VALUE "S".
               88 PINS-BANK-ACCEPTED   VALUE "K".
               88 PINS-BANK-REJECTED   VALUE "R".
           05 PINS-RAISED-DATE       PIC 9(08).
           05 PINS-SOURCE-PROGRAM    PIC X(08).
           05 PINS-RAISED-BY         PIC X(08).
           05 PINS-ACCOUNT-ID        PIC X(08).
           05 PINS-PAYEE-CUSTOMER    PIC X(08).
           05 PINS-AMOUNT            PIC S9(9)V99.
           05 PINS-CURRENCY          PIC X(03).
           05 PINS-VALUE-DATE        PIC 9(08).
           05 PINS-PAYEE-NAME        PIC X(30).
           05 PINS-PAYEE-ROUTING     PIC 9(09).
           05 PINS-PAYEE-BANK-ACCOUNT PIC X(17).
           05 PINS-APPROVED-BY       PIC X(08).
           05 PINS-APPROVED-DATE     PIC 9(08).
           05 PINS-FILE-DATE         PIC 9(08).
           05 PINS-FILE-SEQUENCE     PIC 9(06).
           05 PINS-BANK-STATUS       PIC X(04).
           05 PINS-STATUS-DATE       PIC 9(08).
           05 PINS-NOTE              PIC X(30).
           05 FILLER                 PIC X(19).
