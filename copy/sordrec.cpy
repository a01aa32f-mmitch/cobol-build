      *****************************************************************
      *  SORDREC  --  standing-order record layout (SORDMAST/SORDNEW)
      *
      *  One record per recurring order.  Read
      *  by STORDGEN, which emits each due occurrence as a
      *  TRAN-RECORD and writes the orders back out with their
      *  next-due dates advanced; maintained by SORDMNT, which adds,
      *  changes, suspends and cancels orders the same split-and-swap
      *  way.
      *
      *    SORD-FREQUENCY      D daily, W weekly, M monthly
      *    SORD-END-DATE       zero = open-ended
      *    SORD-SUSPEND-UNTIL  zero = live; otherwise no occurrence
      *                        due before this date is emitted --
      *                        the periods are stepped past, not
      *                        caught up -- and STORDGEN clears the
      *                        field once the date is reached
      *    SORD-ACCOUNT-ID     the account the order settles
      *                        through, blank = not tied to one;
      *                        CASHPROJ projects VALUE-2 against
      *                        it the way balance mode posts it --
      *                        "+" money in, "-" money out
      *    SORD-PAYOUT-FLAG    "Y" on a "-" order tied to an
      *                        account: each occurrence is a
      *                        payment the bank makes to the
      *                        account's owner (a supplier), so
      *                        STORDGEN marks it "PAYO" and
      *                        CALCULATOR queues the instruction
      *****************************************************************
       01 ORDER-RECORD.
           05 SORD-ORDER-ID    PIC X(04).
           05 SORD-VALUE-1     PIC S9(9)V99.
           05 SORD-OPERATION   PIC X(01).
           05 SORD-VALUE-2     PIC S9(9)V99.
           05 SORD-OPERATOR-ID PIC X(08).
           05 SORD-CURRENCY-1  PIC X(03).
           05 SORD-CURRENCY-2  PIC X(03).
           05 SORD-FREQUENCY   PIC X(01).
               88 SORD-DAILY   VALUE "D".
               88 SORD-WEEKLY  VALUE "W".
               88 SORD-MONTHLY VALUE "M".
               88 SORD-FREQUENCY-VALID VALUE "D" "W" "M".
           05 SORD-NEXT-DUE    PIC 9(08).
           05 SORD-END-DATE    PIC 9(08).
           05 SORD-SUSPEND-UNTIL PIC 9(08).
           05 SORD-ACCOUNT-ID  PIC X(08).
           05 SORD-PAYOUT-FLAG PIC X(01).
               88 SORD-EXTERNAL-PAYOUT VALUE "Y".
