      *****************************************************************
      *  AMTHOLD  --  amount hold / deposit float record layout
      *
      *  HOLDMAST (copy/holdrec.cpy) holds an account whole -- full
      *  freeze or debit-only.  This file holds part of one: any
      *  number of rows per account, keyed on the account id and a
      *  hold id (indexed), each setting a stated amount aside from
      *  the balance the account may spend.
      *
      *    AMH-HOLD-KIND     E  earmark -- funds set aside for a
      *                         payment still to be made
      *                      G  garnishment -- a sum a court has
      *                         ordered kept
      *                      U  uncollected deposit float, written
      *                         by CALCULATOR when a credit posts
      *                         under a deposit type the float
      *                         schedule (copy/fltsched.cpy) gives
      *                         days to; the hold id is the
      *                         deposit's reference
      *    AMH-RELEASE-DATE  the first day the amount is no longer
      *                      held -- a hold's expiry, a float's
      *                      maturity; zero holds until lifted
      *    AMH-STATUS        A active, L lifted by AMTHMNT, R
      *                      released on its release date
      *
      *  A row counts against the account while it is active and
      *  its release date is still ahead, so an expired hold or a
      *  matured float stops counting on the day itself, whether
      *  or not AMTHMNT's release pass has marked it yet.
      *  Maintained by AMTHMNT; CALCULATOR, XREFINQ and BALSTMT
      *  take the available balance from the fundfind subprogram
      *  (copy/fundfndl.cpy), so all three agree on one figure.
      *  80 bytes, so the maintenance-audit images carry the whole
      *  row.
      *****************************************************************
       01 AMOUNT-HOLD-RECORD.
           05 AMH-KEY.
               10 AMH-ACCOUNT-ID PIC X(08).
               10 AMH-HOLD-ID    PIC X(10).
           05 AMH-HOLD-KIND      PIC X(01).
               88 AMH-EARMARK       VALUE "E".
               88 AMH-GARNISHMENT   VALUE "G".
               88 AMH-DEPOSIT-FLOAT VALUE "U".
           05 AMH-STATUS         PIC X(01).
               88 AMH-ACTIVE   VALUE "A".
               88 AMH-LIFTED   VALUE "L".
               88 AMH-RELEASED VALUE "R".
           05 AMH-AMOUNT         PIC S9(9)V99.
           05 AMH-PLACED-BY      PIC X(08).
           05 AMH-PLACED-DATE    PIC 9(08).
           05 AMH-RELEASE-DATE   PIC 9(08).
           05 AMH-DEPOSIT-TYPE   PIC X(04).
           05 AMH-REASON         PIC X(20).
           05 FILLER             PIC X(01).
