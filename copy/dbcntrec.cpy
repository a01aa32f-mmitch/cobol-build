      *****************************************************************
      *  DBCNTREC  --  statement-cycle debit count record (DEBITCNT)
      *
      *  One record per account whose class restricts the number
      *  of debits in a statement cycle, keyed on the account id
      *  (indexed).  CALCULATOR keeps it: each balance-mode debit
      *  that posts to such an account adds one, and the first
      *  debit of a new cycle starts the count again at one.  The
      *  cycle is the calendar month of the business date.
      *
      *    DBC-DEBIT-COUNT   debits posted in DBC-CYCLE, the
      *                      permitted ones and the excess alike
      *    DBC-EXCESS-COUNT  of those, the ones past the class's
      *                      permitted count
      *    DBC-REJECT-COUNT  debits refused in the cycle because
      *                      the class rejects the excess -- they
      *                      never posted, so are not in the count
      *****************************************************************
       01 DEBIT-COUNT-RECORD.
           05 DBC-ACCOUNT-ID    PIC X(08).
           05 DBC-CYCLE         PIC 9(06).
           05 DBC-DEBIT-COUNT   PIC 9(05).
           05 DBC-EXCESS-COUNT  PIC 9(05).
           05 DBC-REJECT-COUNT  PIC 9(05).
           05 DBC-LAST-DATE     PIC 9(08).
