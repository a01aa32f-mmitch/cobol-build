      *****************************************************************
      *  UNAPREC  --  unapplied-cash queue record layout
      *
      *  One record per bank receipt RCPTGEN could not tie to a
      *  customer account: the money is in the settlement account
      *  at the bank but belongs to nobody on our books yet.  The
      *  queue is rewritten by every RCPTGEN run (UNAPPQ in, UNAPNEW
      *  out, swapped back by the JCL): each item is tried again
      *  against the current matching rules and account master, so
      *  a rule added for it -- or the account it names opening --
      *  posts it on the next run and drops it from the queue.
      *  UNAPRPT ages what is left.
      *
      *  UNAP-FIRST-SEEN is the run that first queued the item and
      *  never changes; the age is counted from it.  UNAP-REASON is
      *  why the latest attempt failed.
      *****************************************************************
       01 UNAP-RECORD.
           05 UNAP-FIRST-SEEN   PIC 9(08).
           05 UNAP-BANK-DATE    PIC 9(08).
           05 UNAP-AMOUNT       PIC S9(9)V99.
           05 UNAP-REFERENCE    PIC X(10).
           05 UNAP-DESCRIPTION  PIC X(20).
           05 UNAP-REASON       PIC X(20).
           05 UNAP-ATTEMPTS     PIC 9(03).
           05 UNAP-LAST-ATTEMPT PIC 9(08).
           05 FILLER            PIC X(12).
