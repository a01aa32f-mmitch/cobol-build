      *  becoming a phantom the trial balance carries forever.
      *
      *  Accounts are never deleted -- closed, so history still
      *  resolves.  An account whose name matched the watch list
      *  when it was opened is written pending review ("P"): on
      *  file, but refused postings like a closed one until
      *  compliance clears every hit through WATCHDSP.
      *
      *  An ACCTMNT CLOSE no longer closes the account outright: it
      *  flags it for closure ("K") and names the account the
      *  residual is to be paid out to (blank = the run's suspense
      *  account).  The CLOSEOUT settlement run credits interest to
      *  the closing date, charges the closing fee, pays the
      *  residual out, and only once the balance stands at zero
      *  marks the account closed.  A flagged account still takes
      *  postings until then, so nothing in flight is stranded.
      *
      *  An account left overdrawn past the charge-off age is
      *  charged off ("W") by CHRGOFF: its balance moved to the
      *  charge-off control account and further debits refused by
      *  CALCULATOR.  Credits still post, and CHRGOFF takes them
      *  back as recoveries while anything charged off is owed.
      *****************************************************************
       01 ACCOUNT-MASTER-RECORD.
           05 ACCT-ACCOUNT-ID  PIC X(08).
           05 ACCT-STATUS      PIC X(01).
               88 ACCT-OPEN   VALUE "O".
               88 ACCT-CLOSED VALUE "C".
               88 ACCT-PENDING-REVIEW VALUE "P".
               88 ACCT-CLOSE-REQUESTED VALUE "K".
               88 ACCT-CHARGED-OFF VALUE "W".
           05 ACCT-PAYOUT-ACCOUNT PIC X(08).
      * The legal entity whose books the account sits on -- the
      * shop books for more than one through the same CALCULATOR,
      * and branches do not map onto entities.  CALCULATOR stamps
      * it onto every journal line for the account, and CONSOL
      * builds each entity's trial balance from it.  Blank on
      * accounts not yet assigned.
           05 ACCT-ENTITY         PIC X(04).
