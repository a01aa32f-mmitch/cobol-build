      *****************************************************************
      *  TERMDEP  --  term-deposit record layout (TDMAST)
      *
      *  One record per term-deposit account, keyed on the account
      *  id (indexed).  The balance master carries the money; this
      *  record carries what BALANCE has no notion of -- the
      *  principal placed for the term, the fixed rate agreed for
      *  it, the term itself and what is to happen at the end of
      *  it.  Booked and instructed by TDMNT; settled by the daily
      *  TDMATURE run; read by CALCULATOR, which refuses a debit
      *  to an account whose deposit has not yet matured.
      *
      *    TD-FIXED-RATE      annual percent, fixed for the term,
      *                       simple interest on actual days / 365
      *    TD-TERM-MONTHS     length of the term; a roll-over
      *                       starts a new term of the same length
      *                       on the old maturity date
      *    TD-INSTRUCTION     what the maturity run does:
      *                         R roll over principal and interest
      *                         P roll over the principal, pay the
      *                           interest away to the payout
      *                           account
      *                         X pay the whole balance out to the
      *                           payout account
      *    TD-PAYOUT-ACCOUNT  where interest or balance is paid --
      *                       required for P and X, and for a
      *                       break
      *    TD-STATUS          A active, B break requested (TDMNT
      *                       BREAK card, settled by the next
      *                       TDMATURE run under the class's break
      *                       penalty), M matured and paid out,
      *                       K broken and paid out
      *    TD-TERMS-RUN       terms completed -- counts roll-overs
      *    TD-LAST-INTEREST   interest paid at the last maturity
      *                       or break
      *
      *  A matured or broken record stays on file as evidence
      *  until a new deposit is booked on the same account over
      *  it.  Eighty bytes, so the whole record goes on MNTAUDIT.
      *****************************************************************
       01 TERM-DEPOSIT-RECORD.
           05 TD-ACCOUNT-ID     PIC X(08).
           05 TD-PRINCIPAL      PIC S9(9)V99.
           05 TD-FIXED-RATE     PIC 9(3)V9(4).
           05 TD-TERM-MONTHS    PIC 9(03).
           05 TD-START-DATE     PIC 9(08).
           05 TD-MATURITY-DATE  PIC 9(08).
           05 TD-INSTRUCTION    PIC X(01).
               88 TD-ROLL-ALL       VALUE "R".
               88 TD-ROLL-PRINCIPAL VALUE "P".
               88 TD-PAY-OUT-ALL    VALUE "X".
               88 TD-INSTRUCTION-VALID VALUE "R" "P" "X".
           05 TD-PAYOUT-ACCOUNT PIC X(08).
           05 TD-STATUS         PIC X(01).
               88 TD-ACTIVE          VALUE "A".
               88 TD-BREAK-REQUESTED VALUE "B".
               88 TD-MATURED         VALUE "M".
               88 TD-BROKEN          VALUE "K".
               88 TD-UNMATURED       VALUE "A" "B".
           05 TD-BREAK-DATE     PIC 9(08).
           05 TD-TERMS-RUN      PIC 9(03).
           05 TD-LAST-INTEREST  PIC S9(9)V99.
           05 FILLER            PIC X(03).
