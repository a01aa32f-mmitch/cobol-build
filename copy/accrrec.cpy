      *****************************************************************
      *  ACCRREC  --  interest accrual ledger record layout
      *
      *  The books used to carry no interest liability between
      *  INTAPPLY runs.  INTACCR now accrues each account's interest
      *  daily, one "A" entry per account per accrual date, keyed on
      *  account, date and entry type (indexed), so a rerun for the
      *  same date finds its entry already there and accrues nothing
      *  twice.  The daily amount is the month's interest at the
      *  account's current balance and terms, spread evenly over the
      *  days of the month.
      *
      *  When INTAPPLY credits the month's interest it closes the
      *  accruals out: an "R" entry reverses everything accrued
      *  since the account's last reversal, and a "T" entry records
      *  the true-up -- the amount actually credited and its
      *  difference from what was accrued.  GLEXTR maps the "A" and
      *  "R" entries to the ledger under GLMAP operation "Y"; the
      *  "T" entry is record only, the credit itself reaching the
      *  ledger as INTAPPLY's journaled posting.
      *
      *    ACCR-AMOUNT         A  the day's accrual
      *                        R  the accruals reversed (negative)
      *                        T  credited less accrued
      *    ACCR-MONTH-TO-DATE  accrued and not yet reversed, after
      *                        this entry (zero after R and T)
      *    ACCR-CREDITED       T  the interest INTAPPLY credited
      *    ACCR-REFERENCE      R, T  INTAPPLY's posting reference
      *****************************************************************
       01 ACCRUAL-RECORD.
           05 ACCR-KEY.
               10 ACCR-ACCOUNT-ID  PIC X(08).
               10 ACCR-DATE        PIC 9(08).
               10 ACCR-ENTRY-TYPE  PIC X(01).
                   88 ACCR-DAILY     VALUE "A".
                   88 ACCR-REVERSAL  VALUE "R".
                   88 ACCR-TRUE-UP   VALUE "T".
           05 ACCR-BALANCE        PIC S9(9)V99.
           05 ACCR-RATE           PIC S9(1)V9(4).
           05 ACCR-AMOUNT         PIC S9(9)V99.
           05 ACCR-MONTH-TO-DATE  PIC S9(9)V99.
           05 ACCR-CREDITED       PIC S9(9)V99.
           05 ACCR-REFERENCE      PIC X(10).
           05 FILLER              PIC X(14).
