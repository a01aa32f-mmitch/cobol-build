      *****************************************************************
      *  SWEEPREC  --  cash-pooling sweep-rule record (SWEEPMST)
      *
      *  One record per account in a cash pool, keyed on the pool
      *  and the account (indexed), so a pool's rows read together.
      *  Each pool has one concentration row and any number of
      *  participant rows.  Maintained by SWEEPMNT; read by the
      *  end-of-day SWEEP run, which moves each participant to its
      *  target balance against the concentration account.
      *
      *    SWP-ROLE            C concentration, P participant
      *    SWP-DIRECTION       participant only: U sweeps the
      *                        balance above target up into the
      *                        concentration account, D covers a
      *                        balance below target from it, B
      *                        does both
      *    SWP-TARGET-BALANCE  the balance the participant is left
      *                        at -- zero for a zero-balancing pool
      *    SWP-MINIMUM-SWEEP   a movement smaller than this is not
      *                        made; zero sweeps every cent
      *
      *  The concentration row carries no direction, target or
      *  minimum -- it takes whatever the participants send it.
      *****************************************************************
       01 SWEEP-RULE-RECORD.
           05 SWP-KEY.
               10 SWP-POOL-ID    PIC X(04).
               10 SWP-ACCOUNT-ID PIC X(08).
           05 SWP-ROLE           PIC X(01).
               88 SWP-CONCENTRATION VALUE "C".
               88 SWP-PARTICIPANT   VALUE "P".
               88 SWP-ROLE-VALID    VALUE "C" "P".
           05 SWP-DIRECTION      PIC X(01).
               88 SWP-SWEEP-UP      VALUE "U" "B".
               88 SWP-SWEEP-DOWN    VALUE "D" "B".
               88 SWP-DIRECTION-VALID VALUE "U" "D" "B".
           05 SWP-TARGET-BALANCE PIC S9(9)V99.
           05 SWP-MINIMUM-SWEEP  PIC 9(9)V99.
