      *****************************************************************
      *  TIERINTL  --  linkage area for the tierint subprogram
      *
      *  One call, one account priced under the tiered schedule in
      *  force for its product on TIRP-AS-OF-DATE: the balance is
      *  split across the bands, each slice is compounded at its
      *  band's terms through the `interest` subprogram, and the
      *  band interests -- each rounded to the cent -- add up to
      *  TIRP-INTEREST.  INTAPPLY, INTACCR and CLOSEOUT all ask
      *  here, so the credit, the accruals and a closing account's
      *  interest are priced alike.
      *
      *  TIRP-FUNCTION:    "OPEN    " opens the tier master (the
      *                    first PRICE opens it anyway -- callers
      *                    that must know up front ask first);
      *                    "PRICE   " prices one balance;
      *                    "CLOSE   " closes the master at end of run.
      *  TIRP-RETURN-CODE: 00 priced (a balance not in credit earns
      *                    nothing and prices at zero);
      *                    04 no tier master mounted, or no schedule
      *                    in force for the product -- the account's
      *                    own flat terms apply;
      *                    08 the schedule could not be priced -- its
      *                    ceilings do not climb, it has more bands
      *                    than the area carries, or a band's
      *                    compounding overflowed;
      *                    12 tier master on hand but unreadable.
      *  TIRP-BLENDED-RATE is the interest as a fraction of the
      *  balance, the single figure a journal line or accrual entry
      *  has room for.
      *****************************************************************
       01 TIER-PRICING-AREA.
           05 TIRP-FUNCTION       PIC X(08).
           05 TIRP-PRODUCT-CODE   PIC X(04).
           05 TIRP-AS-OF-DATE     PIC 9(08).
           05 TIRP-BALANCE        PIC S9(9)V99.
           05 TIRP-RETURN-CODE    PIC 9(02).
           05 TIRP-EFFECTIVE-DATE PIC 9(08).
           05 TIRP-INTEREST       PIC S9(9)V99.
           05 TIRP-BLENDED-RATE   PIC S9(1)V9(4).
           05 TIRP-BAND-COUNT     PIC 9(02).
           05 TIRP-BAND OCCURS 10 TIMES.
               10 TIRP-BAND-FLOOR    PIC 9(9)V99.
               10 TIRP-BAND-CEILING  PIC 9(9)V99.
               10 TIRP-BAND-RATE     PIC S9(1)V9(4).
               10 TIRP-BAND-PERIODS  PIC 9(03).
               10 TIRP-BAND-SLICE    PIC S9(9)V99.
               10 TIRP-BAND-INTEREST PIC S9(9)V99.
