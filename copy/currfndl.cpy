      *****************************************************************
      *  CURRFNDL  --  linkage area for the currfind subprogram
      *
      *  The one place a currency code is judged against the
      *  currency master (copy/currrec.cpy) and an amount brought
      *  to a currency's precision.
      *
      *  CFND-FUNCTION:    "OPEN    " opens the currency master
      *                    (callers that treat a missing master as
      *                    optional ask up front);
      *                    "CHECK   " judges CFND-CURRENCY on
      *                    CFND-DATE;
      *                    "ROUND   " rounds CFND-AMOUNT in place
      *                    to CFND-CURRENCY's precision under its
      *                    rounding rule;
      *                    "CLOSE   " closes the master at end of
      *                    run.
      *  CFND-RETURN-CODE: 00 code valid (CHECK) or rounded under
      *                    its own rule (ROUND); 04 code on file but
      *                    not active on CFND-DATE; 08 code not on
      *                    the master; 12 currency master not
      *                    available.  A ROUND that returns 08 or
      *                    12 has still rounded -- to two places,
      *                    a half rounding up, as every amount was
      *                    before the master existed.
      *  CFND-DECIMALS:    the places CFND-AMOUNT was rounded to.
      *                    Amounts are held to two decimals, so a
      *                    three-decimal currency rounds to two.
      *  CFND-MINOR-UNITS: the currency's own minor-unit decimals
      *                    from the master.
      *****************************************************************
       01 CURRENCY-FIND-AREA.
           05 CFND-FUNCTION       PIC X(08).
           05 CFND-CURRENCY       PIC X(03).
           05 CFND-DATE           PIC 9(08).
           05 CFND-RETURN-CODE    PIC 9(02).
           05 CFND-DECIMALS       PIC 9(01).
           05 CFND-MINOR-UNITS    PIC 9(01).
           05 CFND-ROUNDING-RULE  PIC X(01).
           05 CFND-AMOUNT         PIC S9(13)V9(8).
