      *****************************************************************
      *  CURRREC  --  currency master record (CURRMAST)
      *
      *  One record per ISO currency code the shop deals in, keyed
      *  on the three-letter code (indexed).  Maintained by
      *  CURRMNT; read only through the currfind subprogram (see
      *  copy/currfndl.cpy), so CALCULATOR, TRANEDIT, ACCTMNT,
      *  RATEIMP and REVALUE all judge a code the same way.
      *
      *    CURM-DECIMALS       minor-unit decimals: 0 for JPY, 2
      *                        for USD, 3 for KWD
      *    CURM-ACTIVE-FROM    first date the code may be used
      *    CURM-ACTIVE-TO      last date; zero -- no end date
      *    CURM-ROUNDING-RULE  how an amount is brought to the
      *                        currency's precision:
      *                          N  nearest, a half rounding up
      *                          T  truncate toward zero
      *                          U  up, away from zero
      *****************************************************************
       01 CURRENCY-MASTER-RECORD.
           05 CURM-CODE           PIC X(03).
           05 CURM-NAME           PIC X(20).
           05 CURM-DECIMALS       PIC 9(01).
           05 CURM-ACTIVE-FROM    PIC 9(08).
           05 CURM-ACTIVE-TO      PIC 9(08).
           05 CURM-ROUNDING-RULE  PIC X(01).
               88 CURM-ROUND-NEAREST  VALUE "N".
               88 CURM-ROUND-TRUNCATE VALUE "T".
               88 CURM-ROUND-UP       VALUE "U".
           05 FILLER              PIC X(19).
