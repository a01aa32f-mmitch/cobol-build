      *****************************************************************
      *  XRATFNDL  --  linkage area for the xratfind subprogram
      *
      *  One call, one exchange rate: the rate in force on
      *  XFND-RATE-DATE for converting XFND-FROM-CURRENCY amounts
      *  into XFND-TO-CURRENCY.  The exact pair on XRATMAST wins;
      *  failing that, the rate is crossed through
      *  XFND-BASE-CURRENCY from the two legs treasury loads
      *  against the base.  CALCULATOR, REVALUE, EXPOSURE and
      *  CUSTPOS all ask here, so they never disagree on a rate.
      *
      *  XFND-FUNCTION:    "OPEN    " opens the rate master (the
      *                    first FIND opens it anyway -- callers
      *                    that treat a missing master as optional
      *                    ask up front);
      *                    "FIND    " looks one rate up;
      *                    "CLOSE   " closes the master at end of run.
      *  XFND-RETURN-CODE: 00 rate found, 08 no rate on file for
      *                    the pair or its legs, 12 rate master
      *                    not available.
      *  XFND-RATE-SOURCE: "D" the pair's own row, "X" a cross rate
      *                    derived through the base currency.
      *****************************************************************
       01 RATE-FIND-AREA.
           05 XFND-FUNCTION       PIC X(08).
           05 XFND-FROM-CURRENCY  PIC X(03).
           05 XFND-TO-CURRENCY    PIC X(03).
           05 XFND-BASE-CURRENCY  PIC X(03).
           05 XFND-RATE-DATE      PIC 9(08).
           05 XFND-RETURN-CODE    PIC 9(02).
           05 XFND-RATE           PIC 9(3)V9(6).
           05 XFND-RATE-SOURCE    PIC X(01).
               88 XFND-DIRECT       VALUE "D".
               88 XFND-TRIANGULATED VALUE "X".
