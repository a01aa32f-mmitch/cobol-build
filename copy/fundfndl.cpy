      *****************************************************************
      *  FUNDFNDL  --  linkage area for the fundfind subprogram
      *
      *  The one place an account's available balance is worked
      *  out: the ledger balance less the active amount holds and
      *  the deposit float not yet matured on AMTHOLD
      *  (copy/amthold.cpy).
      *
      *  FFND-FUNCTION:    "AVAIL   " totals what is held against
      *                    FFND-ACCOUNT-ID on FFND-DATE and returns
      *                    the available balance beside the
      *                    FFND-LEDGER-BALANCE the caller supplies;
      *                    "FLOAT   " floats a deposit just posted:
      *                    FFND-AMOUNT credited under FFND-REFERENCE
      *                    on FFND-DATE as deposit type
      *                    FFND-DEPOSIT-TYPE, judged against the
      *                    float schedule (copy/fltsched.cpy);
      *                    "CLOSE   " closes the files at end of
      *                    run.
      *  FFND-RETURN-CODE: AVAIL -- 00 totals returned; 12 AMTHOLD
      *                    not available, nothing counted as held
      *                    and the available balance is the ledger.
      *                    FLOAT -- 00 float row written; 04 the
      *                    deposit type floats nothing (no schedule
      *                    row, zero days, or the deposit is within
      *                    the immediately available part); 08 a
      *                    row is already on file under the
      *                    reference; 12 file trouble.
      *  FFND-FLOAT-TOTAL: on FLOAT, the amount floated.
      *  FFND-RELEASE-DATE: on FLOAT, the day the float matures.
      *****************************************************************
       01 FUNDS-FIND-AREA.
           05 FFND-FUNCTION       PIC X(08).
           05 FFND-ACCOUNT-ID     PIC X(08).
           05 FFND-DATE           PIC 9(08).
           05 FFND-RETURN-CODE    PIC 9(02).
           05 FFND-LEDGER-BALANCE PIC S9(9)V99.
           05 FFND-HOLD-TOTAL     PIC S9(9)V99.
           05 FFND-FLOAT-TOTAL    PIC S9(9)V99.
           05 FFND-AVAILABLE      PIC S9(9)V99.
           05 FFND-HOLD-COUNT     PIC 9(04).
           05 FFND-FLOAT-COUNT    PIC 9(04).
           05 FFND-REFERENCE      PIC X(10).
           05 FFND-DEPOSIT-TYPE   PIC X(04).
           05 FFND-AMOUNT         PIC S9(9)V99.
           05 FFND-OPERATOR-ID    PIC X(08).
           05 FFND-RELEASE-DATE   PIC 9(08).
