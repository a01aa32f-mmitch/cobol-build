      *****************************************************************
      *  WHTREMIT  --  withholding-tax remittance record layout
      *
      *  One record per jurisdiction per month, keyed on the
      *  jurisdiction code followed by the period YYYYMM (indexed).
      *  INTAPPLY adds every withholding it deducts from an interest
      *  credit to its jurisdiction's row for the month, so treasury
      *  remits from one figure per authority instead of re-adding
      *  the journal.  The gross interest the tax was withheld from
      *  rides alongside for the authority's return.
      *****************************************************************
       01 WITHHOLDING-REMIT-RECORD.
           05 WREM-KEY.
               10 WREM-JURISDICTION  PIC X(04).
               10 WREM-PERIOD        PIC 9(06).
           05 WREM-WITHHELD-TOTAL    PIC S9(11)V99.
           05 WREM-INTEREST-TOTAL    PIC S9(11)V99.
           05 WREM-ACCOUNT-COUNT     PIC 9(08).
           05 WREM-LAST-RUN-DATE     PIC 9(08).
           05 FILLER                 PIC X(18).
