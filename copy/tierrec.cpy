      *****************************************************************
      *  TIERREC  --  interest tier master record layout
      *
      *  One row per band of a tiered interest schedule, keyed on
      *  the product (the account class, as RATEMAST's proposed
      *  rows are) plus the schedule's effective date plus the band
      *  number (indexed).  The schedule in force on a date is
      *  every band carrying the greatest effective date at or
      *  before it, so a new schedule is a new set of rows under a
      *  later date and the old one stays on file for history.
      *
      *  Bands run from the top of the band below (zero for band
      *  01) up to TIER-CEILING, and pay TIER-RATE per period over
      *  TIER-PERIODS on the slice of the balance that falls in
      *  them.  The last band of a schedule has no ceiling: it
      *  takes everything above the band below it, whatever its
      *  TIER-CEILING says.  Maintained by RATEMNT's TIER card.
      *****************************************************************
       01 INTEREST-TIER-RECORD.
           05 TIER-KEY.
               10 TIER-PRODUCT-CODE   PIC X(04).
               10 TIER-EFFECTIVE-DATE PIC 9(08).
               10 TIER-BAND           PIC 9(02).
           05 TIER-CEILING PIC 9(9)V99.
           05 TIER-RATE    PIC S9(1)V9(4).
           05 TIER-PERIODS PIC 9(03).
