      *****************************************************************
      *  FUTWHSE  --  future-dated transaction warehouse record
      *
      *  One record per transaction that arrived on TRANFILE dated
      *  after the business date but no further ahead than
      *  CALC-WAREHOUSE-DAYS.  CALCULATOR parks the item here
      *  instead of posting it early, and each day's batch run
      *  releases the items whose day has come into the posting
      *  stream ahead of TRANFILE; the rest come out on FUTWOUT,
      *  which the calling JCL swaps back in as FUTWHSE the way
      *  SUSPOUT replaces SUSPENSE.  FUTWMNT answers inquiries
      *  against the file, cancels an item on a department's card
      *  before its date, and lists what releases over the next
      *  few days.
      *
      *    FUTW-RELEASE-DATE   the item's TRAN-DATE-IN -- the run
      *                        whose business date reaches it posts
      *                        it
      *    FUTW-RECEIVED-DATE  business date of the run that parked
      *                        it
      *    FUTW-DEPARTMENT     department batch it arrived in, blank
      *                        when it came in outside a "B" header
      *    FUTW-BRANCH-ID      branch file it arrived on, blank for
      *                        the main TRANFILE
      *    FUTW-TRAN-IMAGE     the transaction record as received,
      *                        reference number already assigned
      *****************************************************************
       01 FUTW-RECORD.
           05 FUTW-RELEASE-DATE  PIC 9(08).
           05 FUTW-RECEIVED-DATE PIC 9(08).
           05 FUTW-DEPARTMENT    PIC X(04).
           05 FUTW-BRANCH-ID     PIC X(04).
           05 FUTW-TRAN-IMAGE    PIC X(109).
