      *  opening amount (the remaining principal), the period's
      *  interest, and the closing balance, with the billed flag
      *  AMBILL sets.  Shared between amortize (writer) and AMBILL.
      *
      *  AMBILL also stamps the date it billed an installment, which
      *  is the date the installment falls due; LOANPAY records what
      *  the borrower has paid against it, interest first, and flags
      *  it paid once both the interest and the principal share are
      *  covered.  The principal share is the original principal
      *  spread evenly over the periods, the last installment taking
      *  the rounding.  LNAGING ages whatever billed and unpaid
      *  amount is left from the billed date.
      *****************************************************************
       01 AMORT-SCHEDULE-RECORD.
           05 AMS-KEY.
           05 AMS-CLOSING  PIC S9(9)V99.
           05 AMS-BILLED-FLAG PIC X(01).
               88 AMS-BILLED VALUE "B".
           05 AMS-BILLED-DATE    PIC 9(08).
           05 AMS-PAID-INTEREST  PIC S9(9)V99.
           05 AMS-PAID-PRINCIPAL PIC S9(9)V99.
           05 AMS-PAID-DATE      PIC 9(08).
           05 AMS-PAID-FLAG      PIC X(01).
               88 AMS-PAID VALUE "P".
       01 AMORT-SCHEDULE-POSITION REDEFINES
               AMORT-SCHEDULE-RECORD.
           05 FILLER            PIC X(13).
           05 AMSP-NEXT-DUE     PIC 9(03).
           05 AMSP-TOTAL-PERIODS PIC 9(03).
           05 AMSP-RATE         PIC 9(1)V9(4).
      * The RATEMAST product the rate was priced from (blank for a
      * keyed rate), the date that rate was taken -- the posting
      * date, then the effective date of each reset AMRESET makes --
      * and the date AMBILL last billed the loan.
           05 AMSP-PRODUCT-CODE PIC X(04).
           05 AMSP-RATE-DATE    PIC 9(08).
           05 AMSP-LAST-BILLED  PIC 9(08).
      * The account the installments are collected from, tied by
      * ACCTMNT's LOAN card -- blank until then.  CASHPROJ projects
      * the loan's remaining installments against it.
           05 AMSP-ACCOUNT-ID   PIC X(08).
           05 FILLER            PIC X(23).
