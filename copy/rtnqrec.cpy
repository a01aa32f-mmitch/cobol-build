      *****************************************************************
      *  RTNQREC  --  unmatched returned-item queue record layout
      *
      *  One record per bank return RTNITEM could not tie to a
      *  credit it can reverse: the reference is not on the posting
      *  history, names something other than an account credit,
      *  disagrees on the amount, was reversed already, or names an
      *  account no longer open.  The queue is rewritten by every
      *  RTNITEM run (RTNQUEUE in, RTNQNEW out, swapped back by the
      *  JCL) and each item is tried again, so a return that arrived
      *  before its credit was indexed goes through on a later run;
      *  the rest are for the back office to settle by hand.
      *
      *  RTNQ-FIRST-SEEN is the run that first queued the item and
      *  never changes.  RTNQ-REASON is why the latest attempt
      *  failed.
      *****************************************************************
       01 RTNQ-RECORD.
           05 RTNQ-FIRST-SEEN    PIC 9(08).
           05 RTNQ-RETURN-DATE   PIC 9(08).
           05 RTNQ-REFERENCE     PIC X(10).
           05 RTNQ-AMOUNT        PIC 9(9)V99.
           05 RTNQ-RETURN-REASON PIC X(04).
           05 RTNQ-BANK-ITEM     PIC X(12).
           05 RTNQ-DESCRIPTION   PIC X(20).
           05 RTNQ-REASON        PIC X(24).
           05 RTNQ-ATTEMPTS      PIC 9(03).
           05 RTNQ-LAST-ATTEMPT  PIC 9(08).
           05 FILLER             PIC X(12).
