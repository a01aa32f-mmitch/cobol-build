      *****************************************************************
      *  PAYQUEUL  --  linkage area for the payqueue subprogram
      *
      *  One call, one payment instruction onto the PAYQ queue
      *  (copy/payinst.cpy, status "Q").  The caller names the
      *  posting that paid the money out -- its reference, the
      *  account debited, the amount and value date -- and who
      *  raised it; PAYFILE resolves the beneficiary later, so a
      *  posting run never waits on the customer master.
      *  PYQK-RAISED-DATE zero means today.
      *
      *  PYQK-RETURN-CODE: 00 queued, 12 the queue could not be
      *  opened -- the instruction is lost, and said so on SYSOUT
      *  for the payment to be keyed by hand.  The posting has
      *  already been made, so callers carry on either way.
      *****************************************************************
       01 PAYMENT-QUEUE-AREA.
           05 PYQK-SOURCE-PROGRAM PIC X(08).
           05 PYQK-RAISED-DATE    PIC 9(08).
           05 PYQK-RAISED-BY      PIC X(08).
           05 PYQK-ACCOUNT-ID     PIC X(08).
           05 PYQK-REFERENCE      PIC X(10).
           05 PYQK-AMOUNT         PIC S9(9)V99.
           05 PYQK-VALUE-DATE     PIC 9(08).
           05 PYQK-RETURN-CODE    PIC 9(02).
