      *****************************************************************
      *  GLREJREC  --  GL reject register record layout
      *
      *  One row per GL extract leg that did not post, keyed on the
      *  leg's journal reference, GL account and D/C side (indexed)
      *  -- the same key GLRECON pairs the acceptance file on.
      *  GLRECON writes a row when the GL rejects a leg ("R") or
      *  never answers for it ("M"), and marks it resent ("S") on
      *  the first later run in which the GL posts the same leg.
      *  A row still open is a leg the GL has never booked, which
      *  is what GLPROOF counts as explaining a control account's
      *  difference from the balance master.
      *****************************************************************
       01 GL-REJECT-RECORD.
           05 GLRJ-KEY.
               10 GLRJ-REFERENCE    PIC X(10).
               10 GLRJ-ACCOUNT      PIC X(08).
               10 GLRJ-DC-INDICATOR PIC X(01).
           05 GLRJ-AMOUNT       PIC 9(9)V99.
           05 GLRJ-POSTING-DATE PIC 9(08).
           05 GLRJ-COST-CENTER  PIC X(04).
           05 GLRJ-KIND         PIC X(01).
               88 GLRJ-REJECTED   VALUE "R".
               88 GLRJ-UNANSWERED VALUE "M".
           05 GLRJ-REASON       PIC X(20).
           05 GLRJ-FOUND-DATE   PIC 9(08).
           05 GLRJ-STATUS       PIC X(01).
               88 GLRJ-OPEN   VALUE "O".
               88 GLRJ-RESENT VALUE "S".
           05 GLRJ-CLEARED-DATE PIC 9(08).
