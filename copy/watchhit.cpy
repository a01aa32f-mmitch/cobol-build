      *****************************************************************
      *  WATCHHIT  --  watch-list compliance queue (WATCHQ) layout
      *
      *  One record per account name that matched a watch-list
      *  entry, keyed on the account and the entry (indexed), so
      *  one account matching one entry is queued once however
      *  many rescans find it again.  ACCTMNT queues the hits of
      *  an OPEN card ("O") and holds the account as pending
      *  review; WATCHSCN queues the hits its weekly rescan of the
      *  open accounts finds ("R").  WATCHDSP is the disposition
      *  workflow: compliance confirms a hit -- which places a
      *  full HOLDMAST hold on the account -- or clears it as a
      *  false positive, and a pending account whose every hit is
      *  cleared is opened.  Dispositioned hits stay on the queue
      *  as the evidence of who decided what, and when.
      *
      *    WHIT-STATUS   P pending review / C confirmed match /
      *                  F cleared as a false positive
      *****************************************************************
       01 WATCH-HIT-RECORD.
           05 WHIT-KEY.
               10 WHIT-ACCOUNT-ID PIC X(08).
               10 WHIT-ENTRY-ID   PIC X(10).
           05 WHIT-FOUND-BY      PIC X(01).
               88 WHIT-FOUND-AT-OPEN   VALUE "O".
               88 WHIT-FOUND-ON-RESCAN VALUE "R".
           05 WHIT-FOUND-DATE    PIC 9(08).
           05 WHIT-ACCOUNT-NAME  PIC X(20).
           05 WHIT-LIST-SOURCE   PIC X(08).
           05 WHIT-LISTED-NAME   PIC X(40).
           05 WHIT-STATUS        PIC X(01).
               88 WHIT-PENDING   VALUE "P".
               88 WHIT-CONFIRMED VALUE "C".
               88 WHIT-CLEARED   VALUE "F".
           05 WHIT-DISPOSED-BY   PIC X(08).
           05 WHIT-DISPOSED-DATE PIC 9(08).
           05 WHIT-NOTE          PIC X(30).
