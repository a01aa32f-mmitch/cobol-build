      *****************************************************************
      *  WORKREG  --  work-item register record layout
      *
      *  One record per item waiting on a person in any of the
      *  work queues -- ERRQUEUE, SUSPENSE, REVQUEUE, PENDREV,
      *  OPERPEND and unacknowledged ALERTQ alerts -- keyed on the
      *  queue's DD name and an identity taken from the item
      *  itself (indexed).  WORKREG refreshes it from the queues
      *  each run: new items are registered and numbered, items
      *  gone from their queue are marked cleared, and supervisors'
      *  ASSIGN cards set the owner.  The queues stay the system of
      *  record; the register only adds what they lack -- an item
      *  number, an owner, an age and an escalation date.
      *
      *  WITM-QUEUED-DATE is the queue's own date for the item
      *  where the queue carries one (REVQUEUE, OPERPEND, ALERTQ)
      *  and the day the register first saw it where it doesn't.
      *
      *  The record whose key is all spaces is the control record
      *  holding the last item number issued.
      *****************************************************************
       01 WORK-ITEM-RECORD.
           05 WITM-KEY.
               10 WITM-QUEUE   PIC X(08).
               10 WITM-ITEM-ID PIC X(50).
           05 WITM-ITEM-NUMBER    PIC 9(06).
           05 WITM-STATUS         PIC X(01).
               88 WITM-OPEN    VALUE "O".
               88 WITM-CLEARED VALUE "C".
           05 WITM-QUEUED-DATE    PIC 9(08).
           05 WITM-FIRST-SEEN     PIC 9(08).
           05 WITM-LAST-SEEN      PIC 9(08).
           05 WITM-CLEARED-DATE   PIC 9(08).
           05 WITM-OWNER          PIC X(08).
           05 WITM-ASSIGNED-BY    PIC X(08).
           05 WITM-ASSIGNED-DATE  PIC 9(08).
           05 WITM-ESCALATED-DATE PIC 9(08).
           05 WITM-DESCRIPTION    PIC X(40).
       01 WORK-ITEM-CONTROL REDEFINES WORK-ITEM-RECORD.
           05 WITMC-KEY         PIC X(58).
           05 WITMC-LAST-NUMBER PIC 9(06).
           05 FILLER            PIC X(105).
