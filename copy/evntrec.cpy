      *****************************************************************
      *  EVNTREC  --  outbound business-event record layout
      *
      *  One record per business event the CRM and collections
      *  systems subscribe to, written through evntpost by the
      *  program that causes the event and queued on EVENTQ until
      *  EVNTSHIP drains the queue onto the shipped feed.
      *
      *    EVT-EVENT-TYPE    raised by     before / after
      *    ACCTOPEN          ACCTMNT       prior status / new status
      *                                    (OPEN, or PENDING REVIEW
      *                                    when the name hit the
      *                                    watch list; a REOPEN
      *                                    carries the status it
      *                                    reopened from)
      *                      WATCHDSP      PENDING REVIEW / OPEN
      *                                    (every hit cleared)
      *    ACCTCLOS          ACCTMNT       prior status / CLOSE
      *                                    REQUESTED
      *                      CLOSEOUT      CLOSE REQUESTED / CLOSED
      *                                    (amount = residual paid
      *                                    out)
      *    HOLDPLAC          HOLDMNT       blank / FULL HOLD or
      *                                    DEBIT HOLD
      *                      WATCHDSP      blank or DEBIT HOLD /
      *                                    FULL HOLD (a confirmed
      *                                    watch-list hit)
      *    HOLDLIFT          HOLDMNT       the hold lifted / LIFTED
      *    BELOWMIN          CALCULATOR    prior / new balance; the
      *                                    posting that took the
      *                                    balance under the
      *                                    account's minimum
      *                                    (amount = the minimum)
      *    DORMANT           DORMANT       ACTIVE / DORMANT (amount
      *                                    = the balance)
      *    REVAPPRV          REVAPPR       PENDING / APPROVED; the
      *                                    large reversal released
      *                                    to post (amount = the
      *                                    reversal)
      *
      *  Statuses travel as words, balances as edited amounts, so
      *  a subscriber needs no copy of our code tables (the source
      *  program is CALCULAT for CALCULATOR's events).  The event
      *  date and time are the clock when the event was raised;
      *  the business date is the day it belongs to (a catch-up
      *  run's CALC-BUSINESS-DATE, otherwise today).
      *
      *  EVT-SEQUENCE is zero on the queue; EVNTSHIP numbers each
      *  event as it ships, one up across every shipment, and ends
      *  each shipment with a "T" control trailer carrying the
      *  shipment number, the first and last sequence shipped and
      *  the event count -- a subscriber that sees the next
      *  shipment's first sequence is not its last one plus one,
      *  or a shipment number skipped, has lost events.
      *****************************************************************
       01 EVT-RECORD.
           05 EVT-RECORD-TYPE    PIC X(01).
               88 EVT-DETAIL  VALUE "E".
               88 EVT-TRAILER VALUE "T".
           05 EVT-SEQUENCE       PIC 9(09).
           05 EVT-EVENT-TYPE     PIC X(08).
           05 EVT-EVENT-DATE     PIC 9(08).
           05 EVT-EVENT-TIME     PIC 9(08).
           05 EVT-BUSINESS-DATE  PIC 9(08).
           05 EVT-SOURCE-PROGRAM PIC X(08).
           05 EVT-ACCOUNT-ID     PIC X(08).
           05 EVT-REFERENCE      PIC X(10).
           05 EVT-BEFORE-VALUE   PIC X(20).
           05 EVT-AFTER-VALUE    PIC X(20).
           05 EVT-AMOUNT         PIC S9(9)V99.
           05 EVT-OPERATOR-ID    PIC X(08).
           05 FILLER             PIC X(23).
       01 EVTT-RECORD REDEFINES EVT-RECORD.
           05 EVTT-RECORD-TYPE    PIC X(01).
           05 EVTT-SHIPMENT       PIC 9(06).
           05 EVTT-FIRST-SEQUENCE PIC 9(09).
           05 EVTT-LAST-SEQUENCE  PIC 9(09).
           05 EVTT-EVENT-COUNT    PIC 9(09).
           05 EVTT-SHIP-DATE      PIC 9(08).
           05 EVTT-SHIP-TIME      PIC 9(08).
           05 FILLER              PIC X(100).
