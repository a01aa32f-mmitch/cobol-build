      *****************************************************************
      *  EVNTPSTL  --  linkage area for the evntpost subprogram
      *
      *  One call, one business event onto the EVENTQ queue
      *  (copy/evntrec.cpy describes the events and their before
      *  and after values).  The caller fills the event fields;
      *  evntpost stamps the clock date and time, and today's date
      *  where EVPK-BUSINESS-DATE is left zero.
      *
      *  EVPK-RETURN-CODE: 00 queued, 12 the queue could not be
      *  opened -- the event is lost, and said so on SYSOUT.  The
      *  feed never stops the business it reports on, so callers
      *  carry on either way.
      *****************************************************************
       01 EVENT-POST-AREA.
           05 EVPK-EVENT-TYPE     PIC X(08).
           05 EVPK-SOURCE-PROGRAM PIC X(08).
           05 EVPK-BUSINESS-DATE  PIC 9(08).
           05 EVPK-ACCOUNT-ID     PIC X(08).
           05 EVPK-REFERENCE      PIC X(10).
           05 EVPK-BEFORE-VALUE   PIC X(20).
           05 EVPK-AFTER-VALUE    PIC X(20).
           05 EVPK-AMOUNT         PIC S9(9)V99.
           05 EVPK-OPERATOR-ID    PIC X(08).
           05 EVPK-RETURN-CODE    PIC 9(02).
