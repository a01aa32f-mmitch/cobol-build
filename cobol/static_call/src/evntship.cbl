       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVNTSHIP.

      *****************************************************************
      *  EVNTSHIP drains the business-event queue onto the outbound
      *  feed for the CRM and collections systems.  DWFEED gives
      *  the warehouse its nightly snapshot; this is the other
      *  half -- the individual events (account opened or closed,
      *  hold placed or lifted, balance under minimum, account gone
      *  dormant, large reversal approved) as they happened,
      *  shipped after every run that can raise them, intraday
      *  drip-feed cycles included.
      *
      *  Every event on EVENTQ is numbered as it is copied to
      *  EVNTFEED, one up from the last number ever shipped, and
      *  the shipment ends with the "T" control trailer described
      *  in copy/evntrec.cpy: shipment number, first and last
      *  sequence, event count, ship date and time.  The last
      *  sequence and shipment number live on the EVTSEQ side file
      *  (as SHIPSEQ does for JRNLSHIP), so the numbering runs
      *  unbroken across runs and days.  A run with nothing queued
      *  still ships an empty feed with its trailer, so the
      *  subscribers' shipment count never skips.
      *
      *  The queue is emptied only once the feed is closed and the
      *  side file saved.  A failure before that leaves the queue
      *  whole to ship again; a subscriber may then see an event a
      *  second time under a later number, but never miss one.
      *
      *  RETURN-CODE 12: the queue or the feed could not be opened
      *  -- nothing shipped and the queue untouched.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-QUEUE-FILE ASSIGN TO "EVENTQ"
               FILE STATUS IS EVENT-QUEUE-STATUS.
           SELECT EVENT-FEED-FILE ASSIGN TO "EVNTFEED"
               FILE STATUS IS EVENT-FEED-STATUS.
           SELECT EVENT-SEQ-FILE ASSIGN TO "EVTSEQ"
               FILE STATUS IS EVENT-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-QUEUE-FILE.
       COPY evntrec.

       FD EVENT-FEED-FILE.
       COPY evntrec REPLACING LEADING ==EVT== BY ==FEED==.

       FD EVENT-SEQ-FILE.
       01 EVENT-SEQ-RECORD.
           05 EVSQ-LAST-SEQUENCE PIC 9(09).
           05 EVSQ-LAST-SHIPMENT PIC 9(06).

       WORKING-STORAGE SECTION.
       01 EVENT-QUEUE-STATUS PIC X(02).
       01 EVENT-FEED-STATUS  PIC X(02).
       01 EVENT-SEQ-STATUS   PIC X(02).
       01 QUEUE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 QUEUE-EOF VALUE 'Y'.
       01 QUEUE-PRESENT-SWITCH PIC X(01) VALUE 'N'.
           88 QUEUE-PRESENT VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 LAST-SEQUENCE  PIC 9(09) VALUE 0.
       01 FIRST-SEQUENCE PIC 9(09) VALUE 0.
       01 SHIPMENT-NUMBER PIC 9(06) VALUE 0.
       01 EVENTS-SHIPPED PIC 9(09) VALUE 0.
       01 SKIPPED-RECORDS PIC 9(09) VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM LOAD-EVENT-SEQUENCE
           ADD 1 TO SHIPMENT-NUMBER
           COMPUTE FIRST-SEQUENCE = LAST-SEQUENCE + 1
      * No queue at all means nothing has been raised since it was
      * last emptied -- the usual absent-file convention.
           OPEN INPUT EVENT-QUEUE-FILE
           IF EVENT-QUEUE-STATUS = "00"
               SET QUEUE-PRESENT TO TRUE
           ELSE
               IF EVENT-QUEUE-STATUS NOT = "35"
                   DISPLAY "unable to open event queue, status "
                       EVENT-QUEUE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT EVENT-FEED-FILE
           IF EVENT-FEED-STATUS NOT = "00"
               DISPLAY "unable to open event feed, status "
                   EVENT-FEED-STATUS
               IF QUEUE-PRESENT
                   CLOSE EVENT-QUEUE-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF QUEUE-PRESENT
               PERFORM SHIP-ONE-EVENT UNTIL QUEUE-EOF
               CLOSE EVENT-QUEUE-FILE
           END-IF
           PERFORM WRITE-FEED-TRAILER
           CLOSE EVENT-FEED-FILE
           PERFORM SAVE-EVENT-SEQUENCE
           IF QUEUE-PRESENT
               OPEN OUTPUT EVENT-QUEUE-FILE
               CLOSE EVENT-QUEUE-FILE
           END-IF
           MOVE EVENTS-SHIPPED TO COUNT-EDIT
           DISPLAY "business events shipped: " COUNT-EDIT
               " as shipment " SHIPMENT-NUMBER
           IF SKIPPED-RECORDS > 0
               MOVE SKIPPED-RECORDS TO COUNT-EDIT
               DISPLAY "queue records not events, skipped: "
                   COUNT-EDIT
           END-IF
           GOBACK
           .

       SHIP-ONE-EVENT SECTION.
           READ EVENT-QUEUE-FILE
               AT END
                   SET QUEUE-EOF TO TRUE
               NOT AT END
                   IF EVT-DETAIL
                       ADD 1 TO LAST-SEQUENCE
                       ADD 1 TO EVENTS-SHIPPED
                       MOVE EVT-RECORD TO FEED-RECORD
                       MOVE LAST-SEQUENCE TO FEED-SEQUENCE
                       WRITE FEED-RECORD
                   ELSE
                       ADD 1 TO SKIPPED-RECORDS
                   END-IF
           END-READ
           EXIT.

      * An empty shipment's trailer names the next number as its
      * first and the last one shipped as its last, with a count
      * of zero -- the subscriber's arithmetic still holds.
       WRITE-FEED-TRAILER SECTION.
           MOVE SPACES TO FEEDT-RECORD
           MOVE "T" TO FEEDT-RECORD-TYPE
           MOVE SHIPMENT-NUMBER TO FEEDT-SHIPMENT
           MOVE FIRST-SEQUENCE  TO FEEDT-FIRST-SEQUENCE
           MOVE LAST-SEQUENCE   TO FEEDT-LAST-SEQUENCE
           MOVE EVENTS-SHIPPED  TO FEEDT-EVENT-COUNT
           MOVE RUN-DATE TO FEEDT-SHIP-DATE
           MOVE RUN-TIME TO FEEDT-SHIP-TIME
           WRITE FEEDT-RECORD
           EXIT.

       LOAD-EVENT-SEQUENCE SECTION.
           OPEN INPUT EVENT-SEQ-FILE
           IF EVENT-SEQ-STATUS = "00"
               READ EVENT-SEQ-FILE
                   NOT AT END
                       MOVE EVSQ-LAST-SEQUENCE TO LAST-SEQUENCE
                       MOVE EVSQ-LAST-SHIPMENT TO SHIPMENT-NUMBER
               END-READ
               CLOSE EVENT-SEQ-FILE
           END-IF
           EXIT.

       SAVE-EVENT-SEQUENCE SECTION.
           OPEN OUTPUT EVENT-SEQ-FILE
           MOVE LAST-SEQUENCE   TO EVSQ-LAST-SEQUENCE
           MOVE SHIPMENT-NUMBER TO EVSQ-LAST-SHIPMENT
           WRITE EVENT-SEQ-RECORD
           CLOSE EVENT-SEQ-FILE
           EXIT.
