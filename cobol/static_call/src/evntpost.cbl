       IDENTIFICATION DIVISION.
       PROGRAM-ID. evntpost.

      *****************************************************************
      *  evntpost is the one place a business event is queued for
      *  the downstream feed.  ACCTMNT, HOLDMNT, CALCULATOR,
      *  DORMANT, REVAPPR, CLOSEOUT and CONVLOAD each call it at
      *  the moment the event happens, so the record layout, the
      *  timestamping and the queue discipline cannot drift apart
      *  between them.
      *
      *  Each call appends one record to EVENTQ (copy/evntrec.cpy),
      *  opened EXTEND and closed again like the alert queue, so a
      *  queue that never existed is created on the first event
      *  and an abend loses nothing already raised.  The sequence
      *  number is left zero: EVNTSHIP numbers events as it ships
      *  them, which keeps the numbering gap-free however many
      *  programs raised events in between.
      *
      *  The caller drives it through copy/evntpstl.cpy.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-QUEUE-FILE ASSIGN TO "EVENTQ"
               FILE STATUS IS EVENT-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-QUEUE-FILE.
       COPY evntrec.

       WORKING-STORAGE SECTION.
       01 EVENT-QUEUE-STATUS PIC X(02).
       01 CLOCK-DATE PIC 9(08).
       01 CLOCK-TIME PIC 9(08).

       LINKAGE SECTION.
       COPY evntpstl.

       PROCEDURE DIVISION USING EVENT-POST-AREA.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME FROM TIME
           OPEN EXTEND EVENT-QUEUE-FILE
           IF EVENT-QUEUE-STATUS = "35"
               OPEN OUTPUT EVENT-QUEUE-FILE
           END-IF
           IF EVENT-QUEUE-STATUS NOT = "00"
               DISPLAY "event queue unavailable, status "
                   EVENT-QUEUE-STATUS " -- " EVPK-EVENT-TYPE
                   " event for account " EVPK-ACCOUNT-ID " not queued"
               MOVE 12 TO EVPK-RETURN-CODE
           ELSE
               MOVE SPACES TO EVT-RECORD
               SET EVT-DETAIL TO TRUE
               MOVE 0 TO EVT-SEQUENCE
               MOVE EVPK-EVENT-TYPE     TO EVT-EVENT-TYPE
               MOVE CLOCK-DATE          TO EVT-EVENT-DATE
               MOVE CLOCK-TIME          TO EVT-EVENT-TIME
               IF EVPK-BUSINESS-DATE = 0
                   MOVE CLOCK-DATE TO EVT-BUSINESS-DATE
               ELSE
                   MOVE EVPK-BUSINESS-DATE TO EVT-BUSINESS-DATE
               END-IF
               MOVE EVPK-SOURCE-PROGRAM TO EVT-SOURCE-PROGRAM
               MOVE EVPK-ACCOUNT-ID     TO EVT-ACCOUNT-ID
               MOVE EVPK-REFERENCE      TO EVT-REFERENCE
               MOVE EVPK-BEFORE-VALUE   TO EVT-BEFORE-VALUE
               MOVE EVPK-AFTER-VALUE    TO EVT-AFTER-VALUE
               MOVE EVPK-AMOUNT         TO EVT-AMOUNT
               MOVE EVPK-OPERATOR-ID    TO EVT-OPERATOR-ID
               WRITE EVT-RECORD
               CLOSE EVENT-QUEUE-FILE
               MOVE 0 TO EVPK-RETURN-CODE
           END-IF
           GOBACK
           .
