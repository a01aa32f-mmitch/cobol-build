      *
      *  Blank lines and lines starting "*" are comments, as
      *  everywhere else.  Each rate is edited (real date, nonzero
      *  rate, sane pair -- with the currency master mounted, both
      *  codes on it and active on the effective date) and then
      *  checked against the pair's previous row on file: a rate
      *  that moved more than CALC-RATE-TOLERANCE percent (default
      *  10) is refused and raises an ALERTQ alert instead of
      *  loading -- the slipped decimal point gets caught here, not
      *  by CALCULATOR after a day of EUR conversions.  Accepted
      *  rows land effective-dated on XRATMAST (replacing a
      *  same-day row) with the usual maintenance-audit image.  Any
      *  refusal or rejection leaves RETURN-CODE 8 so the scheduler
      *  holds the night for a look.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 RATES-REFUSED   PIC 9(05) COMP VALUE 0.
       01 RATES-REJECTED  PIC 9(05) COMP VALUE 0.
       01 FEED-COUNT-EDIT PIC ZZZZ9.
       COPY parmgetl.
       COPY currfndl.
       01 CURRMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CURRMAST-AVAILABLE VALUE 'Y'.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "RATEIMP" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-RATE-TOLERANCE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO TOLERANCE-ENV
           IF TOLERANCE-ENV NOT = SPACES
               MOVE TOLERANCE-ENV TO TOLERANCE-PERCENT
           END-IF
           IF ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "OPEN    " TO CFND-FUNCTION
           CALL 'currfind' USING CURRENCY-FIND-AREA
           IF CFND-RETURN-CODE = 0
               SET CURRMAST-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           CLOSE EXCHANGE-RATE-FILE
           CLOSE ALERT-FILE
           CLOSE MAINT-AUDIT-FILE
           IF CURRMAST-AVAILABLE
               MOVE "CLOSE   " TO CFND-FUNCTION
               CALL 'currfind' USING CURRENCY-FIND-AREA
           END-IF
           MOVE RATES-IMPORTED TO FEED-COUNT-EDIT
           DISPLAY "rates imported: " FEED-COUNT-EDIT
           MOVE RATES-REFUSED TO FEED-COUNT-EDIT
                   MOVE 'N' TO RECORD-VALID-SWITCH
               END-IF
           END-IF
           IF RECORD-VALID AND CURRMAST-AVAILABLE
               MOVE FEED-PAIR(1:3) TO CFND-CURRENCY
               PERFORM CHECK-PAIR-CURRENCY
               IF RECORD-VALID
                   MOVE FEED-PAIR(4:3) TO CFND-CURRENCY
                   PERFORM CHECK-PAIR-CURRENCY
               END-IF
           END-IF
           IF RECORD-VALID
               IF FEED-RATE-TEXT NOT NUMERIC
                   DISPLAY "non-numeric rate '" FEED-RATE-TEXT
           END-IF
           EXIT.

       CHECK-PAIR-CURRENCY SECTION.
           MOVE "CHECK   "          TO CFND-FUNCTION
           MOVE FEED-EFFECTIVE-DATE TO CFND-DATE
           CALL 'currfind' USING CURRENCY-FIND-AREA
           EVALUATE CFND-RETURN-CODE
               WHEN 8
                   DISPLAY "currency " CFND-CURRENCY
                       " not on currency master -- pair " FEED-PAIR
                       " rejected"
                   ADD 1 TO RATES-REJECTED
                   MOVE 'N' TO RECORD-VALID-SWITCH
               WHEN 4
                   DISPLAY "currency " CFND-CURRENCY " not active on "
                       FEED-DATE-TEXT " -- pair " FEED-PAIR
                       " rejected"
                   ADD 1 TO RATES-REJECTED
                   MOVE 'N' TO RECORD-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      * The pair's newest row strictly older than the feed date --
      * today's movement is measured off yesterday's close, not off
      * a same-day row a rerun already loaded.
