      *  posts nothing: the run records the closing rate as its
      *  baseline and says so on the report.  An account whose
      *  pair has no rate on file is listed as an exception and
      *  left untouched (RETURN-CODE 4).  Rates come from the
      *  xratfind subprogram CALCULATOR uses, so a currency treasury
      *  carries only against some other currency still revalues at
      *  the cross rate through the base, journaled as derived.
      *
      *  The report breaks the run down per currency: accounts,
      *  foreign total, base value at closing, and the revaluation
      *  difference posted.  Base values are rounded to the base
      *  currency's precision on the currency master (CURRMAST,
      *  optional).  CALC-BASE-CURRENCY names the base
      *  (default USD); CALC-REVAL-DATE the closing date (default
      *  today).
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT DENOM-CARD-FILE ASSIGN TO "DENMCRDS"
       FD BALANCE-FILE.
       COPY balrec.

       FD JOURNAL-FILE.
       COPY jrnlrec.


       WORKING-STORAGE SECTION.
       01 BALANCE-STATUS       PIC X(02).
       01 JOURNAL-STATUS       PIC X(02).
       01 DENOM-CARD-STATUS    PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
       01 REVAL-DATE-ENV PIC X(08).
       01 REVAL-DATE PIC 9(08).

      * Closing-rate lookup state -- the same xratfind lookup
      * CALCULATOR uses (see copy/xratfndl.cpy).
       COPY xratfndl.
       01 WANTED-PAIR PIC X(06).
       01 CLOSING-RATE PIC 9(3)V9(6).
       01 CLOSING-RATE-SOURCE PIC X(01).
       01 RATE-FOUND-SWITCH PIC X(01).
           88 RATE-FOUND VALUE 'Y'.
      * Base-value rounding (see copy/currfndl.cpy).
       COPY currfndl.

       01 OLD-BASE-VALUE PIC S9(11)V99.
       01 NEW-BASE-VALUE PIC S9(11)V99.
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "REVALUE" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO REVAL-DATE
           MOVE "CALC-BASE-CURRENCY" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BASE-CURRENCY-ENV
           IF BASE-CURRENCY-ENV NOT = SPACES
               MOVE BASE-CURRENCY-ENV TO BASE-CURRENCY
           END-IF
           MOVE "CALC-REVAL-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REVAL-DATE-ENV
           IF REVAL-DATE-ENV NOT = SPACES
               MOVE REVAL-DATE-ENV TO REVAL-DATE
           END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "OPEN    " TO XFND-FUNCTION
           CALL 'xratfind' USING RATE-FIND-AREA
           IF XFND-RETURN-CODE NOT = 0
               DISPLAY "unable to open exchange-rate master"
               CLOSE BALANCE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           PERFORM WRITE-RUN-TRAILER
           PERFORM WRITE-CURRENCY-SUMMARY
           CLOSE BALANCE-FILE
           MOVE "CLOSE   " TO XFND-FUNCTION
           CALL 'xratfind' USING RATE-FIND-AREA
           MOVE "CLOSE   " TO CFND-FUNCTION
           CALL 'currfind' USING CURRENCY-FIND-AREA
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           MOVE ACCOUNTS-REVALUED TO COUNT-EDIT
                   ADD 1 TO BASELINES-SET
                   MOVE CLOSING-RATE TO BAL-REVAL-RATE
                   REWRITE BALANCE-RECORD
                   COMPUTE CFND-AMOUNT = BAL-AMOUNT * CLOSING-RATE
                   PERFORM ROUND-TO-BASE-PRECISION
                   MOVE CFND-AMOUNT TO NEW-BASE-VALUE
                   MOVE 0 TO REVAL-DIFFERENCE
                   PERFORM TALLY-CURRENCY-LINE
                   MOVE SPACES TO REPORT-WORK
           EXIT.

       POST-REVALUATION SECTION.
           COMPUTE CFND-AMOUNT = BAL-AMOUNT * BAL-REVAL-RATE
           PERFORM ROUND-TO-BASE-PRECISION
           MOVE CFND-AMOUNT TO OLD-BASE-VALUE
           COMPUTE CFND-AMOUNT = BAL-AMOUNT * CLOSING-RATE
           PERFORM ROUND-TO-BASE-PRECISION
           MOVE CFND-AMOUNT TO NEW-BASE-VALUE
           COMPUTE REVAL-DIFFERENCE =
               NEW-BASE-VALUE - OLD-BASE-VALUE
           MOVE CLOSING-RATE TO BAL-REVAL-RATE
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE BAL-ACCOUNT-ID TO JRNL-ACCOUNT-ID
           MOVE CLOSING-RATE TO JRNL-RATE-APPLIED
           MOVE CLOSING-RATE-SOURCE TO JRNL-RATE-SOURCE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID

       FIND-CLOSING-RATE SECTION.
           MOVE 'N' TO RATE-FOUND-SWITCH
           MOVE "FIND    "       TO XFND-FUNCTION
           MOVE WANTED-PAIR(1:3) TO XFND-FROM-CURRENCY
           MOVE WANTED-PAIR(4:3) TO XFND-TO-CURRENCY
           MOVE BASE-CURRENCY    TO XFND-BASE-CURRENCY
           MOVE REVAL-DATE       TO XFND-RATE-DATE
           CALL 'xratfind' USING RATE-FIND-AREA
           IF XFND-RETURN-CODE = 0
               SET RATE-FOUND TO TRUE
               MOVE XFND-RATE        TO CLOSING-RATE
               MOVE XFND-RATE-SOURCE TO CLOSING-RATE-SOURCE
           END-IF
           EXIT.

      * Base values are rounded to the base currency's precision
      * under its rule on the currency master, so a yen-based book
      * revalues in whole yen; with no master, or no row for the
      * base, to two places, a half rounding up.
       ROUND-TO-BASE-PRECISION SECTION.
           MOVE "ROUND   "    TO CFND-FUNCTION
           MOVE BASE-CURRENCY TO CFND-CURRENCY
           CALL 'currfind' USING CURRENCY-FIND-AREA
           EXIT.

       TALLY-CURRENCY-LINE SECTION.
