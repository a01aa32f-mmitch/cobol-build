      *    SORD-FREQUENCY  X(01)   D daily, W weekly, M monthly
      *    SORD-NEXT-DUE   9(08)
      *    SORD-END-DATE   9(08)   zero = open-ended
      *    SORD-SUSPEND-UNTIL 9(08) zero = live (copy/sordrec.cpy)
      *    SORD-ACCOUNT-ID X(08)   settlement account, blank = none
      *    SORD-PAYOUT-FLAG X(01)  Y = paid out through the bank
      *
      *  A payout order (SORDMNT's PAYOUT card -- a supplier paid
      *  from the account the order is tied to) is emitted as a
      *  balance posting against that account, product code
      *  "PAYO", so CALCULATOR debits the account and queues the
      *  payment instruction PAYFILE sends to the bank.
      *
      *  A suspended order (SORDMNT's SUSPEND card) emits nothing
      *  due before its suspend-until date: those periods are
      *  stepped past, not caught up afterwards, and the suspension
      *  is cleared on SORDNEW once the generation date reaches it.
      *
      *  Generated references are drawn from the shared REFSEQ
      *  sequence file in the same YYMMDDnnnn format CALCULATOR and
      *  date-embedded format would repeat year over year and
      *  bounce off the posting-history duplicate check.  The
      *  generation report pairs each reference with its order id.
      *
      *  An order is emitted on a business day of the posting
      *  calendar (CALMAST), found by the shared bizdate service
      *  under the modified-following rule: a next-due date on a
      *  weekend or holiday is emitted on the following business
      *  day, or on the one before it where following would cross
      *  into the next month.  The adjusted date is the one the
      *  transaction and the report carry.  SORD-NEXT-DUE keeps
      *  the order's own schedule, so a monthly order due on the
      *  15th goes back to the 15th the month after; a daily order
      *  steps from business day to business day.
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
       COPY sordrec.

       FD ORDER-NEW-FILE.
       01 ORDER-NEW-RECORD PIC X(75).

       FD TRAN-GEN-FILE.
       COPY tranrec.
      * emitting after this many occurrences and is reported.
       01 EMISSIONS-THIS-ORDER PIC 9(03) COMP.
       01 EMISSION-LIMIT       PIC 9(03) COMP VALUE 40.
       01 PERIODS-SKIPPED      PIC 9(03) COMP.

       01 ORDERS-READ-COUNT    PIC 9(05) COMP VALUE 0.
       01 ORDERS-ENDED-COUNT   PIC 9(05) COMP VALUE 0.
       01 GEN-STAT-EDIT        PIC ZZZZ9.
       01 REPORT-WORK          PIC X(100).

      * SORD-NEXT-DUE moved onto a business day -- what is emitted.
       01 ORDER-DUE-DATE       PIC 9(08).
       01 CALENDAR-WARNED-SWITCH PIC X(01) VALUE 'N'.
           88 CALENDAR-WARNED VALUE 'Y'.
       COPY parmgetl.
       COPY bizdatel.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "STORDGEN" TO PRMG-PROGRAM
           ACCEPT GENERATION-DATE FROM DATE YYYYMMDD
           MOVE "CALC-GENERATION-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO GENERATION-DATE-ENV
           IF GENERATION-DATE-ENV NOT = SPACES
               MOVE GENERATION-DATE-ENV TO GENERATION-DATE
           END-IF
      * SORDNEW -- expired orders would otherwise pile up forever.
       GENERATE-ONE-ORDER SECTION.
           MOVE 0 TO EMISSIONS-THIS-ORDER
           PERFORM SET-ORDER-DUE-DATE
           IF SORD-SUSPEND-UNTIL > 0
               PERFORM STEP-PAST-SUSPENSION
           END-IF
           PERFORM EMIT-DUE-TRANSACTION
               UNTIL ORDER-DUE-DATE > GENERATION-DATE
                   OR (SORD-END-DATE > 0
                       AND SORD-NEXT-DUE > SORD-END-DATE)
                   OR EMISSIONS-THIS-ORDER >= EMISSION-LIMIT
           END-IF
           EXIT.

      * Periods falling inside the suspension are advanced over
      * without a transaction; the same runaway guard applies.
       STEP-PAST-SUSPENSION SECTION.
           MOVE 0 TO PERIODS-SKIPPED
           PERFORM SKIP-ONE-SUSPENDED-PERIOD
               UNTIL SORD-NEXT-DUE >= SORD-SUSPEND-UNTIL
                   OR SORD-NEXT-DUE > GENERATION-DATE
                   OR (SORD-END-DATE > 0
                       AND SORD-NEXT-DUE > SORD-END-DATE)
                   OR PERIODS-SKIPPED >= EMISSION-LIMIT
           IF PERIODS-SKIPPED > 0
               MOVE PERIODS-SKIPPED TO GEN-STAT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ORDER " DELIMITED BY SIZE
                   SORD-ORDER-ID DELIMITED BY SIZE
                   " SUSPENDED UNTIL " DELIMITED BY SIZE
                   SORD-SUSPEND-UNTIL DELIMITED BY SIZE
                   " -- " DELIMITED BY SIZE
                   GEN-STAT-EDIT DELIMITED BY SIZE
                   " PERIOD(S) SKIPPED" DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF GENERATION-DATE >= SORD-SUSPEND-UNTIL
               MOVE 0 TO SORD-SUSPEND-UNTIL
           END-IF
           EXIT.

       SKIP-ONE-SUSPENDED-PERIOD SECTION.
           PERFORM ADVANCE-NEXT-DUE-DATE
           ADD 1 TO PERIODS-SKIPPED
           EXIT.

       EMIT-DUE-TRANSACTION SECTION.
           MOVE SPACES TO TRAN-RECORD
           MOVE SORD-VALUE-1     TO TRAN-VALUE-1
           MOVE SORD-OPERATION   TO TRAN-OPERATION
           MOVE SORD-VALUE-2     TO TRAN-VALUE-2
           MOVE ORDER-DUE-DATE   TO TRAN-DATE-IN
           MOVE SORD-OPERATOR-ID TO TRAN-OPERATOR-ID-IN
           MOVE SORD-CURRENCY-1  TO TRAN-CURRENCY-1
           MOVE SORD-CURRENCY-2  TO TRAN-CURRENCY-2
           IF SORD-EXTERNAL-PAYOUT
               MOVE SORD-ACCOUNT-ID TO TRAN-ACCOUNT-ID
               MOVE "PAYO"          TO TRAN-PRODUCT-CODE
           END-IF
           MOVE "SORD"           TO TRAN-SOURCE-SYSTEM
           PERFORM ASSIGN-ORDER-REFERENCE
           WRITE TRAN-RECORD
           ADD 1 TO TRANS-EMITTED-COUNT
               " FOR ORDER " DELIMITED BY SIZE
               SORD-ORDER-ID DELIMITED BY SIZE
               " DUE " DELIMITED BY SIZE
               ORDER-DUE-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
               WHEN SORD-MONTHLY
                   PERFORM ADVANCE-ONE-MONTH
               WHEN OTHER
                   PERFORM ADVANCE-ONE-BUSINESS-DAY
           END-EVALUATE
           MOVE WORK-DATE-NUM TO SORD-NEXT-DUE
           PERFORM SET-ORDER-DUE-DATE
           EXIT.

      * A daily order's next day is the business day after the one
      * just emitted; calendar days would only land back on it.
       ADVANCE-ONE-BUSINESS-DAY SECTION.
           MOVE "NEXT    " TO BDAT-FUNCTION
           MOVE ORDER-DUE-DATE TO BDAT-DATE
           MOVE SPACES TO BDAT-BRANCH-ID
           CALL 'bizdate' USING BUSINESS-DATE-AREA
           IF BDAT-RETURN-CODE NOT > 4
                   AND BDAT-RESULT-DATE > WORK-DATE-NUM
               MOVE BDAT-RESULT-DATE TO WORK-DATE-NUM
           ELSE
               MOVE 0 TO DAY-STEP-COUNT
               PERFORM ADVANCE-ONE-DAY
                   UNTIL DAY-STEP-COUNT >= 1
           END-IF
           EXIT.

      * Modified following: the next business day, or the one
      * before when the next would fall in the following month.
      * A next-due date bizdate cannot read is emitted as it
      * stands.
       SET-ORDER-DUE-DATE SECTION.
           MOVE "MODFOLL " TO BDAT-FUNCTION
           MOVE SORD-NEXT-DUE TO BDAT-DATE
           MOVE SPACES TO BDAT-BRANCH-ID
           CALL 'bizdate' USING BUSINESS-DATE-AREA
           IF BDAT-RETURN-CODE NOT > 4
               MOVE BDAT-RESULT-DATE TO ORDER-DUE-DATE
           ELSE
               MOVE SORD-NEXT-DUE TO ORDER-DUE-DATE
           END-IF
           IF BDAT-RETURN-CODE = 4 AND NOT CALENDAR-WARNED
               SET CALENDAR-WARNED TO TRUE
               DISPLAY "no posting calendar mounted -- due dates "
                   "skip weekends only"
           END-IF
           EXIT.

       ADVANCE-ONE-DAY SECTION.
