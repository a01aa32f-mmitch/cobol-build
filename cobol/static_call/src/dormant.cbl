      *  account with its balance and last movement date for the
      *  compliance pack, with newly-flagged and newly-cleared
      *  counts.  RETURN-CODE 4 when any account is dormant, so
      *  the scheduler can route the listing.  The sweep is as of
      *  today unless CALC-BUSINESS-DATE names the day being run.
      *  Each newly-flagged account raises the DORMANT business
      *  event through evntpost onto EVENTQ (copy/evntrec.cpy) for
      *  EVNTSHIP to ship to the CRM and collections systems.
      *
      *  Where the policy is written in business days, CALC-
      *  DORMANT-DAYS names them and replaces the month rule: an
      *  account is dormant once more than that many business days
      *  of the posting calendar (CALMAST) have passed since its
      *  last movement, counted by the shared bizdate service --
      *  weekends and holidays do not count.  Left blank or zero,
      *  the month rule stands.
      *****************************************************************

       ENVIRONMENT DIVISION.
           88 SOURCE-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 BUSINESS-DATE-ENV PIC X(08).
       01 DORMANT-MONTHS-ENV PIC X(04).
       01 DORMANT-MONTHS PIC 9(03) VALUE 12.
       01 DORMANT-DAYS-ENV PIC X(04).
       01 DORMANT-DAYS PIC 9(04) VALUE 0.
       01 DAYS-INACTIVE PIC S9(05).
       01 INACTIVE-SWITCH PIC X(01).
           88 ACCOUNT-INACTIVE VALUE 'Y'.

       01 DORMWORK-NEW-SWITCH PIC X(01).
           88 DORMWORK-RECORD-NEW VALUE 'Y'.
       01 BALANCE-EDIT PIC ZZZZZZZZ9.99-.
       01 MONTHS-EDIT PIC ZZZZ9.
       01 REPORT-WORK PIC X(100).
       COPY evntpstl.
       COPY parmgetl.
       COPY bizdatel.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "DORMANT" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE "CALC-BUSINESS-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUSINESS-DATE-ENV
           IF BUSINESS-DATE-ENV IS NUMERIC
               MOVE BUSINESS-DATE-ENV TO RUN-DATE
           END-IF
           MOVE "CALC-DORMANT-MONTHS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO DORMANT-MONTHS-ENV
           IF DORMANT-MONTHS-ENV NOT = SPACES
               MOVE DORMANT-MONTHS-ENV TO DORMANT-MONTHS
           END-IF
           MOVE "CALC-DORMANT-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO DORMANT-DAYS-ENV
           IF DORMANT-DAYS-ENV NOT = SPACES
               MOVE DORMANT-DAYS-ENV TO DORMANT-DAYS
           END-IF
           IF DORMANT-DAYS > 0
               PERFORM CHECK-CALENDAR-MOUNTED
           END-IF
           MOVE RUN-DATE(1:4) TO MONTH-WORK-YEAR
           MOVE RUN-DATE(5:2) TO MONTH-WORK-MM
           COMPUTE RUN-MONTH-INDEX =
           MOVE "DORMANT ACCOUNT LISTING" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           IF DORMANT-DAYS > 0
               MOVE DORMANT-DAYS TO MONTHS-EDIT
               STRING "ACCOUNTS INACTIVE BEYOND " DELIMITED BY SIZE
                   MONTHS-EDIT DELIMITED BY SIZE
                   " BUSINESS DAYS AS OF " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               MOVE DORMANT-MONTHS TO MONTHS-EDIT
               STRING "ACCOUNTS INACTIVE BEYOND " DELIMITED BY SIZE
                   MONTHS-EDIT DELIMITED BY SIZE
                   " MONTHS AS OF " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
      * No history at all counts as indefinitely inactive --
      * exactly the balances compliance wants surfaced.
       APPLY-DORMANCY-RULE SECTION.
           MOVE 'N' TO INACTIVE-SWITCH
           IF DORMANT-DAYS > 0
               PERFORM COUNT-DAYS-INACTIVE
               IF DAYS-INACTIVE > DORMANT-DAYS
                   SET ACCOUNT-INACTIVE TO TRUE
               END-IF
           ELSE
               IF MOVEMENT-FOUND
                   MOVE LAST-MOVEMENT-DATE(1:4) TO MONTH-WORK-YEAR
                   MOVE LAST-MOVEMENT-DATE(5:2) TO MONTH-WORK-MM
                   COMPUTE LAST-MONTH-INDEX =
                       MONTH-WORK-YEAR * 12 + MONTH-WORK-MM
                   COMPUTE MONTHS-INACTIVE =
                       RUN-MONTH-INDEX - LAST-MONTH-INDEX
               ELSE
                   COMPUTE MONTHS-INACTIVE = DORMANT-MONTHS + 1
               END-IF
               IF MONTHS-INACTIVE > DORMANT-MONTHS
                   SET ACCOUNT-INACTIVE TO TRUE
               END-IF
           END-IF
           IF ACCOUNT-INACTIVE
               ADD 1 TO DORMANT-COUNT
               ADD BAL-AMOUNT TO DORMANT-TOTAL
               IF NOT BAL-DORMANT
                   ADD 1 TO NEWLY-FLAGGED
                   MOVE "D" TO BAL-DORMANT-FLAG
                   REWRITE BALANCE-RECORD
                   PERFORM RAISE-DORMANT-EVENT
               END-IF
               PERFORM LIST-DORMANT-ACCOUNT
           ELSE
           END-IF
           EXIT.

      * Business days after the last movement up to the run date.
      * A last-movement date bizdate cannot read is reported and
      * the account left as it stands rather than flagged on it.
       COUNT-DAYS-INACTIVE SECTION.
           IF MOVEMENT-FOUND
               MOVE "BETWEEN " TO BDAT-FUNCTION
               MOVE LAST-MOVEMENT-DATE TO BDAT-DATE
               MOVE RUN-DATE TO BDAT-TO-DATE
               MOVE SPACES TO BDAT-BRANCH-ID
               CALL 'bizdate' USING BUSINESS-DATE-AREA
               IF BDAT-RETURN-CODE NOT > 4
                   MOVE BDAT-DAYS TO DAYS-INACTIVE
               ELSE
                   DISPLAY "account " BAL-ACCOUNT-ID
                       " last movement date " LAST-MOVEMENT-DATE
                       " unreadable -- not judged"
                   IF BAL-DORMANT
                       COMPUTE DAYS-INACTIVE = DORMANT-DAYS + 1
                   ELSE
                       MOVE 0 TO DAYS-INACTIVE
                   END-IF
               END-IF
           ELSE
               COMPUTE DAYS-INACTIVE = DORMANT-DAYS + 1
           END-IF
           EXIT.

      * Once, up front: without the calendar only the weekends
      * come out of the count, and the run should say so.
       CHECK-CALENDAR-MOUNTED SECTION.
           MOVE "CHECK   " TO BDAT-FUNCTION
           MOVE RUN-DATE TO BDAT-DATE
           MOVE SPACES TO BDAT-BRANCH-ID
           CALL 'bizdate' USING BUSINESS-DATE-AREA
           IF BDAT-RETURN-CODE = 4
               DISPLAY "no posting calendar mounted -- dormancy "
                   "days skip weekends only"
           END-IF
           EXIT.

       RAISE-DORMANT-EVENT SECTION.
           MOVE "DORMANT" TO EVPK-EVENT-TYPE
           MOVE "DORMANT" TO EVPK-SOURCE-PROGRAM
           MOVE RUN-DATE TO EVPK-BUSINESS-DATE
           MOVE BAL-ACCOUNT-ID TO EVPK-ACCOUNT-ID
           MOVE SPACES TO EVPK-REFERENCE
           MOVE "ACTIVE" TO EVPK-BEFORE-VALUE
           MOVE "DORMANT" TO EVPK-AFTER-VALUE
           MOVE BAL-AMOUNT TO EVPK-AMOUNT
           MOVE SPACES TO EVPK-OPERATOR-ID
           CALL 'evntpost' USING EVENT-POST-AREA
           EXIT.

       LIST-DORMANT-ACCOUNT SECTION.
           MOVE BAL-AMOUNT TO BALANCE-EDIT
           MOVE SPACES TO REPORT-WORK
