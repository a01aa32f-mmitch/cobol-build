       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.

      *****************************************************************
      *  INTACCR is the daily interest accrual.  INTAPPLY compounds
      *  and credits interest once a month, so for the rest of the
      *  month the books carried no interest liability and the GL
      *  extract showed a cliff at month-end.  This run walks the
      *  balance master read-only and, for every account with
      *  interest terms, accrues one day's share of the interest the
      *  account would be credited at its current BAL-AMOUNT and
      *  BAL-INTEREST-RATE: the month's interest is priced through
      *  the same `interest` subprogram INTAPPLY uses, over the
      *  account's BAL-INTEREST-PERIODS, and spread evenly over the
      *  days of the accrual date's month.  An account whose class
      *  has a tiered schedule in force on the accrual date (the
      *  tier master, TIERMAST) is priced band by band through the
      *  tierint subprogram, exactly as INTAPPLY will credit it,
      *  and its entry carries the blended rate.
      *
      *  Each day's accrual is written to the accrual ledger
      *  (ACCRLDGR, copy/accrrec.cpy) with the running total accrued
      *  since the account's last INTAPPLY reversal.  GLEXTR picks
      *  the entries up by date and maps them to the ledger under
      *  GLMAP operation "Y", alongside the night's journal lines.
      *  INTAPPLY reverses the month's accruals and trues them up
      *  against what it actually credits.
      *
      *  A rerun for the same date finds each account's entry
      *  already on the ledger and accrues nothing twice.  Accounts
      *  with a zero rate or zero periods are passed by, as they are
      *  by INTAPPLY.  An account the subprogram cannot price is
      *  reported and skipped (RETURN-CODE 4); a tier master on
      *  hand but unreadable stops the run before anything accrues
      *  (RETURN-CODE 12).
      *
      *  The accrual date defaults to today and can be set with
      *  CALC-ACCRUAL-DATE (YYYYMMDD) to catch up a missed day.
      *  Report on ACCRRPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT ACCRUAL-LEDGER-FILE ASSIGN TO "ACCRLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-KEY
               FILE STATUS IS ACCRUAL-LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACCRRPT".

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY balrec.

       FD ACCRUAL-LEDGER-FILE.
       COPY accrrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 BALANCE-STATUS        PIC X(02).
       01 ACCRUAL-LEDGER-STATUS PIC X(02).
       01 BALANCE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 BALANCE-EOF VALUE 'Y'.
       01 LEDGER-SCAN-DONE-SWITCH PIC X(01).
           88 LEDGER-SCAN-DONE VALUE 'Y'.
       01 MONTH-CLOSED-SWITCH PIC X(01).
           88 MONTH-CLOSED VALUE 'Y'.

       01 ACCRUAL-DATE     PIC 9(08).
       01 ACCRUAL-DATE-ENV PIC X(08) VALUE SPACES.

      * Pulled apart to find the number of days in the accrual
      * date's month.
       01 WORK-DATE.
           05 WORK-YEAR  PIC 9(04).
           05 WORK-MONTH PIC 9(02).
           05 WORK-DAY   PIC 9(02).
       01 WORK-DATE-NUM REDEFINES WORK-DATE PIC 9(08).
       01 DAYS-IN-MONTH-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-TABLE.
           05 MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       01 MONTH-LIMIT    PIC 9(02).
       01 LEAP-REMAINDER PIC 9(04) COMP.
       01 LEAP-QUOTIENT  PIC 9(04) COMP.

       01 CURRENT-ACCOUNT   PIC X(08).
       01 MONTH-INTEREST    PIC S9(9)V99.
       01 DAILY-ACCRUAL     PIC S9(9)V99.
       01 ACCRUED-TO-DATE   PIC S9(9)V99.

       01 ACCOUNTS-READ     PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-ACCRUED  PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-SKIPPED  PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-ALREADY  PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-FAILED   PIC 9(08) COMP VALUE 0.
       01 TOTAL-ACCRUED     PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 INTEREST-EDIT   PIC ZZZZZZZZ9.99-.
       01 INTEREST-EDIT-2 PIC ZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(100).
       01 RETURN-CODE-EDIT PIC ZZZ9.
       01 IO.
       COPY data.
       COPY tierintl.
       01 TIERED-SWITCH PIC X(01).
           88 TIERED-ACCOUNT VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "INTACCR" TO PRMG-PROGRAM
           ACCEPT ACCRUAL-DATE FROM DATE YYYYMMDD
           MOVE "CALC-ACCRUAL-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ACCRUAL-DATE-ENV
           IF ACCRUAL-DATE-ENV NOT = SPACES
               MOVE ACCRUAL-DATE-ENV TO ACCRUAL-DATE
           END-IF
           MOVE ACCRUAL-DATE TO WORK-DATE-NUM
           PERFORM SET-MONTH-LIMIT
           MOVE "OPEN    " TO TIRP-FUNCTION
           CALL 'tierint' USING TIER-PRICING-AREA
           IF TIRP-RETURN-CODE = 12
               DISPLAY "tier master on hand but unreadable -- "
                   "nothing accrued"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCRUAL-LEDGER-FILE
           IF ACCRUAL-LEDGER-STATUS = "35"
               OPEN OUTPUT ACCRUAL-LEDGER-FILE
               CLOSE ACCRUAL-LEDGER-FILE
               OPEN I-O ACCRUAL-LEDGER-FILE
           END-IF
           IF ACCRUAL-LEDGER-STATUS NOT = "00"
               DISPLAY "unable to open accrual ledger, status "
                   ACCRUAL-LEDGER-STATUS
               CLOSE BALANCE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "DAILY INTEREST ACCRUAL FOR " DELIMITED BY SIZE
               ACCRUAL-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM READ-AND-ACCRUE UNTIL BALANCE-EOF
           PERFORM WRITE-SUMMARY
           MOVE "CLOSE   " TO TIRP-FUNCTION
           CALL 'tierint' USING TIER-PRICING-AREA
           CLOSE BALANCE-FILE
           CLOSE ACCRUAL-LEDGER-FILE
           CLOSE REPORT-FILE
           MOVE 0 TO RETURN-CODE
           IF ACCOUNTS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-ACCRUE SECTION.
           READ BALANCE-FILE NEXT
               AT END
                   SET BALANCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM PRICE-ON-TIER-SCHEDULE
                   EVALUATE TRUE
                       WHEN TIRP-RETURN-CODE = 8
                           PERFORM ACCRUE-ONE-ACCOUNT
                       WHEN TIERED-ACCOUNT AND BAL-AMOUNT > 0
                           PERFORM ACCRUE-ONE-ACCOUNT
                       WHEN TIERED-ACCOUNT
                           ADD 1 TO ACCOUNTS-SKIPPED
                       WHEN BAL-INTEREST-RATE = 0
                               OR BAL-INTEREST-PERIODS = 0
                           ADD 1 TO ACCOUNTS-SKIPPED
                       WHEN OTHER
                           PERFORM ACCRUE-ONE-ACCOUNT
                   END-EVALUATE
           END-READ
           EXIT.

      * The account's class against the tier master as of the
      * accrual date; 04 (no schedule) leaves the flat terms.
       PRICE-ON-TIER-SCHEDULE SECTION.
           MOVE 'N' TO TIERED-SWITCH
           MOVE "PRICE   "        TO TIRP-FUNCTION
           MOVE BAL-ACCOUNT-CLASS TO TIRP-PRODUCT-CODE
           MOVE ACCRUAL-DATE      TO TIRP-AS-OF-DATE
           MOVE BAL-AMOUNT        TO TIRP-BALANCE
           CALL 'tierint' USING TIER-PRICING-AREA
               ON EXCEPTION
                   MOVE 4 TO TIRP-RETURN-CODE
           END-CALL
           IF TIRP-RETURN-CODE = 0
               SET TIERED-ACCOUNT TO TRUE
           END-IF
           EXIT.

      * The month's interest is priced exactly as INTAPPLY will
      * price it if the balance holds, so a quiet account's
      * accruals add up to its credit give or take the rounding
      * the true-up reports.
       ACCRUE-ONE-ACCOUNT SECTION.
           MOVE BAL-ACCOUNT-ID       TO CURRENT-ACCOUNT
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
               WHEN TIRP-RETURN-CODE = 8
                   MOVE 8 TO RETURN-CODE
               WHEN TIERED-ACCOUNT
                   CONTINUE
               WHEN OTHER
                   MOVE BAL-AMOUNT           TO VALUE-1
                   MOVE 0                    TO VALUE-2
                   MOVE BAL-INTEREST-RATE    TO INTEREST-RATE
                   MOVE BAL-INTEREST-PERIODS TO INTEREST-PERIODS
                   MOVE SPACES TO CURRENCY-CODE-1
                   MOVE SPACES TO CURRENCY-CODE-2
                   CALL 'interest' USING IO
                       ON EXCEPTION
                           MOVE 28 TO RETURN-CODE
                   END-CALL
           END-EVALUATE
           IF RETURN-CODE NOT = 0
               ADD 1 TO ACCOUNTS-FAILED
               MOVE RETURN-CODE TO RETURN-CODE-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   CURRENT-ACCOUNT DELIMITED BY SIZE
                   " NOT ACCRUED -- RETURN CODE " DELIMITED BY SIZE
                   RETURN-CODE-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO RETURN-CODE
           ELSE
               IF TIERED-ACCOUNT
                   MOVE TIRP-INTEREST TO MONTH-INTEREST
               ELSE
                   COMPUTE MONTH-INTEREST = RESULT - BAL-AMOUNT
               END-IF
               COMPUTE DAILY-ACCRUAL ROUNDED =
                   MONTH-INTEREST / MONTH-LIMIT
               PERFORM FIND-ACCRUED-TO-DATE
               IF MONTH-CLOSED
                   ADD 1 TO ACCOUNTS-ALREADY
               ELSE
                   PERFORM WRITE-DAILY-ACCRUAL
               END-IF
           END-IF
           EXIT.

      * Everything accrued since the account's last reversal, up to
      * the day before this one.  An account INTAPPLY has already
      * closed out on the accrual date has had its month credited;
      * the day belongs to that month and accrues nothing more --
      * on INTAPPLY's day this run goes first.
       FIND-ACCRUED-TO-DATE SECTION.
           MOVE 0 TO ACCRUED-TO-DATE
           MOVE 'N' TO MONTH-CLOSED-SWITCH
           MOVE 'N' TO LEDGER-SCAN-DONE-SWITCH
           MOVE CURRENT-ACCOUNT TO ACCR-ACCOUNT-ID
           MOVE 0 TO ACCR-DATE
           MOVE LOW-VALUES TO ACCR-ENTRY-TYPE
           START ACCRUAL-LEDGER-FILE KEY NOT < ACCR-KEY
               INVALID KEY
                   SET LEDGER-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-LEDGER-ENTRY UNTIL LEDGER-SCAN-DONE
           EXIT.

       SCAN-ONE-LEDGER-ENTRY SECTION.
           READ ACCRUAL-LEDGER-FILE NEXT RECORD
               AT END
                   SET LEDGER-SCAN-DONE TO TRUE
               NOT AT END
                   IF ACCR-ACCOUNT-ID NOT = CURRENT-ACCOUNT
                           OR ACCR-DATE > ACCRUAL-DATE
                       SET LEDGER-SCAN-DONE TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN ACCR-DAILY
                                   AND ACCR-DATE < ACCRUAL-DATE
                               ADD ACCR-AMOUNT TO ACCRUED-TO-DATE
                           WHEN ACCR-REVERSAL
                               MOVE 0 TO ACCRUED-TO-DATE
                               IF ACCR-DATE = ACCRUAL-DATE
                                   SET MONTH-CLOSED TO TRUE
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ
           EXIT.

       WRITE-DAILY-ACCRUAL SECTION.
           MOVE SPACES TO ACCRUAL-RECORD
           MOVE CURRENT-ACCOUNT   TO ACCR-ACCOUNT-ID
           MOVE ACCRUAL-DATE      TO ACCR-DATE
           MOVE "A"               TO ACCR-ENTRY-TYPE
           MOVE BAL-AMOUNT        TO ACCR-BALANCE
           IF TIERED-ACCOUNT
               MOVE TIRP-BLENDED-RATE TO ACCR-RATE
           ELSE
               MOVE BAL-INTEREST-RATE TO ACCR-RATE
           END-IF
           MOVE DAILY-ACCRUAL     TO ACCR-AMOUNT
           COMPUTE ACCR-MONTH-TO-DATE =
               ACCRUED-TO-DATE + DAILY-ACCRUAL
           MOVE 0                 TO ACCR-CREDITED
           WRITE ACCRUAL-RECORD
               INVALID KEY
                   ADD 1 TO ACCOUNTS-ALREADY
               NOT INVALID KEY
                   ADD 1 TO ACCOUNTS-ACCRUED
                   ADD DAILY-ACCRUAL TO TOTAL-ACCRUED
                   PERFORM REPORT-DAILY-ACCRUAL
           END-WRITE
           EXIT.

       REPORT-DAILY-ACCRUAL SECTION.
           MOVE ACCR-AMOUNT        TO INTEREST-EDIT
           MOVE ACCR-MONTH-TO-DATE TO INTEREST-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT " DELIMITED BY SIZE
               CURRENT-ACCOUNT DELIMITED BY SIZE
               " ACCRUED " DELIMITED BY SIZE
               INTEREST-EDIT DELIMITED BY SIZE
               " TO DATE " DELIMITED BY SIZE
               INTEREST-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       SET-MONTH-LIMIT SECTION.
           MOVE MONTH-DAYS(WORK-MONTH) TO MONTH-LIMIT
           IF WORK-MONTH = 2
               DIVIDE WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 29 TO MONTH-LIMIT
                   ELSE
                       DIVIDE WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER = 0
                           MOVE 29 TO MONTH-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS READ: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-ACCRUED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS ACCRUED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-ALREADY TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS ALREADY ACCRUED OR CLOSED: "
               DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-SKIPPED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS SKIPPED (NO TERMS): " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-ACCRUED TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL INTEREST ACCRUED: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.
