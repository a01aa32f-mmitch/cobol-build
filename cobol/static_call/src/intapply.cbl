      *  versus proposed interest per account class and the total
      *  monthly cost difference -- the real number the board
      *  asked for.
      *
      *  With the accrual ledger (ACCRLDGR) mounted, every account
      *  credited also closes out its daily accruals from INTACCR:
      *  an "R" entry reverses everything accrued since the last
      *  close, and a "T" entry records the true-up against the
      *  interest actually credited.  Any account whose credit and
      *  accruals differ is listed with the difference, and the
      *  summary carries the month's totals.  No ledger mounted
      *  means no true-up, as before the accrual run existed.
      *
      *  With the customer master and links mounted (CUSTMAST,
      *  CUSTLINK), a credit to an account whose primary owner is
      *  flagged for withholding -- non-resident, or no valid tax id
      *  -- has the owner's withholding rate deducted straight back
      *  off: a subtraction through balpost, journaled as its own
      *  INTAPPLY line with the jurisdiction, the rate and the
      *  credit's reference as its original reference, and added to
      *  the jurisdiction's month on the remittance file (WHTREMIT).
      *  The credit line keeps the gross interest, which is what the
      *  accruals true up against and what INTSUMM reports as gross.
      *
      *  An account whose class has a tiered schedule in force on
      *  the tier master (TIERMAST, priced through the tierint
      *  subprogram) is priced on the schedule instead of its own
      *  rate: the balance is split across the bands, each slice
      *  earns its band's rate, and the total is credited and
      *  journaled as one line carrying the blended rate, with a
      *  line per band under the account on the report.  Only a
      *  balance in credit earns tiered interest.  The simulation
      *  prices tiers the same way -- current under the schedule in
      *  force today, proposed under the one in force on
      *  CALC-SIM-DATE, ahead of any flat proposed row.  No tier
      *  master means no account is tiered.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INTRPT".
           SELECT ACCRUAL-LEDGER-FILE ASSIGN TO "ACCRLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-KEY
               FILE STATUS IS ACCRUAL-LEDGER-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CUSTOMER-LINK-FILE ASSIGN TO "CUSTLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNK-KEY
               FILE STATUS IS CUSTOMER-LINK-STATUS.
           SELECT WITHHOLDING-REMIT-FILE ASSIGN TO "WHTREMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WREM-KEY
               FILE STATUS IS WITHHOLDING-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD ACCRUAL-LEDGER-FILE.
       COPY accrrec.

       FD CUSTOMER-MASTER-FILE.
       COPY custrec.

       FD CUSTOMER-LINK-FILE.
       COPY custlink.

       FD WITHHOLDING-REMIT-FILE.
       COPY whtremit.

      * Position and accumulated totals as of the last checkpoint;
      * a blank last-account means no run is in flight.
       FD INT-CHECKPOINT-FILE.
           05 ICHK-LINE-COUNT      PIC 9(08).
           05 ICHK-RUN-DATE        PIC 9(08).
           05 ICHK-RUN-TIME        PIC 9(08).
           05 ICHK-ACCRUALS-REVERSED PIC S9(11)V99.
           05 ICHK-TRUE-UP-TOTAL   PIC S9(11)V99.
           05 ICHK-WITHHELD-TOTAL  PIC S9(11)V99.
           05 ICHK-ACCOUNTS-WITHHELD PIC 9(08).

      * Proposed rates for the simulation, by account class.
       FD RATE-MASTER-FILE.
       01 INT-CHECKPOINT-STATUS PIC X(02).
       01 RATE-MASTER-STATUS PIC X(02).
      *****************************************************************
      *  Accrual true-up state: what INTACCR accrued for the account
      *  since its last close, and the month's running totals.
      *****************************************************************
       01 ACCRUAL-LEDGER-STATUS PIC X(02).
       01 ACCRUAL-LEDGER-SWITCH PIC X(01) VALUE 'N'.
           88 ACCRUAL-LEDGER-AVAILABLE VALUE 'Y'.
       01 LEDGER-SCAN-DONE-SWITCH PIC X(01).
           88 LEDGER-SCAN-DONE VALUE 'Y'.
       01 ACCRUALS-FOUND-SWITCH PIC X(01).
           88 ACCRUALS-FOUND VALUE 'Y'.
       01 ACCRUED-TO-REVERSE PIC S9(9)V99.
       01 TRUE-UP-DIFFERENCE PIC S9(9)V99.
       01 ACCRUALS-REVERSED-TOTAL PIC S9(11)V99 VALUE 0.
       01 TRUE-UP-TOTAL PIC S9(11)V99 VALUE 0.
       01 INTEREST-EDIT-2 PIC ZZZZZZZZ9.99-.
       01 INTEREST-EDIT-3 PIC ZZZZZZZZ9.99-.
      *****************************************************************
      *  Withholding state: the account's primary owner, the tax
      *  deducted from its credit, and the run's totals.
      *****************************************************************
       01 CUSTOMER-MASTER-STATUS   PIC X(02).
       01 CUSTOMER-LINK-STATUS     PIC X(02).
       01 WITHHOLDING-REMIT-STATUS PIC X(02).
       01 WITHHOLDING-FILES-SWITCH PIC X(01) VALUE 'N'.
           88 WITHHOLDING-FILES-AVAILABLE VALUE 'Y'.
       01 LINK-SCAN-DONE-SWITCH PIC X(01).
           88 LINK-SCAN-DONE VALUE 'Y'.
       01 PRIMARY-FOUND-SWITCH PIC X(01).
           88 PRIMARY-FOUND VALUE 'Y'.
       01 PRIMARY-OWNER-ID  PIC X(08).
       01 CREDIT-REFERENCE  PIC X(10).
       01 WITHHELD-AMOUNT   PIC S9(9)V99.
       01 WITHHELD-RATE     PIC 9(2)V9(4).
       01 WITHHELD-JURISDICTION PIC X(04).
       01 TOTAL-WITHHELD    PIC S9(11)V99 VALUE 0.
       01 ACCOUNTS-WITHHELD PIC 9(08) COMP VALUE 0.
       01 RATE-EDIT PIC Z9.9999.
      *****************************************************************
      *  Tiered pricing (see copy/tierintl.cpy): whether this
      *  account is on a schedule, and the rate its credit carries
      *  -- its own, or the blend the bands came to.
      *****************************************************************
       COPY tierintl.
       01 TIERED-SWITCH PIC X(01).
           88 TIERED-ACCOUNT VALUE 'Y'.
       01 APPLIED-RATE PIC S9(1)V9(4).
       01 BAND-SUB PIC 9(02) COMP.
       01 BAND-EDIT PIC 99.
       01 CEILING-EDIT PIC ZZZZZZZZ9.99.
       01 BAND-LIMIT-TEXT PIC X(16).
      *****************************************************************
      *  Simulation state: the switch, the pricing date for the
      *  proposed rate set, and the per-class accumulation the
      *  board report reads from.
       01 SIM-DATE PIC 9(08).
       01 PROPOSED-RATE    PIC S9(1)V9(4).
       01 PROPOSED-PERIODS PIC 9(03).
       01 CURRENT-PRICED-SWITCH PIC X(01).
           88 CURRENT-PRICED VALUE 'Y'.
       01 PROPOSED-FOUND-SWITCH PIC X(01).
           88 PROPOSED-FOUND VALUE 'Y'.
       01 PROPOSED-SCAN-DONE-SWITCH PIC X(01).

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
      * CALC-BUSINESS-DATE dates a late run for the day it stands
      * for; references still number from the clock (see
      * CALCULATOR), so none already issued today comes round again.
       01 CLOCK-DATE PIC 9(08).
       01 BUSINESS-DATE-ENV PIC X(08).
       01 BUSINESS-DATE-SWITCH PIC X(01) VALUE 'N'.
           88 BUSINESS-DATE-SET VALUE 'Y'.
       01 REFERENCE-DATE PIC 9(08).
       01 REF-LAST-DATE   PIC 9(08) VALUE 0.
       01 REF-LAST-NUMBER PIC 9(04) VALUE 0.
      * Check-digit reference assignment, matching CALCULATOR's
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "INTAPPLY" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO CLOCK-DATE
           MOVE "CALC-BUSINESS-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUSINESS-DATE-ENV
           IF BUSINESS-DATE-ENV IS NUMERIC
               MOVE BUSINESS-DATE-ENV TO RUN-DATE
               SET BUSINESS-DATE-SET TO TRUE
           END-IF
           MOVE "CALC-REF-CHECKDIGIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REF-CHECKDIGIT-ENV
           IF REF-CHECKDIGIT-ENV = "YES"
               SET REF-CHECKDIGIT-MODE TO TRUE
           END-IF
           MOVE RUN-DATE TO SIM-DATE
           MOVE "CALC-INT-SIMULATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SIMULATE-ENV
           IF SIMULATE-ENV = "YES"
               SET SIMULATING TO TRUE
               MOVE "CALC-SIM-DATE" TO PRMG-NAME
               CALL 'parmget' USING PARAMETER-GET-AREA
               MOVE PRMG-VALUE TO SIM-DATE-ENV
               IF SIM-DATE-ENV NOT = SPACES
                   MOVE SIM-DATE-ENV TO SIM-DATE
               END-IF
           END-IF
           MOVE "OPEN    " TO TIRP-FUNCTION
           CALL 'tierint' USING TIER-PRICING-AREA
           IF TIRP-RETURN-CODE = 12
               DISPLAY "tier master on hand but unreadable -- "
                   "no interest priced"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF SIMULATING
               PERFORM RUN-RATE-SIMULATION
               GOBACK
           IF RESTARTING
               PERFORM RESEED-CHAIN-FROM-JOURNAL
           END-IF
           OPEN I-O ACCRUAL-LEDGER-FILE
           IF ACCRUAL-LEDGER-STATUS = "00"
               SET ACCRUAL-LEDGER-AVAILABLE TO TRUE
           END-IF
           PERFORM OPEN-WITHHOLDING-FILES
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           PERFORM SAVE-REFERENCE-SEQUENCE
           MOVE "CLOSE   " TO BPST-FUNCTION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           MOVE "CLOSE   " TO TIRP-FUNCTION
           CALL 'tierint' USING TIER-PRICING-AREA
           CLOSE BALANCE-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           IF ACCRUAL-LEDGER-AVAILABLE
               CLOSE ACCRUAL-LEDGER-FILE
           END-IF
           IF WITHHOLDING-FILES-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-LINK-FILE
               CLOSE WITHHOLDING-REMIT-FILE
           END-IF
           IF ACCOUNTS-FAILED > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
                   SET BALANCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ACCOUNTS-READ
                   MOVE RUN-DATE TO TIRP-AS-OF-DATE
                   PERFORM PRICE-ON-TIER-SCHEDULE
                   EVALUATE TRUE
                       WHEN TIRP-RETURN-CODE = 8
                           PERFORM REPORT-TIER-FAILURE
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
                   MOVE BAL-ACCOUNT-ID
                       TO LAST-COMPLETED-ACCOUNT
                   ADD 1 TO ACCOUNTS-SINCE-CHECKPOINT
           END-READ
           EXIT.

      * The account's class against the tier master as of the date
      * the caller set; 04 (no schedule) leaves the flat terms.
       PRICE-ON-TIER-SCHEDULE SECTION.
           MOVE 'N' TO TIERED-SWITCH
           MOVE "PRICE   "        TO TIRP-FUNCTION
           MOVE BAL-ACCOUNT-CLASS TO TIRP-PRODUCT-CODE
           MOVE BAL-AMOUNT        TO TIRP-BALANCE
           CALL 'tierint' USING TIER-PRICING-AREA
               ON EXCEPTION
                   MOVE 4 TO TIRP-RETURN-CODE
           END-CALL
           IF TIRP-RETURN-CODE = 0
               SET TIERED-ACCOUNT TO TRUE
           END-IF
           EXIT.

       REPORT-TIER-FAILURE SECTION.
           ADD 1 TO ACCOUNTS-FAILED
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT " DELIMITED BY SIZE
               BAL-ACCOUNT-ID DELIMITED BY SIZE
               " FAILED -- TIER SCHEDULE FOR CLASS " DELIMITED BY SIZE
               BAL-ACCOUNT-CLASS DELIMITED BY SIZE
               " NOT PRICEABLE -- BALANCE UNTOUCHED" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      *****************************************************************
      *  The simulation: one read-only pass, every account priced
      *  under its stored terms (or the tier schedule in force
      *  today) and under the proposed tier schedule or class row,
      *  everything rolled up per class.  Nothing else is opened,
      *  so nothing can post.
      *****************************************************************
           END-START
           PERFORM SIMULATE-ONE-ACCOUNT UNTIL BALANCE-EOF
           PERFORM WRITE-SIMULATION-SUMMARY
           MOVE "CLOSE   " TO TIRP-FUNCTION
           CALL 'tierint' USING TIER-PRICING-AREA
           CLOSE BALANCE-FILE
           CLOSE RATE-MASTER-FILE
           CLOSE REPORT-FILE
               AT END
                   SET BALANCE-EOF TO TRUE
               NOT AT END
                   PERFORM PRICE-CURRENT-TERMS
                   IF CURRENT-PRICED
                       PERFORM PRICE-PROPOSED-TERMS
                       PERFORM TALLY-SIMULATED-CLASS
                   END-IF
           END-READ
           EXIT.

      * Today's pricing: the class's tier schedule in force on the
      * run date, else the account's own flat terms.  An account
      * with neither earns nothing either way and is left out.
       PRICE-CURRENT-TERMS SECTION.
           MOVE 'N' TO CURRENT-PRICED-SWITCH
           MOVE RUN-DATE TO TIRP-AS-OF-DATE
           PERFORM PRICE-ON-TIER-SCHEDULE
           IF TIERED-ACCOUNT
               MOVE TIRP-INTEREST TO CURRENT-INTEREST
               SET CURRENT-PRICED TO TRUE
           ELSE
               IF TIRP-RETURN-CODE NOT = 8
                       AND BAL-INTEREST-RATE NOT = 0
                       AND BAL-INTEREST-PERIODS NOT = 0
                   MOVE BAL-AMOUNT           TO VALUE-1
                   MOVE 0                    TO VALUE-2
                   MOVE BAL-INTEREST-RATE    TO INTEREST-RATE
                   MOVE BAL-INTEREST-PERIODS TO INTEREST-PERIODS
                   MOVE 0 TO RETURN-CODE
                   CALL 'interest' USING IO
                       ON EXCEPTION
                           MOVE 28 TO RETURN-CODE
                   END-CALL
                   IF RETURN-CODE = 0
                       COMPUTE CURRENT-INTEREST = RESULT - BAL-AMOUNT
                       SET CURRENT-PRICED TO TRUE
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

      * The scenario's pricing: a tier schedule in force on the
      * simulation date wins, then the class's proposed flat row.
       PRICE-PROPOSED-TERMS SECTION.
           MOVE SIM-DATE TO TIRP-AS-OF-DATE
           PERFORM PRICE-ON-TIER-SCHEDULE
           IF TIERED-ACCOUNT
               MOVE TIRP-INTEREST TO PROPOSED-INTEREST
               SET PROPOSED-FOUND TO TRUE
           ELSE
               PERFORM FIND-PROPOSED-RATE-ROW
               IF PROPOSED-FOUND
                   MOVE BAL-AMOUNT       TO VALUE-1
                   MOVE 0                TO VALUE-2
                   MOVE PROPOSED-RATE    TO INTEREST-RATE
                   MOVE PROPOSED-PERIODS TO INTEREST-PERIODS
                   MOVE 0 TO RETURN-CODE
      * accounts where they stand, and the report says how many.
                   MOVE CURRENT-INTEREST TO PROPOSED-INTEREST
               END-IF
           END-IF
           EXIT.

                               TO JOURNALED-RESULT-TOTAL
                           MOVE ICHK-LINE-COUNT
                               TO JOURNAL-LINE-COUNT
                           MOVE ICHK-ACCRUALS-REVERSED
                               TO ACCRUALS-REVERSED-TOTAL
                           MOVE ICHK-TRUE-UP-TOTAL
                               TO TRUE-UP-TOTAL
                           MOVE ICHK-WITHHELD-TOTAL
                               TO TOTAL-WITHHELD
                           MOVE ICHK-ACCOUNTS-WITHHELD
                               TO ACCOUNTS-WITHHELD
      * The abended run's stamp carries on, so the resumed lines
      * sit under the header that is already on the generation.
                           MOVE ICHK-RUN-DATE TO RUN-DATE
               MOVE JOURNAL-LINE-COUNT TO ICHK-LINE-COUNT
               MOVE RUN-DATE TO ICHK-RUN-DATE
               MOVE RUN-TIME TO ICHK-RUN-TIME
               MOVE ACCRUALS-REVERSED-TOTAL
                   TO ICHK-ACCRUALS-REVERSED
               MOVE TRUE-UP-TOTAL TO ICHK-TRUE-UP-TOTAL
               MOVE TOTAL-WITHHELD TO ICHK-WITHHELD-TOTAL
               MOVE ACCOUNTS-WITHHELD TO ICHK-ACCOUNTS-WITHHELD
               WRITE INT-CHECKPOINT-RECORD
               CLOSE INT-CHECKPOINT-FILE
           END-IF
               MOVE 0 TO ICHK-LINE-COUNT
               MOVE 0 TO ICHK-RUN-DATE
               MOVE 0 TO ICHK-RUN-TIME
               MOVE 0 TO ICHK-ACCRUALS-REVERSED
               MOVE 0 TO ICHK-TRUE-UP-TOTAL
               MOVE 0 TO ICHK-WITHHELD-TOTAL
               MOVE 0 TO ICHK-ACCOUNTS-WITHHELD
               WRITE INT-CHECKPOINT-RECORD
               CLOSE INT-CHECKPOINT-FILE
           END-IF

       ACCRUE-ONE-ACCOUNT SECTION.
           MOVE BAL-AMOUNT           TO PRIOR-BALANCE
           MOVE 0 TO RETURN-CODE
           IF TIERED-ACCOUNT
               MOVE TIRP-BLENDED-RATE TO APPLIED-RATE
           ELSE
               MOVE BAL-INTEREST-RATE    TO APPLIED-RATE
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
           END-IF
           IF RETURN-CODE NOT = 0
               ADD 1 TO ACCOUNTS-FAILED
               MOVE SPACES TO REPORT-WORK
               WRITE REPORT-LINE
               MOVE 0 TO RETURN-CODE
           ELSE
               IF TIERED-ACCOUNT
                   MOVE TIRP-INTEREST TO ACCRUED-INTEREST
               ELSE
                   COMPUTE ACCRUED-INTEREST = RESULT - PRIOR-BALANCE
               END-IF
               PERFORM ASSIGN-INTEREST-REFERENCE
               MOVE "+"              TO BPST-OPERATION
               MOVE ACCRUED-INTEREST TO BPST-AMOUNT
               PERFORM POST-THROUGH-BALPOST
               IF BPST-RETURN-CODE = 0
                   ADD 1 TO ACCOUNTS-ACCRUED
                   ADD ACCRUED-INTEREST TO TOTAL-INTEREST
                   PERFORM JOURNAL-INTEREST-POSTING
                   PERFORM REPORT-INTEREST-POSTING
                   IF ACCRUAL-LEDGER-AVAILABLE
                       PERFORM TRUE-UP-ACCRUALS
                   END-IF
                   IF WITHHOLDING-FILES-AVAILABLE
                           AND ACCRUED-INTEREST > 0
                       PERFORM WITHHOLD-FROM-CREDIT
                   END-IF
               END-IF
           END-IF
           EXIT.
       POST-THROUGH-BALPOST SECTION.
           MOVE "POST    "       TO BPST-FUNCTION
           MOVE BAL-ACCOUNT-ID   TO BPST-ACCOUNT-ID
           MOVE RUN-DATE         TO BPST-RUN-DATE
           MOVE RUN-TIME         TO BPST-RUN-TIME
           MOVE REFERENCE-NUMBER TO BPST-REFERENCE
           MOVE RUN-DATE         TO BPST-VALUE-DATE
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
      * Journaled as an addition of the accrued interest so the
      * trial-balance replay and the statement program read the
      * posting like any other; the rate rides in the rate-applied
      * field for audit -- a tiered account's blended rate.
       JOURNAL-INTEREST-POSTING SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE PRIOR-BALANCE    TO JRNL-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE BAL-ACCOUNT-ID    TO JRNL-ACCOUNT-ID
           MOVE APPLIED-RATE      TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF TIERED-ACCOUNT
               PERFORM REPORT-ONE-BAND
                   VARYING BAND-SUB FROM 1 BY 1
                   UNTIL BAND-SUB > TIRP-BAND-COUNT
           END-IF
           EXIT.

      * One line per band of the schedule: its ceiling (blank on
      * the top band), rate and periods, the slice of the balance
      * that fell in it and the interest the slice earned.
       REPORT-ONE-BAND SECTION.
           MOVE BAND-SUB TO BAND-EDIT
           IF TIRP-BAND-CEILING(BAND-SUB) = 0
               MOVE "AND ABOVE" TO BAND-LIMIT-TEXT
           ELSE
               MOVE TIRP-BAND-CEILING(BAND-SUB) TO CEILING-EDIT
               MOVE SPACES TO BAND-LIMIT-TEXT
               STRING "TO " DELIMITED BY SIZE
                   CEILING-EDIT DELIMITED BY SIZE
                   INTO BAND-LIMIT-TEXT
           END-IF
           MOVE TIRP-BAND-RATE(BAND-SUB)     TO RATE-EDIT
           MOVE TIRP-BAND-SLICE(BAND-SUB)    TO AMOUNT-EDIT
           MOVE TIRP-BAND-INTEREST(BAND-SUB) TO INTEREST-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "    BAND " DELIMITED BY SIZE
               BAND-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BAND-LIMIT-TEXT DELIMITED BY SIZE
               " RATE " DELIMITED BY SIZE
               RATE-EDIT DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " INTEREST " DELIMITED BY SIZE
               INTEREST-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      *****************************************************************
      *  Month-end close of the account's daily accruals: reverse
      *  what was accrued since the last close, then record the
      *  credit and the difference.  An account INTACCR never
      *  accrued (terms set up mid-month, ledger newly mounted)
      *  has nothing to close.
      *****************************************************************
       TRUE-UP-ACCRUALS SECTION.
           MOVE 0 TO ACCRUED-TO-REVERSE
           MOVE 'N' TO ACCRUALS-FOUND-SWITCH
           MOVE 'N' TO LEDGER-SCAN-DONE-SWITCH
           MOVE BAL-ACCOUNT-ID TO ACCR-ACCOUNT-ID
           MOVE 0 TO ACCR-DATE
           MOVE LOW-VALUES TO ACCR-ENTRY-TYPE
           START ACCRUAL-LEDGER-FILE KEY NOT < ACCR-KEY
               INVALID KEY
                   SET LEDGER-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ACCRUAL-ENTRY UNTIL LEDGER-SCAN-DONE
           IF ACCRUALS-FOUND
               PERFORM WRITE-ACCRUAL-REVERSAL
               PERFORM WRITE-ACCRUAL-TRUE-UP
           END-IF
           EXIT.

       SCAN-ACCRUAL-ENTRY SECTION.
           READ ACCRUAL-LEDGER-FILE NEXT RECORD
               AT END
                   SET LEDGER-SCAN-DONE TO TRUE
               NOT AT END
                   IF ACCR-ACCOUNT-ID NOT = BAL-ACCOUNT-ID
                           OR ACCR-DATE > RUN-DATE
                       SET LEDGER-SCAN-DONE TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN ACCR-DAILY
                               ADD ACCR-AMOUNT TO ACCRUED-TO-REVERSE
                               SET ACCRUALS-FOUND TO TRUE
                           WHEN ACCR-REVERSAL
                               MOVE 0 TO ACCRUED-TO-REVERSE
                               MOVE 'N' TO ACCRUALS-FOUND-SWITCH
                       END-EVALUATE
                   END-IF
           END-READ
           EXIT.

       WRITE-ACCRUAL-REVERSAL SECTION.
           MOVE SPACES TO ACCRUAL-RECORD
           MOVE BAL-ACCOUNT-ID    TO ACCR-ACCOUNT-ID
           MOVE RUN-DATE          TO ACCR-DATE
           MOVE "R"               TO ACCR-ENTRY-TYPE
           MOVE PRIOR-BALANCE     TO ACCR-BALANCE
           MOVE APPLIED-RATE      TO ACCR-RATE
           COMPUTE ACCR-AMOUNT = ACCRUED-TO-REVERSE * -1
           MOVE 0                 TO ACCR-MONTH-TO-DATE
           MOVE 0                 TO ACCR-CREDITED
           MOVE REFERENCE-NUMBER  TO ACCR-REFERENCE
           WRITE ACCRUAL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD ACCRUED-TO-REVERSE TO ACCRUALS-REVERSED-TOTAL
           END-WRITE
           EXIT.

       WRITE-ACCRUAL-TRUE-UP SECTION.
           COMPUTE TRUE-UP-DIFFERENCE =
               ACCRUED-INTEREST - ACCRUED-TO-REVERSE
           MOVE SPACES TO ACCRUAL-RECORD
           MOVE BAL-ACCOUNT-ID    TO ACCR-ACCOUNT-ID
           MOVE RUN-DATE          TO ACCR-DATE
           MOVE "T"               TO ACCR-ENTRY-TYPE
           MOVE PRIOR-BALANCE     TO ACCR-BALANCE
           MOVE APPLIED-RATE      TO ACCR-RATE
           MOVE TRUE-UP-DIFFERENCE TO ACCR-AMOUNT
           MOVE 0                 TO ACCR-MONTH-TO-DATE
           MOVE ACCRUED-INTEREST  TO ACCR-CREDITED
           MOVE REFERENCE-NUMBER  TO ACCR-REFERENCE
           WRITE ACCRUAL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD TRUE-UP-DIFFERENCE TO TRUE-UP-TOTAL
                   IF TRUE-UP-DIFFERENCE NOT = 0
                       PERFORM REPORT-TRUE-UP-DIFFERENCE
                   END-IF
           END-WRITE
           EXIT.

       REPORT-TRUE-UP-DIFFERENCE SECTION.
           MOVE ACCRUED-TO-REVERSE TO INTEREST-EDIT
           MOVE ACCRUED-INTEREST   TO INTEREST-EDIT-2
           MOVE TRUE-UP-DIFFERENCE TO INTEREST-EDIT-3
           MOVE SPACES TO REPORT-WORK
           STRING "  ACCRUED " DELIMITED BY SIZE
               INTEREST-EDIT DELIMITED BY SIZE
               " CREDITED " DELIMITED BY SIZE
               INTEREST-EDIT-2 DELIMITED BY SIZE
               " TRUE-UP " DELIMITED BY SIZE
               INTEREST-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      *****************************************************************
      *  Withholding.  The customer files and the remittance file
      *  are optional together: without the customer side there is
      *  nobody to withhold from, and the run credits gross as it
      *  always has.
      *****************************************************************
       OPEN-WITHHOLDING-FILES SECTION.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-STATUS = "00"
               OPEN INPUT CUSTOMER-LINK-FILE
               IF CUSTOMER-LINK-STATUS = "00"
                   OPEN I-O WITHHOLDING-REMIT-FILE
                   IF WITHHOLDING-REMIT-STATUS = "35"
                       OPEN OUTPUT WITHHOLDING-REMIT-FILE
                       CLOSE WITHHOLDING-REMIT-FILE
                       OPEN I-O WITHHOLDING-REMIT-FILE
                   END-IF
                   IF WITHHOLDING-REMIT-STATUS = "00"
                       SET WITHHOLDING-FILES-AVAILABLE TO TRUE
                   ELSE
                       DISPLAY "unable to open withholding remittance "
                           "file, status " WITHHOLDING-REMIT-STATUS
                           " -- no withholding this run"
                       CLOSE CUSTOMER-LINK-FILE
                       CLOSE CUSTOMER-MASTER-FILE
                   END-IF
               ELSE
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF
           EXIT.

       WITHHOLD-FROM-CREDIT SECTION.
           PERFORM FIND-PRIMARY-OWNER
           IF PRIMARY-FOUND
               MOVE PRIMARY-OWNER-ID TO CUST-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO PRIMARY-FOUND-SWITCH
               END-READ
           END-IF
           IF PRIMARY-FOUND
               IF CUST-WHT-APPLIES
                       AND CUST-WHT-RATE NUMERIC
                       AND CUST-WHT-RATE > 0
                   MOVE CUST-WHT-RATE         TO WITHHELD-RATE
                   MOVE CUST-WHT-JURISDICTION TO WITHHELD-JURISDICTION
                   COMPUTE WITHHELD-AMOUNT ROUNDED =
                       ACCRUED-INTEREST * WITHHELD-RATE / 100
                   IF WITHHELD-AMOUNT > 0
                       PERFORM POST-WITHHOLDING
                   END-IF
               END-IF
           END-IF
           EXIT.

       FIND-PRIMARY-OWNER SECTION.
           MOVE 'N' TO PRIMARY-FOUND-SWITCH
           MOVE 'N' TO LINK-SCAN-DONE-SWITCH
           MOVE BAL-ACCOUNT-ID TO CLNK-ACCOUNT-ID
           MOVE LOW-VALUES TO CLNK-CUSTOMER-ID
           START CUSTOMER-LINK-FILE KEY NOT < CLNK-KEY
               INVALID KEY
                   SET LINK-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-ACCOUNT-LINK
               UNTIL LINK-SCAN-DONE OR PRIMARY-FOUND
           EXIT.

       SCAN-ONE-ACCOUNT-LINK SECTION.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET LINK-SCAN-DONE TO TRUE
               NOT AT END
                   IF CLNK-ACCOUNT-ID NOT = BAL-ACCOUNT-ID
                       SET LINK-SCAN-DONE TO TRUE
                   ELSE
                       IF CLNK-PRIMARY
                           MOVE CLNK-CUSTOMER-ID TO PRIMARY-OWNER-ID
                           SET PRIMARY-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * The deduction is a posting of its own, with its own
      * reference, so the statement shows the credit and the tax
      * as two lines and the journal ties them together.
       POST-WITHHOLDING SECTION.
           MOVE REFERENCE-NUMBER TO CREDIT-REFERENCE
           PERFORM ASSIGN-INTEREST-REFERENCE
           MOVE "-"             TO BPST-OPERATION
           MOVE WITHHELD-AMOUNT TO BPST-AMOUNT
           PERFORM POST-THROUGH-BALPOST
           IF BPST-RETURN-CODE = 0
               ADD 1 TO ACCOUNTS-WITHHELD
               ADD WITHHELD-AMOUNT TO TOTAL-WITHHELD
               PERFORM JOURNAL-WITHHOLDING
               PERFORM ADD-TO-REMITTANCE
               PERFORM REPORT-WITHHOLDING
           END-IF
           EXIT.

       JOURNAL-WITHHOLDING SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE BPST-PRIOR-BALANCE TO JRNL-VALUE-1
           MOVE "-"              TO JRNL-OPERATION
           MOVE WITHHELD-AMOUNT  TO JRNL-VALUE-2
           MOVE BPST-NEW-BALANCE TO JRNL-RESULT
           MOVE RUN-DATE         TO JRNL-DATE
           MOVE "INTAPPLY"       TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER TO JRNL-REFERENCE
           MOVE "OK"             TO JRNL-OUTCOME
           MOVE RUN-DATE         TO JRNL-RUN-DATE
           MOVE RUN-TIME         TO JRNL-RUN-TIME
           MOVE CREDIT-REFERENCE TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE ACCRUED-INTEREST TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE BAL-ACCOUNT-ID   TO JRNL-ACCOUNT-ID
           MOVE WITHHELD-RATE    TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE WITHHELD-JURISDICTION TO JRNL-JURISDICTION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           ADD JRNL-RESULT TO JOURNALED-RESULT-TOTAL
           EXIT.

       ADD-TO-REMITTANCE SECTION.
           MOVE WITHHELD-JURISDICTION TO WREM-JURISDICTION
           MOVE RUN-DATE(1:6)         TO WREM-PERIOD
           READ WITHHOLDING-REMIT-FILE
               INVALID KEY
                   MOVE SPACES TO WITHHOLDING-REMIT-RECORD
                   MOVE WITHHELD-JURISDICTION TO WREM-JURISDICTION
                   MOVE RUN-DATE(1:6)         TO WREM-PERIOD
                   MOVE WITHHELD-AMOUNT  TO WREM-WITHHELD-TOTAL
                   MOVE ACCRUED-INTEREST TO WREM-INTEREST-TOTAL
                   MOVE 1                TO WREM-ACCOUNT-COUNT
                   MOVE RUN-DATE         TO WREM-LAST-RUN-DATE
                   WRITE WITHHOLDING-REMIT-RECORD
               NOT INVALID KEY
                   ADD WITHHELD-AMOUNT  TO WREM-WITHHELD-TOTAL
                   ADD ACCRUED-INTEREST TO WREM-INTEREST-TOTAL
                   ADD 1                TO WREM-ACCOUNT-COUNT
                   MOVE RUN-DATE        TO WREM-LAST-RUN-DATE
                   REWRITE WITHHOLDING-REMIT-RECORD
           END-READ
           EXIT.

       REPORT-WITHHOLDING SECTION.
           MOVE WITHHELD-AMOUNT TO INTEREST-EDIT
           MOVE WITHHELD-RATE   TO RATE-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  WITHHELD " DELIMITED BY SIZE
               INTEREST-EDIT DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               RATE-EDIT DELIMITED BY SIZE
               "% FOR " DELIMITED BY SIZE
               WITHHELD-JURISDICTION DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               REFERENCE-NUMBER DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       ASSIGN-INTEREST-REFERENCE SECTION.
           IF BUSINESS-DATE-SET
               MOVE CLOCK-DATE TO REFERENCE-DATE
           ELSE
               MOVE RUN-DATE TO REFERENCE-DATE
           END-IF
           IF REF-LAST-DATE NOT = REFERENCE-DATE
               MOVE REFERENCE-DATE TO REF-LAST-DATE
               MOVE 0 TO REF-LAST-NUMBER
           END-IF
           ADD 1 TO REF-LAST-NUMBER
           MOVE SPACES TO REFERENCE-NUMBER
           IF REF-CHECKDIGIT-MODE
               MOVE REF-LAST-NUMBER TO REF-SHORT-NUMBER
               STRING REFERENCE-DATE(3:6) DELIMITED BY SIZE
                   REF-SHORT-NUMBER DELIMITED BY SIZE
                   INTO REFERENCE-NUMBER
               MOVE "A" TO RFC-FUNCTION
               CALL 'refcheck' USING REFERENCE-CHECK-AREA
               MOVE RFC-REFERENCE TO REFERENCE-NUMBER
           ELSE
               STRING REFERENCE-DATE(3:6) DELIMITED BY SIZE
                   REF-LAST-NUMBER DELIMITED BY SIZE
                   INTO REFERENCE-NUMBER
           END-IF
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF WITHHOLDING-FILES-AVAILABLE
               MOVE ACCOUNTS-WITHHELD TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNTS WITHHELD FROM: " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE TOTAL-WITHHELD TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "TOTAL TAX WITHHELD: " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF ACCRUAL-LEDGER-AVAILABLE
               MOVE ACCRUALS-REVERSED-TOTAL TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCRUALS REVERSED: " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE TRUE-UP-TOTAL TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "TRUE-UP DIFFERENCE: " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       LOAD-REFERENCE-SEQUENCE SECTION.
