       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEOUT.

      *****************************************************************
      *  CLOSEOUT is the account close-out settlement run.  ACCTMNT's
      *  CLOSE card only flags an account for closure ("K" on the
      *  account master, copy/acctrec.cpy) and names the account its
      *  residual is to be paid out to; this run does the work the
      *  clerks used to do by hand, one flagged account at a time:
      *
      *    1. refuse the account while HOLDMAST carries an active
      *       hold of either kind against it -- legal's order
      *       outranks the customer's request to leave -- or while
      *       TDMAST carries a term deposit on it that TDMATURE
      *       has not yet matured or broken (the break penalty is
      *       TDMATURE's to charge, not this run's to skip),
      *    2. credit interest from the first of the month to the
      *       closing date (the run date), priced the way INTACCR
      *       prices a day's accrual: the month's interest on the
      *       balance through the `interest` subprogram at the
      *       account's own terms, spread evenly over the days of
      *       the month.  Only a credit balance earns it.  A
      *       class with a tiered schedule in force on TIERMAST is
      *       priced band by band through tierint instead, as
      *       INTAPPLY and INTACCR price it,
      *    3. charge the closing fee for the account's class from
      *       the FEESCHED schedule (cols 28-36 of the class row;
      *       blank or no row is no fee),
      *    4. pay the residual out: a subtraction from the closing
      *       account and the matching addition to the payout
      *       account -- ACCT-PAYOUT-ACCOUNT, or the run's suspense
      *       account (CALC-CLOSEOUT-SUSPENSE) when none was named,
      *       in which case the money is leaving the shop and a
      *       payment instruction to the account's owner is queued
      *       through payqueue for PAYFILE's bank file,
      *    5. and only once balpost reports the balance at zero,
      *       mark the account closed on the master, with the
      *       before/after image on MNTAUDIT under
      *       CALC-MAINT-OPERATOR.
      *
      *  Everything is checked before anything posts.  An account
      *  is refused, and stays flagged for the next run, when it is
      *  held, has a term deposit still running, has no payout
      *  account, would close overdrawn once the fee is taken, or
      *  its payout account is missing from the balance master,
      *  not open on the account master, or under a full hold.  An
      *  account with no balance record has nothing to settle and
      *  is simply closed.
      *
      *  Every movement goes through balpost and journals inside
      *  this program's header/trailer pair (references from the
      *  shared REFSEQ sequence); the payout credit carries the
      *  closing debit's reference in JRNL-ORIG-REFERENCE so the
      *  two legs read together.  With the accrual ledger
      *  (ACCRLDGR) mounted, the interest credited closes out the
      *  account's daily accruals the way INTAPPLY's month-end
      *  credit does -- an "R" reversal and a "T" true-up.
      *
      *  Each account closed raises the ACCTCLOS business event,
      *  with the residual paid out, through evntpost onto EVENTQ
      *  (copy/evntrec.cpy) for EVNTSHIP to ship to the CRM and
      *  collections systems.
      *
      *  CLOSRPT carries a closing statement per account closed,
      *  a line per account refused, and the run totals.
      *  RETURN-CODE 4 means accounts were refused and wait on the
      *  next run; 12 means a posting failed part-way or a file
      *  would not open, and the report says which account.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCOUNT-ID
               FILE STATUS IS HOLD-MASTER-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCOUNT-ID
               FILE STATUS IS TERM-DEPOSIT-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               FILE STATUS IS FEE-SCHEDULE-STATUS.
           SELECT ACCRUAL-LEDGER-FILE ASSIGN TO "ACCRLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-KEY
               FILE STATUS IS ACCRUAL-LEDGER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLOSRPT".

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD BALANCE-FILE.
       COPY balrec.

       FD HOLD-MASTER-FILE.
       COPY holdrec.

       FD TERM-DEPOSIT-FILE.
       COPY termdep.

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-CARD.
           05 FSC-ACCOUNT-CLASS PIC X(04).
           05 FILLER            PIC X(23).
           05 FSC-CLOSING-FEE   PIC X(09).
           05 FILLER            PIC X(44).

       FD ACCRUAL-LEDGER-FILE.
       COPY accrrec.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD REFERENCE-SEQ-FILE.
       01 REFSEQ-RECORD.
           05 REFS-LAST-DATE   PIC 9(08).
           05 REFS-LAST-NUMBER PIC 9(04).

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 ACCOUNT-MASTER-STATUS  PIC X(02).
       01 BALANCE-STATUS         PIC X(02).
       01 HOLD-MASTER-STATUS     PIC X(02).
       01 TERM-DEPOSIT-STATUS    PIC X(02).
       01 FEE-SCHEDULE-STATUS    PIC X(02).
       01 ACCRUAL-LEDGER-STATUS  PIC X(02).
       01 JOURNAL-STATUS         PIC X(02).
       01 REFERENCE-SEQ-STATUS   PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 HOLD-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 HOLD-MASTER-AVAILABLE VALUE 'Y'.
       01 TERM-DEPOSIT-SWITCH PIC X(01) VALUE 'N'.
           88 TERM-DEPOSIT-AVAILABLE VALUE 'Y'.
       01 TERM-RUNNING-SWITCH PIC X(01).
           88 TERM-DEPOSIT-RUNNING VALUE 'Y'.
       01 ACCRUAL-LEDGER-SWITCH PIC X(01) VALUE 'N'.
           88 ACCRUAL-LEDGER-AVAILABLE VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 SUSPENSE-ACCOUNT PIC X(08) VALUE SPACES.
       01 REF-LAST-DATE   PIC 9(08) VALUE 0.
       01 REF-LAST-NUMBER PIC 9(04) VALUE 0.
      * Check-digit reference assignment, matching CALCULATOR's
      * CALC-REF-CHECKDIGIT mode so every assigner hands out the
      * same YYMMDDnnnC shape once the shop flips it on.
       01 REF-CHECKDIGIT-ENV PIC X(03).
       01 REF-CHECKDIGIT-SWITCH PIC X(01) VALUE 'N'.
           88 REF-CHECKDIGIT-MODE VALUE 'Y'.
       01 REF-SHORT-NUMBER PIC 9(03).
       01 REFERENCE-CHECK-AREA.
           05 RFC-FUNCTION   PIC X(01).
           05 RFC-REFERENCE  PIC X(10).
           05 RFC-VALID-FLAG PIC X(01).
               88 RFC-VALID VALUE "Y".

      * The closing fee by class, from the fee schedule.
       01 SCHEDULE-TABLE.
           05 SCHED-ENTRY OCCURS 100 TIMES INDEXED BY SCHED-IDX.
               10 SCHED-CLASS       PIC X(04).
               10 SCHED-CLOSING-FEE PIC 9(7)V99.
       01 SCHED-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 SCHED-FOUND-SWITCH PIC X(01).
           88 SCHED-FOUND VALUE 'Y'.
       01 CARD-FEE-VALUE PIC 9(7)V99.
       01 CARD-FEE-RAW REDEFINES CARD-FEE-VALUE PIC 9(09).

      * The accounts flagged for closure, gathered in one pass of
      * the account master before any is settled -- settling reads
      * the payout account at random, which would lose a
      * sequential position.  Any beyond the table wait for the
      * next run.
       01 CLOSE-TABLE.
           05 CLOSE-ACCOUNT-ID PIC X(08) OCCURS 2000 TIMES.
       01 CLOSE-TABLE-LIMIT  PIC 9(05) COMP VALUE 2000.
       01 CLOSE-ENTRIES-USED PIC 9(05) COMP VALUE 0.
       01 CLOSE-SUB          PIC 9(05) COMP.

      * The account being settled.
       01 CLOSING-ACCOUNT-ID PIC X(08).
       01 CLOSING-NAME       PIC X(20).
       01 PAYOUT-ACCOUNT     PIC X(08).
       01 PAYOUT-EXTERNAL-SWITCH PIC X(01).
           88 PAYOUT-EXTERNAL VALUE 'Y'.
       01 REFUSAL-REASON     PIC X(50).
       01 SETTLE-SWITCH PIC X(01).
           88 SETTLE-REFUSED VALUE 'N'.
           88 SETTLE-ALLOWED VALUE 'Y'.
       01 BALANCE-FOUND-SWITCH PIC X(01).
           88 BALANCE-FOUND VALUE 'Y'.
       01 POSTING-FAILED-SWITCH PIC X(01).
           88 POSTING-FAILED VALUE 'Y'.
       01 HOLD-ACCOUNT-WANTED PIC X(08).
       01 HOLD-FOUND-SWITCH PIC X(01).
           88 HOLD-FOUND-ACTIVE VALUE 'Y'.
       01 HOLD-FOUND-TYPE PIC X(01).
           88 HOLD-FOUND-FULL VALUE "F".

      * Each movement goes through the shared balpost subprogram
      * (see copy/balpostl.cpy); this program's own BALANCE open
      * is read-only, for the balance, class and interest terms.
       COPY balpostl.
       01 OPENING-BALANCE   PIC S9(9)V99.
       01 PRIOR-BALANCE     PIC S9(9)V99.
       01 CURRENT-BALANCE   PIC S9(9)V99.
       01 MONTH-INTEREST    PIC S9(9)V99.
       01 CLOSING-INTEREST  PIC S9(9)V99.
       01 CLOSING-FEE       PIC S9(9)V99.
       01 RESIDUAL-AMOUNT   PIC S9(9)V99.
       01 POSTING-ACCOUNT   PIC X(08).
       01 POSTING-OPERATION PIC X(01).
       01 POSTING-AMOUNT    PIC S9(9)V99.
       01 POSTING-ORIG-REFERENCE PIC X(10).
       01 POSTING-RATE      PIC S9(1)V9(4).
      * The closing account's rate, kept apart from the balance
      * record area the payout account is read into.
       01 CLOSING-RATE      PIC S9(1)V9(4).
       01 INTEREST-REFERENCE PIC X(10).
       01 FEE-REFERENCE      PIC X(10).
       01 PAYOUT-DEBIT-REFERENCE  PIC X(10).
       01 PAYOUT-CREDIT-REFERENCE PIC X(10).
       01 INTEREST-DAYS     PIC 9(02).

      * Accrual close-out state, as INTAPPLY keeps it.
       01 LEDGER-SCAN-DONE-SWITCH PIC X(01).
           88 LEDGER-SCAN-DONE VALUE 'Y'.
       01 ACCRUALS-FOUND-SWITCH PIC X(01).
           88 ACCRUALS-FOUND VALUE 'Y'.
       01 ACCRUED-TO-REVERSE PIC S9(9)V99.
       01 TRUE-UP-DIFFERENCE PIC S9(9)V99.

      * Pulled apart to find the closing date's day and the number
      * of days in its month.
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

       01 ACCOUNTS-FLAGGED  PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-CLOSED   PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-REFUSED  PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-DEFERRED PIC 9(08) COMP VALUE 0.
       01 SETTLEMENTS-FAILED PIC 9(08) COMP VALUE 0.
       01 TOTAL-INTEREST    PIC S9(11)V99 VALUE 0.
       01 TOTAL-FEES        PIC S9(11)V99 VALUE 0.
       01 TOTAL-PAID-OUT    PIC S9(11)V99 VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(08) COMP VALUE 0.
      * Sum of the JRNL-RESULT amounts journaled as OK lines --
      * the figure the run trailer must claim for JRNLRPT's
      * reconciliation of this run to foot.
       01 JOURNALED-RESULT-TOTAL PIC S9(11)V99 VALUE 0.
       01 BEFORE-IMAGE PIC X(80).
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 DAYS-EDIT   PIC Z9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 RETURN-CODE-EDIT PIC ZZZ9.
       01 REPORT-WORK PIC X(120).
       COPY evntpstl.
       COPY payqueul.
       01 IO.
       COPY data.
       COPY tierintl.

      * Tamper-evidence chain state (see copy/jrnlhshl.cpy).
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "CLOSEOUT" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-REF-CHECKDIGIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REF-CHECKDIGIT-ENV
           IF REF-CHECKDIGIT-ENV = "YES"
               SET REF-CHECKDIGIT-MODE TO TRUE
           END-IF
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           IF MAINT-OPERATOR-ID = SPACES
               MOVE "CLOSEOUT" TO MAINT-OPERATOR-ID
           END-IF
           MOVE "CALC-CLOSEOUT-SUSPENSE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SUSPENSE-ACCOUNT
           PERFORM LOAD-FEE-SCHEDULE
           MOVE "OPEN    " TO TIRP-FUNCTION
           CALL 'tierint' USING TIER-PRICING-AREA
           IF TIRP-RETURN-CODE = 12
               DISPLAY "tier master on hand but unreadable -- "
                   "no account closed"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open account master, status "
                   ACCOUNT-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * No HOLDMAST dataset, no hold check -- the same absent-file
      * convention CALCULATOR follows.
           OPEN INPUT HOLD-MASTER-FILE
           IF HOLD-MASTER-STATUS = "00"
               SET HOLD-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-STATUS = "00"
               SET TERM-DEPOSIT-AVAILABLE TO TRUE
           END-IF
           OPEN I-O ACCRUAL-LEDGER-FILE
           IF ACCRUAL-LEDGER-STATUS = "00"
               SET ACCRUAL-LEDGER-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT CLOSE-OUT SETTLEMENT RUN "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM GATHER-FLAGGED-ACCOUNTS
           PERFORM LOAD-REFERENCE-SEQUENCE
           PERFORM WRITE-RUN-HEADER
           PERFORM SETTLE-ONE-ACCOUNT
               VARYING CLOSE-SUB FROM 1 BY 1
               UNTIL CLOSE-SUB > CLOSE-ENTRIES-USED
           PERFORM WRITE-RUN-TRAILER
           PERFORM WRITE-SUMMARY
           PERFORM SAVE-REFERENCE-SEQUENCE
           MOVE "CLOSE   " TO BPST-FUNCTION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           MOVE "CLOSE   " TO TIRP-FUNCTION
           CALL 'tierint' USING TIER-PRICING-AREA
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE BALANCE-FILE
           IF HOLD-MASTER-AVAILABLE
               CLOSE HOLD-MASTER-FILE
           END-IF
           IF TERM-DEPOSIT-AVAILABLE
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           IF ACCRUAL-LEDGER-AVAILABLE
               CLOSE ACCRUAL-LEDGER-FILE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE REPORT-FILE
           IF SETTLEMENTS-FAILED > 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ACCOUNTS-REFUSED > 0 OR ACCOUNTS-DEFERRED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK
           .

      * Only the closing fee column is wanted here; FEEAPPLY reads
      * the monthly fee and waiver from the same rows.  A row with
      * the column blank charges no closing fee.
       LOAD-FEE-SCHEDULE SECTION.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-SCHEDULE-STATUS NOT = "00"
               DISPLAY "fee schedule not available, status "
                   FEE-SCHEDULE-STATUS " -- no closing fees"
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-SCHEDULE-ROW UNTIL SOURCE-EOF
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           EXIT.

       READ-SCHEDULE-ROW SECTION.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF FEE-SCHEDULE-CARD = SPACES
                           OR FEE-SCHEDULE-CARD(1:1) = "*"
                           OR FSC-CLOSING-FEE = SPACES
                       CONTINUE
                   ELSE
                       IF FSC-CLOSING-FEE NOT NUMERIC
                           DISPLAY "bad closing fee for class '"
                               FSC-ACCOUNT-CLASS "' -- skipped"
                       ELSE
                           IF SCHED-ENTRIES-USED < 100
                               ADD 1 TO SCHED-ENTRIES-USED
                               SET SCHED-IDX TO SCHED-ENTRIES-USED
                               MOVE FSC-ACCOUNT-CLASS
                                   TO SCHED-CLASS(SCHED-IDX)
                               MOVE FSC-CLOSING-FEE
                                   TO CARD-FEE-RAW
                               MOVE CARD-FEE-VALUE
                                   TO SCHED-CLOSING-FEE(SCHED-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

       GATHER-FLAGGED-ACCOUNTS SECTION.
           MOVE 'N' TO SOURCE-EOF-SWITCH
           MOVE LOW-VALUES TO ACCT-ACCOUNT-ID
           START ACCOUNT-MASTER-FILE KEY NOT < ACCT-ACCOUNT-ID
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START
           PERFORM NOTE-ONE-ACCOUNT UNTIL SOURCE-EOF
           EXIT.

       NOTE-ONE-ACCOUNT SECTION.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF ACCT-CLOSE-REQUESTED
                       ADD 1 TO ACCOUNTS-FLAGGED
                       IF CLOSE-ENTRIES-USED < CLOSE-TABLE-LIMIT
                           ADD 1 TO CLOSE-ENTRIES-USED
                           MOVE ACCT-ACCOUNT-ID
                               TO CLOSE-ACCOUNT-ID(CLOSE-ENTRIES-USED)
                       ELSE
                           ADD 1 TO ACCOUNTS-DEFERRED
                       END-IF
                   END-IF
           END-READ
           EXIT.

       WRITE-RUN-HEADER SECTION.
           MOVE "H"        TO JRNLH-RECORD-TYPE
           MOVE RUN-DATE   TO JRNLH-RUN-DATE
           MOVE RUN-TIME   TO JRNLH-RUN-TIME
           MOVE "CLOSEOUT" TO JRNLH-PROGRAM-NAME
           MOVE 0          TO JRNLH-RECORD-COUNT
           PERFORM CHAIN-JOURNAL-HEADER
           WRITE JOURNAL-RECORD FROM JOURNAL-HEADER
           EXIT.

       WRITE-RUN-TRAILER SECTION.
           MOVE "T"                TO JRNLT-RECORD-TYPE
           MOVE JOURNAL-LINE-COUNT TO JRNLT-RECORD-COUNT
           MOVE JOURNALED-RESULT-TOTAL TO JRNLT-GRAND-TOTAL
           PERFORM CHAIN-JOURNAL-TRAILER
           WRITE JOURNAL-RECORD FROM JOURNAL-TRAILER
           EXIT.

      *****************************************************************
      *  One flagged account: judge it, work out the interest, fee
      *  and residual, check the payout side, and only then post.
      *  A posting failure after the judging can only be file
      *  trouble: the account stays flagged, the report names it
      *  and what had already posted, and the run ends 12.
      *****************************************************************
       SETTLE-ONE-ACCOUNT SECTION.
           SET SETTLE-ALLOWED TO TRUE
           MOVE SPACES TO REFUSAL-REASON
           MOVE CLOSE-ACCOUNT-ID(CLOSE-SUB) TO CLOSING-ACCOUNT-ID
           MOVE SPACES TO INTEREST-REFERENCE
           MOVE SPACES TO FEE-REFERENCE
           MOVE SPACES TO PAYOUT-DEBIT-REFERENCE
           MOVE SPACES TO PAYOUT-CREDIT-REFERENCE
           MOVE 0 TO OPENING-BALANCE
           MOVE 0 TO CLOSING-INTEREST
           MOVE 0 TO CLOSING-FEE
           MOVE 0 TO RESIDUAL-AMOUNT
           MOVE 0 TO INTEREST-DAYS
           MOVE 0 TO CLOSING-RATE
           PERFORM JUDGE-CLOSING-ACCOUNT
           IF SETTLE-ALLOWED AND BALANCE-FOUND
               PERFORM PRICE-CLOSING-INTEREST
           END-IF
           IF SETTLE-ALLOWED AND BALANCE-FOUND
               PERFORM FIND-CLOSING-FEE
               COMPUTE RESIDUAL-AMOUNT =
                   OPENING-BALANCE + CLOSING-INTEREST - CLOSING-FEE
               IF RESIDUAL-AMOUNT < 0
                   SET SETTLE-REFUSED TO TRUE
                   MOVE "WOULD CLOSE OVERDRAWN AFTER THE CLOSING FEE"
                       TO REFUSAL-REASON
               END-IF
           END-IF
           IF SETTLE-ALLOWED AND RESIDUAL-AMOUNT > 0
               PERFORM JUDGE-PAYOUT-ACCOUNT
           END-IF
           IF SETTLE-REFUSED
               PERFORM REPORT-REFUSAL
           ELSE
               MOVE 'N' TO POSTING-FAILED-SWITCH
               IF BALANCE-FOUND
                   PERFORM POST-SETTLEMENT
               END-IF
               IF NOT POSTING-FAILED
                   PERFORM MARK-ACCOUNT-CLOSED
               END-IF
               IF NOT POSTING-FAILED
                   PERFORM PRINT-CLOSING-STATEMENT
               END-IF
           END-IF
           EXIT.

      * The account must still be flagged and free of any active
      * hold, and must have somewhere to pay out to.
       JUDGE-CLOSING-ACCOUNT SECTION.
           MOVE 'N' TO BALANCE-FOUND-SWITCH
           MOVE CLOSING-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET SETTLE-REFUSED TO TRUE
                   MOVE "NO LONGER ON THE ACCOUNT MASTER"
                       TO REFUSAL-REASON
           END-READ
           IF SETTLE-ALLOWED
               IF NOT ACCT-CLOSE-REQUESTED
                   SET SETTLE-REFUSED TO TRUE
                   MOVE "NO LONGER FLAGGED FOR CLOSURE"
                       TO REFUSAL-REASON
               ELSE
                   MOVE ACCT-NAME TO CLOSING-NAME
                   MOVE ACCT-PAYOUT-ACCOUNT TO PAYOUT-ACCOUNT
                   MOVE 'N' TO PAYOUT-EXTERNAL-SWITCH
                   IF PAYOUT-ACCOUNT = SPACES
                       MOVE SUSPENSE-ACCOUNT TO PAYOUT-ACCOUNT
                       SET PAYOUT-EXTERNAL TO TRUE
                   END-IF
               END-IF
           END-IF
           IF SETTLE-ALLOWED
               MOVE CLOSING-ACCOUNT-ID TO HOLD-ACCOUNT-WANTED
               PERFORM CHECK-ACCOUNT-HOLD
               IF HOLD-FOUND-ACTIVE
                   SET SETTLE-REFUSED TO TRUE
                   MOVE "ACTIVE HOLD ON HOLDMAST" TO REFUSAL-REASON
               END-IF
           END-IF
           IF SETTLE-ALLOWED
               PERFORM CHECK-TERM-DEPOSIT
               IF TERM-DEPOSIT-RUNNING
                   SET SETTLE-REFUSED TO TRUE
                   MOVE "UNMATURED TERM DEPOSIT ON TDMAST"
                       TO REFUSAL-REASON
               END-IF
           END-IF
           IF SETTLE-ALLOWED
               MOVE CLOSING-ACCOUNT-ID TO BAL-ACCOUNT-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BALANCE-FOUND TO TRUE
                       MOVE BAL-AMOUNT TO OPENING-BALANCE
                       MOVE BAL-INTEREST-RATE TO CLOSING-RATE
               END-READ
           END-IF
           EXIT.

      * Interest from the first of the month through the closing
      * date: the month's interest on the balance, spread evenly
      * over the days of the month, as INTACCR accrues it.
       PRICE-CLOSING-INTEREST SECTION.
           IF BAL-AMOUNT > 0
               MOVE RUN-DATE TO WORK-DATE-NUM
               PERFORM SET-MONTH-LIMIT
               MOVE WORK-DAY TO INTEREST-DAYS
               MOVE "PRICE   "        TO TIRP-FUNCTION
               MOVE BAL-ACCOUNT-CLASS TO TIRP-PRODUCT-CODE
               MOVE RUN-DATE          TO TIRP-AS-OF-DATE
               MOVE BAL-AMOUNT        TO TIRP-BALANCE
               CALL 'tierint' USING TIER-PRICING-AREA
                   ON EXCEPTION
                       MOVE 4 TO TIRP-RETURN-CODE
               END-CALL
               EVALUATE TRUE
                   WHEN TIRP-RETURN-CODE = 0
                       MOVE TIRP-BLENDED-RATE TO CLOSING-RATE
                       MOVE TIRP-INTEREST TO MONTH-INTEREST
                       COMPUTE CLOSING-INTEREST ROUNDED =
                           MONTH-INTEREST * INTEREST-DAYS
                               / MONTH-LIMIT
                   WHEN TIRP-RETURN-CODE = 8
                       SET SETTLE-REFUSED TO TRUE
                       MOVE "INTEREST NOT PRICED -- TIER SCHEDULE "
                           & "UNUSABLE" TO REFUSAL-REASON
                   WHEN BAL-INTEREST-RATE NOT = 0
                           AND BAL-INTEREST-PERIODS NOT = 0
                       PERFORM PRICE-FLAT-CLOSING-INTEREST
               END-EVALUATE
           END-IF
           EXIT.

       PRICE-FLAT-CLOSING-INTEREST SECTION.
           MOVE BAL-AMOUNT           TO VALUE-1
           MOVE 0                    TO VALUE-2
           MOVE BAL-INTEREST-RATE    TO INTEREST-RATE
           MOVE BAL-INTEREST-PERIODS TO INTEREST-PERIODS
           MOVE SPACES TO CURRENCY-CODE-1
           MOVE SPACES TO CURRENCY-CODE-2
           MOVE 0 TO RETURN-CODE
           CALL 'interest' USING IO
               ON EXCEPTION
                   MOVE 28 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE RETURN-CODE TO RETURN-CODE-EDIT
               SET SETTLE-REFUSED TO TRUE
               MOVE SPACES TO REFUSAL-REASON
               STRING "INTEREST NOT PRICED -- RETURN CODE "
                   DELIMITED BY SIZE
                   RETURN-CODE-EDIT DELIMITED BY SIZE
                   INTO REFUSAL-REASON
               MOVE 0 TO RETURN-CODE
           ELSE
               COMPUTE MONTH-INTEREST = RESULT - BAL-AMOUNT
               COMPUTE CLOSING-INTEREST ROUNDED =
                   MONTH-INTEREST * INTEREST-DAYS / MONTH-LIMIT
           END-IF
           EXIT.

       FIND-CLOSING-FEE SECTION.
           MOVE 'N' TO SCHED-FOUND-SWITCH
           SET SCHED-IDX TO 1
           PERFORM SEARCH-FEE-SCHEDULE
               UNTIL SCHED-IDX > SCHED-ENTRIES-USED
                   OR SCHED-FOUND
           IF SCHED-FOUND
               MOVE SCHED-CLOSING-FEE(SCHED-IDX) TO CLOSING-FEE
           END-IF
           EXIT.

       SEARCH-FEE-SCHEDULE SECTION.
           IF SCHED-CLASS(SCHED-IDX) = BAL-ACCOUNT-CLASS
               SET SCHED-FOUND TO TRUE
           ELSE
               SET SCHED-IDX UP BY 1
           END-IF
           EXIT.

      * The payout side must be able to take the credit: on the
      * balance master, open if it is on the account master, and
      * not frozen.  A debit-only hold still lets a credit in.
       JUDGE-PAYOUT-ACCOUNT SECTION.
           IF PAYOUT-ACCOUNT = SPACES
               SET SETTLE-REFUSED TO TRUE
               MOVE "NO PAYOUT ACCOUNT AND NO SUSPENSE ACCOUNT SET"
                   TO REFUSAL-REASON
           END-IF
           IF SETTLE-ALLOWED
               IF PAYOUT-ACCOUNT = CLOSING-ACCOUNT-ID
                   SET SETTLE-REFUSED TO TRUE
                   MOVE "PAYOUT ACCOUNT IS THE CLOSING ACCOUNT"
                       TO REFUSAL-REASON
               END-IF
           END-IF
           IF SETTLE-ALLOWED
               MOVE PAYOUT-ACCOUNT TO BAL-ACCOUNT-ID
               READ BALANCE-FILE
                   INVALID KEY
                       SET SETTLE-REFUSED TO TRUE
                       MOVE "PAYOUT ACCOUNT NOT ON BALANCE MASTER"
                           TO REFUSAL-REASON
               END-READ
           END-IF
           IF SETTLE-ALLOWED
               MOVE PAYOUT-ACCOUNT TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT ACCT-OPEN
                           SET SETTLE-REFUSED TO TRUE
                           MOVE "PAYOUT ACCOUNT NOT OPEN"
                               TO REFUSAL-REASON
                       END-IF
               END-READ
           END-IF
           IF SETTLE-ALLOWED
               MOVE PAYOUT-ACCOUNT TO HOLD-ACCOUNT-WANTED
               PERFORM CHECK-ACCOUNT-HOLD
               IF HOLD-FOUND-ACTIVE AND HOLD-FOUND-FULL
                   SET SETTLE-REFUSED TO TRUE
                   MOVE "PAYOUT ACCOUNT UNDER A FULL HOLD"
                       TO REFUSAL-REASON
               END-IF
           END-IF
           EXIT.

       CHECK-ACCOUNT-HOLD SECTION.
           MOVE 'N' TO HOLD-FOUND-SWITCH
           MOVE SPACE TO HOLD-FOUND-TYPE
           IF HOLD-MASTER-AVAILABLE
               MOVE HOLD-ACCOUNT-WANTED TO HLD-ACCOUNT-ID
               READ HOLD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-HOLD-ACTIVE
                           SET HOLD-FOUND-ACTIVE TO TRUE
                           MOVE HLD-HOLD-TYPE TO HOLD-FOUND-TYPE
                       END-IF
               END-READ
           END-IF
           EXIT.

      * Active, or flagged for a break TDMATURE has not yet
      * settled.  No TDMAST dataset, no check.
       CHECK-TERM-DEPOSIT SECTION.
           MOVE 'N' TO TERM-RUNNING-SWITCH
           IF TERM-DEPOSIT-AVAILABLE
               MOVE CLOSING-ACCOUNT-ID TO TD-ACCOUNT-ID
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-UNMATURED
                           SET TERM-DEPOSIT-RUNNING TO TRUE
                       END-IF
               END-READ
           END-IF
           EXIT.

      * Interest in, fee out, residual across -- each its own
      * balpost movement and journal line, in that order.
       POST-SETTLEMENT SECTION.
           MOVE OPENING-BALANCE TO CURRENT-BALANCE
           IF CLOSING-INTEREST > 0
               PERFORM ASSIGN-CLOSEOUT-REFERENCE
               MOVE REFERENCE-NUMBER   TO INTEREST-REFERENCE
               MOVE CLOSING-ACCOUNT-ID TO POSTING-ACCOUNT
               MOVE "+"                TO POSTING-OPERATION
               MOVE CLOSING-INTEREST   TO POSTING-AMOUNT
               MOVE CLOSING-RATE       TO POSTING-RATE
               MOVE SPACES TO POSTING-ORIG-REFERENCE
               PERFORM POST-ONE-MOVEMENT
               IF NOT POSTING-FAILED
                   MOVE BPST-NEW-BALANCE TO CURRENT-BALANCE
                   ADD CLOSING-INTEREST TO TOTAL-INTEREST
                   IF ACCRUAL-LEDGER-AVAILABLE
                       PERFORM CLOSE-OUT-ACCRUALS
                   END-IF
               END-IF
           END-IF
           IF NOT POSTING-FAILED AND CLOSING-FEE > 0
               PERFORM ASSIGN-CLOSEOUT-REFERENCE
               MOVE REFERENCE-NUMBER   TO FEE-REFERENCE
               MOVE CLOSING-ACCOUNT-ID TO POSTING-ACCOUNT
               MOVE "-"                TO POSTING-OPERATION
               MOVE CLOSING-FEE        TO POSTING-AMOUNT
               MOVE 0                  TO POSTING-RATE
               MOVE SPACES TO POSTING-ORIG-REFERENCE
               PERFORM POST-ONE-MOVEMENT
               IF NOT POSTING-FAILED
                   MOVE BPST-NEW-BALANCE TO CURRENT-BALANCE
                   ADD CLOSING-FEE TO TOTAL-FEES
               END-IF
           END-IF
           IF NOT POSTING-FAILED AND CURRENT-BALANCE > 0
               MOVE CURRENT-BALANCE TO RESIDUAL-AMOUNT
               PERFORM PAY-OUT-RESIDUAL
           END-IF
           IF NOT POSTING-FAILED AND CURRENT-BALANCE NOT = 0
               SET POSTING-FAILED TO TRUE
               MOVE CURRENT-BALANCE TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   CLOSING-ACCOUNT-ID DELIMITED BY SIZE
                   " STILL STANDS AT " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " -- NOT CLOSED" DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO SETTLEMENTS-FAILED
           END-IF
           EXIT.

      * The debit leg first, then the credit that carries its
      * reference.  The payout account was judged before anything
      * posted, so a failed credit here is file trouble.
       PAY-OUT-RESIDUAL SECTION.
           PERFORM ASSIGN-CLOSEOUT-REFERENCE
           MOVE REFERENCE-NUMBER   TO PAYOUT-DEBIT-REFERENCE
           MOVE CLOSING-ACCOUNT-ID TO POSTING-ACCOUNT
           MOVE "-"                TO POSTING-OPERATION
           MOVE RESIDUAL-AMOUNT    TO POSTING-AMOUNT
           MOVE 0                  TO POSTING-RATE
           MOVE SPACES TO POSTING-ORIG-REFERENCE
           PERFORM POST-ONE-MOVEMENT
           IF NOT POSTING-FAILED
               MOVE BPST-NEW-BALANCE TO CURRENT-BALANCE
               PERFORM ASSIGN-CLOSEOUT-REFERENCE
               MOVE REFERENCE-NUMBER TO PAYOUT-CREDIT-REFERENCE
               MOVE PAYOUT-ACCOUNT   TO POSTING-ACCOUNT
               MOVE "+"              TO POSTING-OPERATION
               MOVE RESIDUAL-AMOUNT  TO POSTING-AMOUNT
               MOVE PAYOUT-DEBIT-REFERENCE TO POSTING-ORIG-REFERENCE
               PERFORM POST-ONE-MOVEMENT
               IF NOT POSTING-FAILED
                   ADD RESIDUAL-AMOUNT TO TOTAL-PAID-OUT
                   IF PAYOUT-EXTERNAL
                       PERFORM RAISE-PAYMENT-INSTRUCTION
                   END-IF
               END-IF
           END-IF
           EXIT.

      * One balpost call moves the balance and writes the history
      * line together.  A lock refusal can only come on the run's
      * first posting, before anything has moved, and stops the
      * run; any other failure leaves the settlement part-posted
      * and is reported against the account for hand repair.
       POST-ONE-MOVEMENT SECTION.
           MOVE "POST    "        TO BPST-FUNCTION
           MOVE POSTING-ACCOUNT   TO BPST-ACCOUNT-ID
           MOVE POSTING-OPERATION TO BPST-OPERATION
           MOVE POSTING-AMOUNT    TO BPST-AMOUNT
           MOVE RUN-DATE          TO BPST-RUN-DATE
           MOVE RUN-TIME          TO BPST-RUN-TIME
           MOVE REFERENCE-NUMBER  TO BPST-REFERENCE
           MOVE RUN-DATE          TO BPST-VALUE-DATE
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE = 16
               DISPLAY "balance lock held by another job -- "
                   "close-out run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               SET POSTING-FAILED TO TRUE
               MOVE BPST-RETURN-CODE TO RETURN-CODE-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   CLOSING-ACCOUNT-ID DELIMITED BY SIZE
                   " POSTING " DELIMITED BY SIZE
                   REFERENCE-NUMBER DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   POSTING-ACCOUNT DELIMITED BY SIZE
                   " FAILED, RETURN CODE " DELIMITED BY SIZE
                   RETURN-CODE-EDIT DELIMITED BY SIZE
                   " -- SETTLEMENT PART-POSTED, NOT CLOSED"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO SETTLEMENTS-FAILED
           ELSE
               MOVE BPST-PRIOR-BALANCE TO PRIOR-BALANCE
               PERFORM JOURNAL-ONE-MOVEMENT
           END-IF
           EXIT.

      * Journaled as an ordinary addition or subtraction so the
      * trial-balance replay and the statement read it like any
      * other posting.
       JOURNAL-ONE-MOVEMENT SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE PRIOR-BALANCE     TO JRNL-VALUE-1
           MOVE POSTING-OPERATION TO JRNL-OPERATION
           MOVE POSTING-AMOUNT    TO JRNL-VALUE-2
           MOVE BPST-NEW-BALANCE  TO JRNL-RESULT
           MOVE RUN-DATE          TO JRNL-DATE
           MOVE "CLOSEOUT"        TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER  TO JRNL-REFERENCE
           MOVE "OK"              TO JRNL-OUTCOME
           MOVE RUN-DATE          TO JRNL-RUN-DATE
           MOVE RUN-TIME          TO JRNL-RUN-TIME
           MOVE POSTING-ORIG-REFERENCE TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE POSTING-ACCOUNT TO JRNL-ACCOUNT-ID
           MOVE POSTING-RATE    TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           ADD JRNL-RESULT TO JOURNALED-RESULT-TOTAL
           EXIT.

      *****************************************************************
      *  The interest credited at close-out closes the account's
      *  daily accruals the way INTAPPLY's month-end credit does:
      *  reverse what was accrued since the last close, record the
      *  credit and the difference.  Nothing accrued, nothing to
      *  close.
      *****************************************************************
       CLOSE-OUT-ACCRUALS SECTION.
           MOVE 0 TO ACCRUED-TO-REVERSE
           MOVE 'N' TO ACCRUALS-FOUND-SWITCH
           MOVE 'N' TO LEDGER-SCAN-DONE-SWITCH
           MOVE CLOSING-ACCOUNT-ID TO ACCR-ACCOUNT-ID
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
                   IF ACCR-ACCOUNT-ID NOT = CLOSING-ACCOUNT-ID
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
           MOVE CLOSING-ACCOUNT-ID TO ACCR-ACCOUNT-ID
           MOVE RUN-DATE           TO ACCR-DATE
           MOVE "R"                TO ACCR-ENTRY-TYPE
           MOVE OPENING-BALANCE    TO ACCR-BALANCE
           MOVE CLOSING-RATE       TO ACCR-RATE
           COMPUTE ACCR-AMOUNT = ACCRUED-TO-REVERSE * -1
           MOVE 0                  TO ACCR-MONTH-TO-DATE
           MOVE 0                  TO ACCR-CREDITED
           MOVE INTEREST-REFERENCE TO ACCR-REFERENCE
           WRITE ACCRUAL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EXIT.

       WRITE-ACCRUAL-TRUE-UP SECTION.
           COMPUTE TRUE-UP-DIFFERENCE =
               CLOSING-INTEREST - ACCRUED-TO-REVERSE
           MOVE SPACES TO ACCRUAL-RECORD
           MOVE CLOSING-ACCOUNT-ID TO ACCR-ACCOUNT-ID
           MOVE RUN-DATE           TO ACCR-DATE
           MOVE "T"                TO ACCR-ENTRY-TYPE
           MOVE OPENING-BALANCE    TO ACCR-BALANCE
           MOVE CLOSING-RATE       TO ACCR-RATE
           MOVE TRUE-UP-DIFFERENCE TO ACCR-AMOUNT
           MOVE 0                  TO ACCR-MONTH-TO-DATE
           MOVE CLOSING-INTEREST   TO ACCR-CREDITED
           MOVE INTEREST-REFERENCE TO ACCR-REFERENCE
           WRITE ACCRUAL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EXIT.

      * The balance is at zero (or never existed): the account is
      * closed at last.  The payout instruction stays on the
      * record as evidence of where the money went.
       MARK-ACCOUNT-CLOSED SECTION.
           MOVE CLOSING-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "account vanished during close-out: "
                       CLOSING-ACCOUNT-ID
                   SET POSTING-FAILED TO TRUE
                   ADD 1 TO SETTLEMENTS-FAILED
               NOT INVALID KEY
                   MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE
                   SET ACCT-CLOSED TO TRUE
                   REWRITE ACCOUNT-MASTER-RECORD
                   ADD 1 TO ACCOUNTS-CLOSED
                   MOVE "ACCTMAST" TO MAUD-FILE-NAME
                   MOVE "CLOSEOUT" TO MAUD-ACTION
                   MOVE SPACES TO MAUD-RECORD-KEY
                   MOVE ACCT-ACCOUNT-ID TO MAUD-RECORD-KEY
                   MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
                   MOVE RUN-DATE TO MAUD-RUN-DATE
                   MOVE RUN-TIME TO MAUD-RUN-TIME
                   MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
                   MOVE SPACES TO MAUD-AFTER-IMAGE
                   MOVE ACCOUNT-MASTER-RECORD TO MAUD-AFTER-IMAGE
                   WRITE MAINTENANCE-AUDIT-RECORD
                   PERFORM RAISE-CLOSED-EVENT
           END-READ
           EXIT.

       RAISE-CLOSED-EVENT SECTION.
           MOVE "ACCTCLOS" TO EVPK-EVENT-TYPE
           MOVE "CLOSEOUT" TO EVPK-SOURCE-PROGRAM
           MOVE RUN-DATE TO EVPK-BUSINESS-DATE
           MOVE CLOSING-ACCOUNT-ID TO EVPK-ACCOUNT-ID
           MOVE PAYOUT-DEBIT-REFERENCE TO EVPK-REFERENCE
           MOVE "CLOSE REQUESTED" TO EVPK-BEFORE-VALUE
           MOVE "CLOSED" TO EVPK-AFTER-VALUE
           MOVE RESIDUAL-AMOUNT TO EVPK-AMOUNT
           MOVE MAINT-OPERATOR-ID TO EVPK-OPERATOR-ID
           CALL 'evntpost' USING EVENT-POST-AREA
           EXIT.

      * The residual sits in suspense until the bank pays it to the
      * closing account's owner; the instruction names the closing
      * debit, the leg that took the money off the customer.
       RAISE-PAYMENT-INSTRUCTION SECTION.
           MOVE "CLOSEOUT" TO PYQK-SOURCE-PROGRAM
           MOVE RUN-DATE TO PYQK-RAISED-DATE
           MOVE MAINT-OPERATOR-ID TO PYQK-RAISED-BY
           MOVE CLOSING-ACCOUNT-ID TO PYQK-ACCOUNT-ID
           MOVE PAYOUT-DEBIT-REFERENCE TO PYQK-REFERENCE
           MOVE RESIDUAL-AMOUNT TO PYQK-AMOUNT
           MOVE RUN-DATE TO PYQK-VALUE-DATE
           CALL 'payqueue' USING PAYMENT-QUEUE-AREA
           EXIT.

       REPORT-REFUSAL SECTION.
           ADD 1 TO ACCOUNTS-REFUSED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT " DELIMITED BY SIZE
               CLOSING-ACCOUNT-ID DELIMITED BY SIZE
               " NOT CLOSED -- " DELIMITED BY SIZE
               REFUSAL-REASON DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      *****************************************************************
      *  The closing statement: what the account held, what was
      *  credited and charged on the way out, where the residual
      *  went, and the zero it closed at.
      *****************************************************************
       PRINT-CLOSING-STATEMENT SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "CLOSING STATEMENT  ACCOUNT " DELIMITED BY SIZE
               CLOSING-ACCOUNT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CLOSING-NAME DELIMITED BY SIZE
               "  CLOSED " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE OPENING-BALANCE TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  BALANCE BEFORE CLOSE-OUT  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CLOSING-INTEREST TO AMOUNT-EDIT
           MOVE INTEREST-DAYS TO DAYS-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  INTEREST TO CLOSING DATE  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " DAYS  REF " DELIMITED BY SIZE
               INTEREST-REFERENCE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE AMOUNT-EDIT = 0 - CLOSING-FEE
           MOVE SPACES TO REPORT-WORK
           STRING "  CLOSING FEE               " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "           REF " DELIMITED BY SIZE
               FEE-REFERENCE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE AMOUNT-EDIT = 0 - RESIDUAL-AMOUNT
           MOVE SPACES TO REPORT-WORK
           IF RESIDUAL-AMOUNT = 0
               STRING "  RESIDUAL PAID OUT         " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "  RESIDUAL PAID OUT         " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  TO " DELIMITED BY SIZE
                   PAYOUT-ACCOUNT DELIMITED BY SIZE
                   "  REF " DELIMITED BY SIZE
                   PAYOUT-DEBIT-REFERENCE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   PAYOUT-CREDIT-REFERENCE DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  CLOSING BALANCE           " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  ACCOUNT CLOSED" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       ASSIGN-CLOSEOUT-REFERENCE SECTION.
           IF REF-LAST-DATE NOT = RUN-DATE
               MOVE RUN-DATE TO REF-LAST-DATE
               MOVE 0 TO REF-LAST-NUMBER
           END-IF
           ADD 1 TO REF-LAST-NUMBER
           IF REF-CHECKDIGIT-MODE AND REF-LAST-NUMBER > 999
               MOVE 1 TO REF-LAST-NUMBER
           END-IF
           MOVE SPACES TO REFERENCE-NUMBER
           IF REF-CHECKDIGIT-MODE
               MOVE REF-LAST-NUMBER TO REF-SHORT-NUMBER
               STRING RUN-DATE(3:6) DELIMITED BY SIZE
                   REF-SHORT-NUMBER DELIMITED BY SIZE
                   INTO REFERENCE-NUMBER
               MOVE "A" TO RFC-FUNCTION
               MOVE REFERENCE-NUMBER TO RFC-REFERENCE
               CALL 'refcheck' USING REFERENCE-CHECK-AREA
               MOVE RFC-REFERENCE TO REFERENCE-NUMBER
           ELSE
               STRING RUN-DATE(3:6) DELIMITED BY SIZE
                   REF-LAST-NUMBER DELIMITED BY SIZE
                   INTO REFERENCE-NUMBER
           END-IF
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-FLAGGED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS FLAGGED FOR CLOSURE: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-CLOSED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS CLOSED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-REFUSED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS REFUSED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-DEFERRED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS LEFT FOR THE NEXT RUN: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SETTLEMENTS-FAILED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "SETTLEMENTS FAILED: "
               DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-INTEREST TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "INTEREST CREDITED: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-FEES TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CLOSING FEES CHARGED: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-PAID-OUT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RESIDUALS PAID OUT: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       LOAD-REFERENCE-SEQUENCE SECTION.
           OPEN INPUT REFERENCE-SEQ-FILE
           IF REFERENCE-SEQ-STATUS = "00"
               READ REFERENCE-SEQ-FILE
                   NOT AT END
                       MOVE REFS-LAST-DATE   TO REF-LAST-DATE
                       MOVE REFS-LAST-NUMBER TO REF-LAST-NUMBER
               END-READ
               CLOSE REFERENCE-SEQ-FILE
           END-IF
           EXIT.

       SAVE-REFERENCE-SEQUENCE SECTION.
           OPEN OUTPUT REFERENCE-SEQ-FILE
           MOVE REF-LAST-DATE   TO REFS-LAST-DATE
           MOVE REF-LAST-NUMBER TO REFS-LAST-NUMBER
           WRITE REFSEQ-RECORD
           CLOSE REFERENCE-SEQ-FILE
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

      * Tamper-evidence chain hooks, shared with CALCULATOR
      * through the jrnlhash keeper (see copy/jrnlhshl.cpy).
       CHAIN-JOURNAL-HEADER SECTION.
           IF NOT JOURNAL-CHAIN-OPEN
               MOVE "OPEN" TO JHSH-FUNCTION
               CALL 'jrnlhash' USING JOURNAL-HASH-AREA
               SET JOURNAL-CHAIN-OPEN TO TRUE
           END-IF
           MOVE "HDR " TO JHSH-FUNCTION
           CALL 'jrnlhash' USING JOURNAL-HASH-AREA
           MOVE JHSH-RUNNING-HASH TO JRNLH-PRIOR-SEAL
           EXIT.

       CHAIN-JOURNAL-LINE SECTION.
           MOVE 0 TO JRNL-CYCLE
           IF NOT JOURNAL-CHAIN-OPEN
               MOVE "OPEN" TO JHSH-FUNCTION
               CALL 'jrnlhash' USING JOURNAL-HASH-AREA
               SET JOURNAL-CHAIN-OPEN TO TRUE
           END-IF
           MOVE "LINE" TO JHSH-FUNCTION
           MOVE JRNL-VALUE-1   TO JHSH-VALUE-1
           MOVE JRNL-VALUE-2   TO JHSH-VALUE-2
           MOVE JRNL-RESULT    TO JHSH-RESULT
           MOVE JRNL-DATE      TO JHSH-DATE
           MOVE JRNL-RUN-DATE  TO JHSH-RUN-DATE
           MOVE JRNL-RUN-TIME  TO JHSH-RUN-TIME
           MOVE JRNL-REFERENCE TO JHSH-REFERENCE
           MOVE JRNL-ACCOUNT-ID  TO JHSH-ACCOUNT-ID
           MOVE JRNL-OPERATOR-ID TO JHSH-OPERATOR-ID
           MOVE JRNL-OUTCOME     TO JHSH-OUTCOME
           CALL 'jrnlhash' USING JOURNAL-HASH-AREA
           MOVE JHSH-RUNNING-HASH TO JRNL-CHAIN-HASH
           EXIT.

       CHAIN-JOURNAL-TRAILER SECTION.
           MOVE "SEAL" TO JHSH-FUNCTION
           CALL 'jrnlhash' USING JOURNAL-HASH-AREA
           MOVE JHSH-RUNNING-HASH TO JRNLT-SEAL-HASH
           EXIT.
