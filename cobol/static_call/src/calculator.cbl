               FILE STATUS IS SUSPENSE-STATUS.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT"
               FILE STATUS IS SUSPENSE-OUT-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "FUTWHSE"
               FILE STATUS IS WAREHOUSE-STATUS.
           SELECT WAREHOUSE-OUT-FILE ASSIGN TO "FUTWOUT"
               FILE STATUS IS WAREHOUSE-OUT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALMAST"
               FILE STATUS IS CALENDAR-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST"
               FILE STATUS IS STAT-HISTORY-STATUS.
           SELECT QUALITY-HISTORY-FILE ASSIGN TO "DQHIST"
               FILE STATUS IS QUALITY-HISTORY-STATUS.
           SELECT PENDING-REVERSAL-FILE ASSIGN TO "PENDREV"
               FILE STATUS IS PENDING-REVERSAL-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHMAST"
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-OPERATOR-ID
               FILE STATUS IS AUTHORIZATION-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           SELECT DEBIT-COUNT-FILE ASSIGN TO "DEBITCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DBC-ACCOUNT-ID
               FILE STATUS IS DEBIT-COUNT-STATUS.
           SELECT DISTRIBUTION-MASTER-FILE ASSIGN TO "DISTMAST"
               FILE STATUS IS DISTRIBUTION-MASTER-STATUS.
           SELECT PROGRESS-FILE ASSIGN TO "PROGRESS"
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVRW-REFERENCE
               FILE STATUS IS OVERRIDE-WORK-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH-ID
               FILE STATUS IS BRANCH-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DUPLICATE-FILE.
       01 DUPLICATE-RECORD.
           05 DUP-REASON     PIC X(20).
           05 DUP-TRAN-IMAGE PIC X(112).

      * The shop's operator master (see copy/opermast.cpy), used
      * during a batch run to reject transactions whose operator id
       01 REVIEW-QUEUE-RECORD.
           05 REVQ-RUN-DATE   PIC 9(08).
           05 REVQ-RESULT     PIC S9(9)V99.
           05 REVQ-TRAN-IMAGE PIC X(109).

      * Transactions bounced for transient reasons -- a currency
      * pair awaiting a rate, an operator awaiting master setup --
       01 SUSPENSE-RECORD.
           05 SUSP-REASON-CODE   PIC X(04).
           05 SUSP-ATTEMPT-COUNT PIC 9(03).
           05 SUSP-TRAN-IMAGE    PIC X(109).

       FD SUSPENSE-OUT-FILE.
       01 SUSPENSE-OUT-RECORD.
           05 SUSPO-REASON-CODE   PIC X(04).
           05 SUSPO-ATTEMPT-COUNT PIC 9(03).
           05 SUSPO-TRAN-IMAGE    PIC X(109).

      * Transactions dated after the business date wait in the
      * future-dated warehouse until their day comes round; each
      * serial batch run releases the day's items ahead of the
      * day's TRANFILE and writes the rest, plus any newly
      * parked, to FUTWOUT for the calling JCL to swap in.
       FD WAREHOUSE-FILE.
       COPY futwhse.

       FD WAREHOUSE-OUT-FILE.
       COPY futwhse REPLACING LEADING ==FUTW== BY ==FUTO==.

      * Finance's posting calendar: "P" rows define accounting
      * periods (start date, end date, O open / C closed), "H" rows
       01 CALENDAR-HOLIDAY REDEFINES CALENDAR-RECORD.
           05 FILLER           PIC X(01).
           05 CAL-HOLIDAY-DATE PIC 9(08).
           05 CAL-HOLIDAY-BRANCH PIC X(04).
           05 FILLER           PIC X(17).

      * Every balance-mode movement is appended here (see
      * copy/balhist.cpy) so BALSTMT can print an account's
       FD STAT-HISTORY-FILE.
       COPY stathist.

      * Each department's posting-side quality counts are appended
      * here at the end of the run (see copy/dqhist.cpy) for the
      * DQSCORE monthly scorecard.
       FD QUALITY-HISTORY-FILE.
       COPY dqhist.

      * Reversals above the shop's approval limit are parked here
      * for a supervisor instead of posting -- REVAPPR lists them
      * and turns approvals into posting-ready transactions.
       01 OVERRIDE-WORK-RECORD.
           05 OVRW-REFERENCE PIC X(10).

      * The checkpoint carries the run's accumulated totals and
      * statistics alongside the record count, so a restarted run
      * finishes with the same grand total and counts an
       01 ERROR-QUEUE-RECORD.
           05 ERRQ-SEQUENCE  PIC 9(08).
           05 ERRQ-ARGUMENTS PIC X(128).
      * A rejected transaction's entry: the TRAN-RECORD image, and
      * in the space past it the department batch it came in under
      * and the day it was queued, so ERRRESUB can credit the
      * resubmission -- and its turnaround -- to the department.
       01 ERROR-QUEUE-TRAN-ENTRY.
           05 FILLER           PIC X(08).
           05 ERQT-TRAN-IMAGE  PIC X(109).
           05 ERQT-DEPARTMENT  PIC X(04).
           05 ERQT-QUEUED-DATE PIC 9(08).
           05 FILLER           PIC X(07).

      * The same serialization lock the balpost subprogram holds
      * while INTAPPLY or FEEAPPLY posts: balance mode takes it
       FD HOLD-MASTER-FILE.
       COPY holdrec.

      * The term-deposit master (see copy/termdep.cpy): an account
      * whose deposit has not yet matured takes credits, but every
      * debit to it is refused until TDMATURE has paid it out or a
      * TDMNT break has been settled.  No TDMAST dataset, no check.
       FD TERM-DEPOSIT-FILE.
       COPY termdep.

      * Finance's class schedule (see FEEAPPLY for the full card):
      * a class that restricts debits per statement cycle carries
      * the permitted count in cols 46-48, the action on the
      * excess in col 50 -- W journal a warning, F charge the
      * excess-debit fee in cols 52-58 (9(5)V99), R refuse the
      * debit -- and the running count per account is kept on
      * DEBITCNT (copy/dbcntrec.cpy).  No schedule row with a
      * count, or no DEBITCNT dataset, no restriction.
       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-CARD.
           05 FSC-ACCOUNT-CLASS    PIC X(04).
           05 FILLER               PIC X(41).
           05 FSC-DEBITS-PERMITTED PIC X(03).
           05 FILLER               PIC X(01).
           05 FSC-EXCESS-ACTION    PIC X(01).
           05 FILLER               PIC X(01).
           05 FSC-EXCESS-FEE       PIC X(07).
           05 FILLER               PIC X(22).

       FD DEBIT-COUNT-FILE.
       COPY dbcntrec.

      * Print-distribution master: one row per department naming
      * the routing code the distribution room bundles by, so each
      * department's section of the print report can carry its own
      * banner and stop circulating through the other two
      * departments' in-trays.
       FD DISTRIBUTION-MASTER-FILE.
       COPY distrec.

      * Branch master: the name the subtotals print, and the daily
      * cut-off a late branch file is held against.
       FD BRANCH-MASTER-FILE.
       COPY brchrec.

      * Fixed-column report line for our print-distribution system,
      * used instead of free-form DISPLAY when PRINT-MODE is on.
      * journal entry can be correlated back to a specific run even
      * when more than one run happens on the same calendar day.
       01 RUN-TIME PIC 9(08).
      * CALC-BUSINESS-DATE runs a missed day late: RUN-DATE becomes
      * that day for everything the run stamps, while CLOCK-DATE
      * keeps the machine's date.  References are then numbered
      * from the clock, so a late day cannot reissue numbers the
      * reference sequence has already handed out today.
       01 CLOCK-DATE PIC 9(08).
       01 BUSINESS-DATE-ENV PIC X(08).
       01 BUSINESS-DATE-SWITCH PIC X(01) VALUE 'N'.
           88 BUSINESS-DATE-SET VALUE 'Y'.
       01 REFERENCE-DATE PIC 9(08).
       01 ERROR-QUEUE-STATUS PIC X(02).
       01 ERROR-SEQUENCE     PIC 9(08) COMP VALUE 0.
      *****************************************************************
       01 STAT-DUPLICATES PIC 9(08) COMP VALUE 0.
      * No exchange-rate master on hand simply means no automatic
      * conversion -- mixed-currency transactions reject with the
      * CURRENCY MISMATCH they always got.  The rates themselves
      * come from the xratfind subprogram (see copy/xratfndl.cpy),
      * which crosses a pair with no row of its own through
      * CALC-BASE-CURRENCY (default USD), the same lookup REVALUE
      * and EXPOSURE use.
       COPY xratfndl.
       01 XRATMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 XRATMAST-AVAILABLE VALUE 'Y'.
       01 RATE-FOUND-SWITCH PIC X(01).
           88 RATE-FOUND VALUE 'Y'.
       01 BASE-CURRENCY-ENV PIC X(03).
       01 BASE-CURRENCY PIC X(03) VALUE "USD".
      * The rate actually applied to this transaction's VALUE-2,
      * zero when no conversion happened; journaled on every line
      * so audit can see what a mixed-currency posting used, with
      * whether it was the pair's own rate or a derived cross rate.
       01 CONVERSION-RATE-USED PIC 9(3)V9(6) VALUE 0.
       01 CONVERSION-RATE-SOURCE PIC X(01) VALUE SPACE.
      * The currency master, through the currfind subprogram (see
      * copy/currfndl.cpy): with it mounted, a transaction currency
      * that is not on it (RC 124) or not active on the posting
      * date (RC 128) is rejected, and a converted VALUE-2 is
      * rounded to VALUE-1's currency's precision.  Without it,
      * currency codes pass unjudged and conversions round to two
      * places, as they always did.
       COPY currfndl.
       01 CURRMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CURRMAST-AVAILABLE VALUE 'Y'.
       01 CURRENCY-VALID-SWITCH PIC X(01).
           88 CURRENCY-VALID VALUE 'Y'.
       01 REJECTED-CURRENCY PIC X(03).
       01 STAT-CONVERSIONS PIC 9(08) COMP VALUE 0.
      * Authorization is optional equipment the same way the
      * operator master is: no AUTHMAST dataset, no check.
       01 EXPECTED-SEQUENCE    PIC 9(06).
       01 EXPECTED-RECORD-COUNT PIC 9(08).
       01 EXPECTED-HASH-TOTAL  PIC S9(11)V99.
       01 CONTROL-CREATE-DATE  PIC 9(08).
       01 CONTROL-CREATE-TIME  PIC 9(04).
       01 COMPUTED-RECORD-COUNT PIC 9(08).
       01 COMPUTED-HASH-TOTAL  PIC S9(11)V99.
       01 VERIFY-COUNT-EDIT   PIC ZZZZZZZ9.
       01 STAT-SUSPENSE-CLEARED PIC 9(08) COMP VALUE 0.
       01 STAT-ESCALATED        PIC 9(08) COMP VALUE 0.
       01 SUSPENSE-ATTEMPT-EDIT PIC ZZ9.
      *****************************************************************
      *  Future-dated warehouse: a transaction dated after the
      *  business date, but no more than CALC-WAREHOUSE-DAYS
      *  (default 30) after it, is parked on FUTWOUT rather than
      *  posted early; one dated further out is refused.  Only a
      *  serial run (no drip cycle, no partition) that can open
      *  FUTWOUT works the warehouse -- anywhere else a future date
      *  is judged the way it always was.
      *****************************************************************
       01 WAREHOUSE-STATUS     PIC X(02).
       01 WAREHOUSE-OUT-STATUS PIC X(02).
       01 WAREHOUSE-EOF-SWITCH PIC X(01).
           88 WAREHOUSE-EOF VALUE 'Y'.
       01 WAREHOUSE-ACTIVE-SWITCH PIC X(01) VALUE 'N'.
           88 WAREHOUSE-ACTIVE VALUE 'Y'.
       01 WAREHOUSE-RELEASE-SWITCH PIC X(01) VALUE 'N'.
           88 WAREHOUSE-RELEASING VALUE 'Y'.
       01 WAREHOUSE-DAYS       PIC 9(04) VALUE 30.
       01 WAREHOUSE-DAYS-ENV   PIC X(04).
       01 WAREHOUSE-GAP        PIC S9(08) COMP.
       01 RUN-SERIAL           PIC 9(08) COMP VALUE 0.
       01 STAT-WAREHOUSED      PIC 9(08) COMP VALUE 0.
       01 STAT-RELEASED        PIC 9(08) COMP VALUE 0.
       01 CALENDAR-STATUS PIC X(02).
       01 CALENDAR-EOF-SWITCH PIC X(01).
           88 CALENDAR-EOF VALUE 'Y'.
               10 PERIOD-OPEN-FLAG  PIC X(01).
                   88 PERIOD-IS-OPEN VALUE "O".
       01 PERIOD-ENTRIES-USED PIC 9(03) COMP VALUE 0.
      * A holiday with a branch code is that branch's alone; a
      * blank code closes every branch.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 200 TIMES INDEXED BY HOLIDAY-IDX.
               10 HOLIDAY-DATE-ENTRY   PIC 9(08).
               10 HOLIDAY-BRANCH-ENTRY PIC X(04).
       01 HOLIDAY-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 HOLIDAY-TEST-DATE   PIC 9(08).
       01 HOLIDAY-TEST-BRANCH PIC X(04).
       01 HOLIDAY-SCOPE-SWITCH PIC X(01) VALUE 'A'.
           88 HOLIDAY-ANY-SCOPE VALUE 'A'.
           88 HOLIDAY-OWN-ONLY  VALUE 'O'.
       01 HOLIDAY-MATCH-SWITCH PIC X(01) VALUE 'N'.
           88 HOLIDAY-MATCHED VALUE 'Y'.
       01 DATE-CHECK-RESULT PIC X(01).
           88 POSTING-DATE-OK      VALUE "Y".
           88 POSTING-DATE-INVALID VALUE "I".
           88 POSTING-DATE-CLOSED  VALUE "C".
           88 POSTING-DATE-HOLIDAY VALUE "H".
           88 VALUE-DATE-REFUSED   VALUE "V".
           88 POSTING-DATE-FUTURE  VALUE "W".
           88 POSTING-DATE-TOO-FAR VALUE "F".
       01 CAL-WORK-YEAR   PIC 9(04).
       01 CAL-WORK-MONTH  PIC 9(02).
       01 CAL-WORK-DAY    PIC 9(02).
       01 CAL-LEAP-QUOTIENT  PIC 9(04) COMP.
       01 CAL-LEAP-REMAINDER PIC 9(04) COMP.
      *****************************************************************
      *  Back-valuation: the date the money really moved when a
      *  transaction arrives late -- TRAN-VALUE-DATE in a batch,
      *  CALC-VALUE-DATE for a BALANCE mode posting.  It may reach
      *  back from the posting date by no more than
      *  CALC-BACKVALUE-DAYS (default 30) and never past it; the
      *  balance history carries it for BVADJ's interest
      *  correction.
      *****************************************************************
       01 VALUE-DATE          PIC 9(08) VALUE 0.
       01 VALUE-DATE-ENV      PIC X(08).
       01 VALUE-POSTING-DATE  PIC 9(08).
       01 BACKVALUE-DAYS      PIC 9(04) VALUE 30.
       01 BACKVALUE-DAYS-ENV  PIC X(04).
       01 BACKVALUE-GAP       PIC S9(08) COMP.
       01 VALUE-SERIAL        PIC 9(08) COMP.
       01 SERIAL-INPUT-DATE   PIC 9(08).
       01 SERIAL-DAYS         PIC 9(08) COMP.
       01 SERIAL-YEAR         PIC 9(04) COMP.
       01 SERIAL-MONTH        PIC 9(02) COMP.
       01 SERIAL-WORK         PIC 9(08) COMP.
       01 SERIAL-DAY          PIC 9(02) COMP.
      *****************************************************************
      *  Multi-branch consolidated run: up to three input files,
      *  each tagged with the branch id from CALC-BRANCH-1/2/3 (or
      *  the BR01/BR02/BR03 defaults), carried onto every journal
                   88 BRANCH-PRESENT VALUE 'Y'.
               10 BRANCH-TRAN-COUNT   PIC 9(08) COMP.
               10 BRANCH-RESULT-TOTAL PIC S9(9)V99.
               10 BRANCH-NAME         PIC X(30).
               10 BRANCH-CUTOFF-TIME  PIC 9(04).
               10 BRANCH-ROLLED-COUNT PIC 9(08) COMP.
               10 BRANCH-HOLIDAY-FLAG PIC X(01).
                   88 BRANCH-ON-HOLIDAY VALUE 'Y'.
       01 BRANCH-ENV-VALUE PIC X(04).
       01 BRANCH-MASTER-STATUS PIC X(02).
       01 BRCHMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 BRCHMAST-AVAILABLE VALUE 'Y'.
      *****************************************************************
      *  Branch cut-off: a file created after its branch's cut-off
      *  time posts the transactions dated on its creation date on
      *  the branch's next business date, as bizdate reckons it
      *  for every program (copy/bizdatel.cpy) -- the next weekday
      *  that is neither a shop-wide holiday nor one of the
      *  branch's own.
      *  A file arriving on one of the branch's own holidays is
      *  turned away whole, to be sent again on a business day.
      *****************************************************************
       01 CUTOFF-ROLL-SWITCH PIC X(01) VALUE 'N'.
           88 CUTOFF-ROLL-ACTIVE VALUE 'Y'.
       01 CUTOFF-ROLLED-SWITCH PIC X(01) VALUE 'N'.
           88 CUTOFF-ROLLED VALUE 'Y'.
       01 CUTOFF-ROLL-DATE PIC 9(08).
       COPY bizdatel.
       01 BRANCH-HOLIDAY-REFUSALS PIC 9(01) COMP VALUE 0.
       01 BRANCH-COUNT-EDIT PIC ZZZZZZZ9.
       01 BRANCH-TOTAL-EDIT PIC ZZZZZZZZ9.99-.
       01 BALHIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
       01 PENDING-HISTORY-TABLE.
           05 PEND-HIST-ENTRY OCCURS 100 TIMES
                   INDEXED BY PEND-HIST-IDX.
               10 PEND-HIST-IMAGE PIC X(76).
       01 PENDING-HISTORY-COUNT PIC 9(03) COMP VALUE 0.
       01 CHAIN-STEPS-JOURNALED PIC 9(03) COMP VALUE 0.
       01 STARTING-BALANCE      PIC S9(9)V99 VALUE 0.
       01 DEPT-TOTAL-EDIT     PIC ZZZZZZZZ9.99-.
       01 DEPT-TOTAL-EDIT-2   PIC ZZZZZZZZ9.99-.
       01 DEPT-OOB-COUNT      PIC 9(05) COMP VALUE 0.
      *****************************************************************
      *  Per-department data-quality counts for the run, written to
      *  DQHIST at the end.  A batch's volumes are the movement in
      *  the run's own counters between its header and its trailer;
      *  a restarted batch's are not recorded, since the counters
      *  it opened under belong to the run that abended.
      *****************************************************************
       01 QUALITY-HISTORY-STATUS PIC X(02).
       01 QUALITY-TABLE.
           05 QUALITY-ENTRY OCCURS 100 TIMES INDEXED BY QUALITY-IDX.
               10 QLT-DEPARTMENT   PIC X(04).
               10 QLT-BATCHES      PIC 9(08) COMP.
               10 QLT-OUT-OF-BALANCE PIC 9(08) COMP.
               10 QLT-RECEIVED     PIC 9(08) COMP.
               10 QLT-ERRORS       PIC 9(08) COMP.
               10 QLT-DUPLICATES   PIC 9(08) COMP.
               10 QLT-SUSPENDED    PIC 9(08) COMP.
       01 QUALITY-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 QUALITY-NOT-KEPT     PIC 9(05) COMP VALUE 0.
       01 QUALITY-FOUND-SWITCH PIC X(01).
           88 QUALITY-FOUND VALUE 'Y'.
       01 QUALITY-DEPARTMENT   PIC X(04).
       01 QUALITY-START-READ       PIC 9(08) COMP VALUE 0.
       01 QUALITY-START-ERRORS     PIC 9(08) COMP VALUE 0.
       01 QUALITY-START-DUPLICATES PIC 9(08) COMP VALUE 0.
       01 QUALITY-START-SUSPENDED  PIC 9(08) COMP VALUE 0.
       01 ALERT-STATUS         PIC X(02).
      * ALERT-THRESHOLD is set shop-wide via the CALC-ALERT-THRESHOLD
      * environment variable.  Left at its default, zero, the alert
           88 ACCOUNT-ON-MASTER      VALUE ' '.
           88 ACCOUNT-UNKNOWN        VALUE 'U'.
           88 ACCOUNT-MASTER-CLOSED  VALUE 'C'.
           88 ACCOUNT-MASTER-PENDING VALUE 'P'.
           88 ACCOUNT-NO-BALANCE     VALUE 'B'.
      * A charged-off account (see CHRGOFF) is on the master and
      * takes credits, but every debit to it is refused.
       01 CHARGED-OFF-SWITCH PIC X(01) VALUE 'N'.
           88 ACCOUNT-CHARGED-OFF VALUE 'Y'.
       01 CHARGED-OFF-REJECT-SWITCH PIC X(01) VALUE 'N'.
           88 CHARGED-OFF-REJECTED VALUE 'Y'.
       01 TERM-DEPOSIT-STATUS PIC X(02).
       01 TERM-LOCKED-SWITCH PIC X(01) VALUE 'N'.
           88 ACCOUNT-TERM-LOCKED VALUE 'Y'.
       01 TERM-LOCK-REJECT-SWITCH PIC X(01) VALUE 'N'.
           88 TERM-DEPOSIT-REJECTED VALUE 'Y'.
       01 HOLD-MASTER-STATUS PIC X(02).
       01 HOLD-CHECK-RESULT PIC X(01).
           88 ACCOUNT-NOT-HELD   VALUE ' '.
           88 ACCOUNT-HELD-DEBIT VALUE 'D'.
       01 HOLD-REJECT-SWITCH PIC X(01).
           88 HOLD-REJECTED VALUE 'Y'.
      *****************************************************************
      *  Debit-count restriction by account class.  The schedule's
      *  restricting rows are loaded the first time a debit needs
      *  them; DEBIT-NUMBER is the debit's place in the statement
      *  cycle (the business date's month) counting itself, and
      *  DEBIT-COUNT-JUDGEMENT what is to become of it.
      *****************************************************************
       01 FEE-SCHEDULE-STATUS PIC X(02).
       01 DEBIT-COUNT-STATUS  PIC X(02).
       01 DEBIT-LIMIT-TABLE.
           05 DEBIT-LIMIT-ENTRY OCCURS 100 TIMES INDEXED BY DLIM-IDX.
               10 DLIM-CLASS      PIC X(04).
               10 DLIM-PERMITTED  PIC 9(03).
               10 DLIM-ACTION     PIC X(01).
               10 DLIM-EXCESS-FEE PIC 9(05)V99.
       01 DEBIT-LIMITS-USED PIC 9(03) COMP VALUE 0.
       01 DEBIT-LIMITS-LOADED-SWITCH PIC X(01) VALUE 'N'.
           88 DEBIT-LIMITS-LOADED VALUE 'Y'.
       01 FEESCHED-EOF-SWITCH PIC X(01).
           88 FEESCHED-EOF VALUE 'Y'.
       01 DEBIT-LIMIT-FOUND-SWITCH PIC X(01).
           88 DEBIT-LIMIT-FOUND VALUE 'Y'.
       01 EXCESS-FEE-CARD  PIC X(07).
       01 EXCESS-FEE-VALUE REDEFINES EXCESS-FEE-CARD PIC 9(05)V99.
       01 DEBIT-ACCOUNT-CLASS PIC X(04).
       01 DEBIT-CYCLE-DATE.
           05 DEBIT-CYCLE PIC 9(06).
           05 FILLER      PIC 9(02).
       01 DEBIT-NUMBER       PIC 9(05).
       01 DEBIT-NUMBER-EDIT  PIC ZZZZ9.
       01 DEBIT-EXCESS-FEE-AMOUNT PIC 9(05)V99.
       01 DEBIT-FEE-PRIOR    PIC S9(9)V99.
       01 DEBIT-FEE-NEW      PIC S9(9)V99.
       01 DEBIT-COUNT-JUDGEMENT PIC X(01) VALUE ' '.
           88 DEBIT-UNRESTRICTED  VALUE ' '.
           88 DEBIT-PERMITTED     VALUE 'P'.
           88 DEBIT-AT-LIMIT      VALUE 'L'.
           88 DEBIT-EXCESS-WARN   VALUE 'W'.
           88 DEBIT-EXCESS-FEE    VALUE 'F'.
           88 DEBIT-EXCESS-REJECT VALUE 'R'.
       01 DEBIT-COUNT-NEW-SWITCH PIC X(01).
           88 DEBIT-COUNT-NEW VALUE 'Y'.
      *****************************************************************
      *  Legal-entity stamp on every journal line (JRNL-ENTITY and
      *  JRNL-COUNTER-ENTITY, copy/jrnlrec.cpy).  The last account
      *  looked up is kept, so an account's run of postings -- the
      *  batch arrives in account order -- reads the master once.
      *  COUNTERPART-ACCOUNT-ID is set only while a transfer leg is
      *  journaled, naming the other leg's account.
      *****************************************************************
       01 HOME-ENTITY            PIC X(04) VALUE SPACES.
       01 ENTITY-CACHE-ACCOUNT   PIC X(08) VALUE SPACES.
       01 ENTITY-CACHE-ENTITY    PIC X(04) VALUE SPACES.
       01 ENTITY-LOOKUP-ACCOUNT  PIC X(08).
       01 ENTITY-LOOKUP-RESULT   PIC X(04).
       01 ACCOUNT-ENTITY         PIC X(04).
       01 CENTER-ENTITY          PIC X(04).
       01 COUNTERPART-ACCOUNT-ID PIC X(08) VALUE SPACES.
      *****************************************************************
      *  Account-to-account transfer in balance mode ("BALANCE
      *  debit > credit amount").  Both legs are judged before
      *  either posts, both post through balpost under the one
      *  reference, and a credit leg that fails has the debit
      *  backed out again under that same reference -- the pair
      *  never stands half-posted.
      *****************************************************************
       01 TRANSFER-SWITCH PIC X(01) VALUE 'N'.
           88 TRANSFER-REQUESTED VALUE 'Y'.
       01 TRANSFER-REFUSED-SWITCH PIC X(01).
           88 TRANSFER-REFUSED VALUE 'Y'.
       01 TRANSFER-SAVED-POINTER  PIC 9(3) COMP.
       01 TRANSFER-DEBIT-ACCOUNT  PIC X(08).
       01 TRANSFER-CREDIT-ACCOUNT PIC X(08).
       01 TRANSFER-AMOUNT         PIC S9(9)V99.
       01 TRANSFER-DEBIT-BALANCE  PIC S9(9)V99.
       01 TRANSFER-MINIMUM        PIC S9(9)V99.
       01 TRANSFER-HARD-STOP-FLAG PIC X(01).
      * Each leg's denomination, blank read as the base currency.
       01 TRANSFER-DEBIT-CURRENCY  PIC X(03).
       01 TRANSFER-CREDIT-CURRENCY PIC X(03).
       01 TRANSFER-DEBIT-DORMANT-SW  PIC X(01).
           88 TRANSFER-DEBIT-DORMANT  VALUE 'Y'.
       01 TRANSFER-CREDIT-DORMANT-SW PIC X(01).
           88 TRANSFER-CREDIT-DORMANT VALUE 'Y'.
       01 TRANSFER-ORIG-REFERENCE PIC X(10).
       01 TRANSFER-LEG-RC-EDIT    PIC Z9.
       01 TRANSFER-AMOUNT-EDIT    PIC ZZZZZZZZ9.99.
      *****************************************************************
      *  Account-tagged batch records (TRAN-ACCOUNT-ID set) credit
      *  or debit that account's balance through balpost instead of
      *  running the arithmetic dispatch.  balpost holds the master
      *  and the balance lock from the first such record to the
      *  end of the run.  CURRENT-SOURCE-POSITION is the record's
      *  place in the file as submitted, stamped by POSTSEQ, and
      *  rides onto every journal line the record produces, as
      *  CURRENT-SOURCE-SYSTEM carries the system that built it.
      *****************************************************************
       01 ACCOUNT-POSTING-SWITCH PIC X(01) VALUE 'N'.
           88 ACCOUNT-POSTING VALUE 'Y'.
       01 ACCOUNT-WORK-SWITCH PIC X(01) VALUE 'N'.
           88 ACCOUNT-WORK-STARTED VALUE 'Y'.
       01 ACCOUNT-REFUSED-SWITCH PIC X(01).
           88 ACCOUNT-REFUSED VALUE 'Y'.
       01 ACCOUNT-MOVEMENT        PIC S9(9)V99.
       01 CURRENT-SOURCE-POSITION PIC 9(08) VALUE 0.
       01 CURRENT-SOURCE-SYSTEM   PIC X(04) VALUE SPACES.
       COPY balpostl.
      *****************************************************************
      *  Amount holds and deposit float (copy/amthold.cpy) set part
      *  of a balance aside, so a debit is judged on the balance
      *  left available -- the ledger less what fundfind finds
      *  held and still floating on the business date -- not on
      *  the ledger alone.  FUNDS-ENCUMBERED is loaded for the
      *  debit being judged and cleared once it has been.  An
      *  account credit carrying a deposit type is floated through
      *  the same subprogram once it has posted.
      *****************************************************************
       COPY fundfndl.
       01 FUNDS-ENCUMBERED PIC S9(9)V99 VALUE 0.
       01 AVAILABLE-RESULT PIC S9(9)V99.
       01 FUNDFIND-SWITCH PIC X(01) VALUE 'N'.
           88 FUNDFIND-CALLED VALUE 'Y'.
       01 FUNDS-EDIT   PIC -(09)9.99.
       01 FUNDS-EDIT-2 PIC -(09)9.99.
      *****************************************************************
      *  A balance stored below its account's minimum raises the
      *  BELOWMIN business event (copy/evntrec.cpy) through
      *  evntpost, for EVNTSHIP to ship to the CRM and collections
      *  systems -- once, on the posting that crosses the line, not
      *  on every posting made while the balance stays under it.
      *****************************************************************
       01 MINIMUM-EVENT-ACCOUNT PIC X(08).
       01 MINIMUM-EVENT-PRIOR   PIC S9(9)V99.
       01 MINIMUM-EVENT-NEW     PIC S9(9)V99.
       01 MINIMUM-EVENT-LIMIT   PIC S9(9)V99.
       01 MINIMUM-EVENT-EDIT    PIC -(09)9.99.
       COPY evntpstl.
      *****************************************************************
      *  An account debit marked "PAYO" in the product-code slot is
      *  money the bank is to pay out to the account's owner: once
      *  it posts, payqueue queues the payment instruction on PAYQ
      *  (copy/payinst.cpy) for PAYFILE to send to the bank.
      *****************************************************************
       COPY payqueul.
       01 DISTRIBUTION-MASTER-STATUS PIC X(02).
       01 ROUTING-TABLE.
           05 ROUTE-ENTRY OCCURS 100 TIMES INDEXED BY ROUTE-IDX.
           05 FILLER PIC X(44) VALUE "REFERENCE CHECK DIGIT BAD".
           05 FILLER PIC X(08) VALUE "CALC036E".
           05 FILLER PIC X(44) VALUE "OPERATOR OUTSIDE BATCH DEPT".
           05 FILLER PIC X(08) VALUE "CALC037E".
           05 FILLER PIC X(44) VALUE "VALUE DATE OUTSIDE WINDOW".
           05 FILLER PIC X(08) VALUE "CALC038I".
           05 FILLER PIC X(44) VALUE "FUTURE ITEM WAREHOUSED".
           05 FILLER PIC X(08) VALUE "CALC039E".
           05 FILLER PIC X(44) VALUE "BEYOND WAREHOUSE HORIZON".
           05 FILLER PIC X(08) VALUE "CALC040E".
           05 FILLER PIC X(44) VALUE "TRANSFER LEG FAILED - BACKED OUT".
           05 FILLER PIC X(08) VALUE "CALC041E".
           05 FILLER PIC X(44) VALUE "BALANCE UNAVAILABLE - SUSPENDED".
           05 FILLER PIC X(08) VALUE "CALC042E".
           05 FILLER PIC X(44) VALUE "BRANCH HOLIDAY - FILE REFUSED".
           05 FILLER PIC X(08) VALUE "CALC043I".
           05 FILLER PIC X(44) VALUE "AFTER CUT-OFF - ROLLED FORWARD".
           05 FILLER PIC X(08) VALUE "CALC044E".
           05 FILLER PIC X(44) VALUE "CURRENCY NOT ON CURRENCY MASTER".
           05 FILLER PIC X(08) VALUE "CALC045E".
           05 FILLER PIC X(44) VALUE "CURRENCY NOT ACTIVE ON DATE".
       01 MESSAGE-DEFAULTS REDEFINES MESSAGE-DEFAULTS-RAW.
           05 MSG-DEFAULT-ENTRY OCCURS 45 TIMES
                   INDEXED BY MSG-DEF-IDX.
               10 MSG-DEFAULT-ID   PIC X(08).
               10 MSG-DEFAULT-TEXT PIC X(44).
       01 MESSAGE-TABLE.
           05 MSG-ENTRY OCCURS 60 TIMES INDEXED BY MSG-IDX.
               10 MSG-ID   PIC X(08).
               10 MSG-TEXT PIC X(44).
       01 MESSAGE-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       COPY optable.
       01 IO.
       COPY data.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "CALCULATOR" TO PRMG-PROGRAM
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
      * The wall clock is captured separately from RUN-TIME: a
      * restart adopts the abended run's RUN-TIME stamp for the
      * journal, but the window measurement must time this
      * execution, not the logical run.
           MOVE RUN-TIME TO WALL-START-TIME
           MOVE "CALC-HOME-ENTITY" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO HOME-ENTITY
           MOVE "CALC-PARTITION" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO PARTITION-ENV
           IF PARTITION-ENV NOT = SPACES
               MOVE PARTITION-ENV TO PARTITION-ID
           END-IF
           MOVE "CALC-INTRADAY-CYCLE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO INTRADAY-CYCLE-ENV
           IF INTRADAY-CYCLE-ENV NOT = SPACES
               MOVE INTRADAY-CYCLE-ENV TO INTRADAY-CYCLE
           END-IF
           MOVE "CALC-DEPT-CHECK" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO DEPT-CHECK-ENV
           EVALUATE DEPT-CHECK-ENV
               WHEN "REJECT"
                   SET DEPT-CHECK-REJECT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "CALC-PROGRESS-INTERVAL" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO PROGRESS-INTERVAL-ENV
           IF PROGRESS-INTERVAL-ENV NOT = SPACES
               MOVE PROGRESS-INTERVAL-ENV TO PROGRESS-INTERVAL
           END-IF
           MOVE "CALC-REF-CHECKDIGIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REF-CHECKDIGIT-ENV
           IF REF-CHECKDIGIT-ENV = "YES"
               SET REF-CHECKDIGIT-MODE TO TRUE
           END-IF
           IF ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "CALC-ALERT-THRESHOLD" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ALERT-THRESHOLD-ENV
           MOVE ALERT-THRESHOLD-ENV TO ALERT-THRESHOLD
           MOVE "CALC-SUSPENSE-LIMIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SUSPENSE-LIMIT-ENV
           IF SUSPENSE-LIMIT-ENV NOT = SPACES
               MOVE SUSPENSE-LIMIT-ENV TO SUSPENSE-LIMIT-WORK
               MOVE SUSPENSE-LIMIT-WORK TO SUSPENSE-LIMIT
           END-IF
           MOVE "CALC-REVERSAL-LIMIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REVERSAL-LIMIT-ENV
           IF REVERSAL-LIMIT-ENV NOT = SPACES
               MOVE REVERSAL-LIMIT-ENV TO REVERSAL-LIMIT-WORK
               MOVE REVERSAL-LIMIT-WORK TO REVERSAL-LIMIT
           END-IF
           MOVE "CALC-VARIANCE-THRESHOLD" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO VARIANCE-THRESHOLD-ENV
           IF VARIANCE-THRESHOLD-ENV NOT = SPACES
               MOVE VARIANCE-THRESHOLD-ENV TO VARIANCE-THRESHOLD-WORK
               MOVE VARIANCE-THRESHOLD-WORK TO VARIANCE-THRESHOLD-LIMIT
           END-IF
           MOVE "CALC-BACKVALUE-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BACKVALUE-DAYS-ENV
           IF BACKVALUE-DAYS-ENV NOT = SPACES
               MOVE BACKVALUE-DAYS-ENV TO BACKVALUE-DAYS
           END-IF
           MOVE "CALC-WAREHOUSE-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO WAREHOUSE-DAYS-ENV
           IF WAREHOUSE-DAYS-ENV NOT = SPACES
               MOVE WAREHOUSE-DAYS-ENV TO WAREHOUSE-DAYS
           END-IF
           MOVE 0      TO TRAN-DATE
           MOVE SPACES TO OPERATOR-ID
           MOVE SPACES TO REFERENCE-NUMBER
           IF ARGUMENTS = SPACES
               ACCEPT ARGUMENTS FROM SYSIN
           END-IF
           MOVE "CALC-DEPT-HEADING" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REPORT-HEADING
      * QUIET mode can be requested either as a leading command-line
      * token or, so it can be set shop-wide for a batch window
      * without editing every job's PARM card, via the CALC-QUIET
      * environment variable.
           MOVE "CALC-QUIET" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO QUIET-ENV-VALUE
           IF QUIET-ENV-VALUE = "YES" OR QUIET-ENV-VALUE = "Y  "
               SET QUIET-MODE TO TRUE
           END-IF
                       MOVE ARGUMENTS(9:120) TO ARGUMENTS-SCRATCH
                       MOVE ARGUMENTS-SCRATCH TO ARGUMENTS
                       PERFORM PROCESS-BALANCE
                       IF FUNDFIND-CALLED
                           MOVE "CLOSE   " TO FFND-FUNCTION
                           CALL 'fundfind' USING FUNDS-FIND-AREA
                           MOVE 'N' TO FUNDFIND-SWITCH
                       END-IF
                   ELSE
                       IF ARGUMENTS = SPACES
                           PERFORM PROMPT-FOR-TRANSACTION
           MOVE 0 TO MESSAGE-ENTRIES-USED
           SET MSG-DEF-IDX TO 1
           PERFORM COPY-DEFAULT-MESSAGE
               UNTIL MSG-DEF-IDX > 45
           OPEN INPUT MESSAGE-CATALOG-FILE
           IF MESSAGE-CATALOG-STATUS = "00"
               MOVE 'N' TO MESSAGE-CATALOG-EOF-SWITCH
           IF MESSAGE-FOUND
               MOVE MSGC-TEXT TO MSG-TEXT(MSG-IDX)
           ELSE
               IF MESSAGE-ENTRIES-USED < 60
                   ADD 1 TO MESSAGE-ENTRIES-USED
                   SET MSG-IDX TO MESSAGE-ENTRIES-USED
                   MOVE MSGC-ID   TO MSG-ID(MSG-IDX)
      * of ARGUMENTS is parsed as "operator value2 [operator
      * value3 ...]" through the same CHAIN-STEP paragraph
      * PARSE-ARGUMENTS uses, and the resulting RESULT is written
      * back as that account's new balance for next time.  An
      * account followed by ">" (or the word XFER) is a transfer
      * instead -- see PROCESS-TRANSFER.
       PROCESS-BALANCE SECTION.
           MOVE 'N' TO TRANSFER-SWITCH
           MOVE 1 TO ARG-POINTER
           MOVE 0 TO ARG1-LEN
           UNSTRING ARGUMENTS DELIMITED BY ALL SPACES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ARG1-TEXT TO BALANCE-ACCOUNT-ID
               PERFORM CHECK-TRANSFER-OPERATION
           END-IF
           IF TRANSFER-REQUESTED
               PERFORM PROCESS-TRANSFER
           ELSE
           IF ARG1-LEN > 0 AND ARG1-LEN NOT > 8
               PERFORM SET-BALANCE-VALUE-DATE
               IF NOT VALUE-DATE-REFUSED
                   PERFORM ACQUIRE-BALANCE-LOCK
               END-IF
               IF VALUE-DATE-REFUSED
                   MOVE 100 TO RETURN-CODE
               ELSE
               IF BALLOCK-REFUSED
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM READ-ACCOUNT-BALANCE
               END-IF
               END-IF
               IF BALANCE-FILE-OPEN
                   OPEN EXTEND BALANCE-HISTORY-FILE
                   IF BALANCE-HISTORY-STATUS = "35"
               ELSE
               IF BALANCE-FILE-OPEN
                   MOVE 'N' TO HOLD-REJECT-SWITCH
                   MOVE 'N' TO CHARGED-OFF-REJECT-SWITCH
                   MOVE 'N' TO TERM-LOCK-REJECT-SWITCH
                   MOVE VALUE-1 TO STARTING-BALANCE
                   MOVE 0 TO PENDING-HISTORY-COUNT
                   MOVE 0 TO CHAIN-STEPS-JOURNALED
                   MOVE 'N' TO CHAIN-EOF-SWITCH
                   MOVE 'N' TO CHAIN-OP-SWITCH
                   MOVE 'N' TO CHAIN-OK-SWITCH
                   SET DEBIT-UNRESTRICTED TO TRUE
                   PERFORM CHAIN-STEP UNTIL CHAIN-EOF
                   IF CHAIN-SUCCEEDED
      * A chain that lowers the balance is one debit, however
      * many steps it took, and is counted against the class's
      * permitted debits for the cycle.  An excess fee is one
      * more step of the same chain, so the minimum is judged on
      * the balance the fee leaves.
                       IF RESULT < STARTING-BALANCE
                               AND NOT ACCOUNT-HELD-DEBIT
                               AND NOT ACCOUNT-CHARGED-OFF
                               AND NOT ACCOUNT-TERM-LOCKED
                           MOVE BAL-ACCOUNT-CLASS
                               TO DEBIT-ACCOUNT-CLASS
                           PERFORM JUDGE-DEBIT-COUNT
                       END-IF
                       IF DEBIT-EXCESS-FEE
                           PERFORM CHARGE-CHAIN-EXCESS-FEE
                       END-IF
                       SET POSTING-ABOVE-MINIMUM TO TRUE
                       IF NOT DEBIT-EXCESS-REJECT
                           IF RESULT < STARTING-BALANCE
                               PERFORM LOAD-FUNDS-ENCUMBERED
                           END-IF
                           PERFORM JUDGE-MINIMUM-BALANCE
                       END-IF
      * Under a debit-only hold a chain that would lower the
      * balance is refused at the door of the store -- credits
      * pass, exactly as the hold order reads.
                           PERFORM ALERT-HELD-EVENT
                           MOVE 72 TO RETURN-CODE
                       ELSE
      * A charged-off account's debits are refused the same way;
      * the amount written off is not to be run up again.
                       IF ACCOUNT-CHARGED-OFF
                               AND RESULT < STARTING-BALANCE
                           SET CHARGED-OFF-REJECTED TO TRUE
                           PERFORM JOURNAL-CHARGED-OFF-REFUSAL
                           MOVE 76 TO RETURN-CODE
                       ELSE
      * So are the debits to a term deposit before it matures.
                       IF ACCOUNT-TERM-LOCKED
                               AND RESULT < STARTING-BALANCE
                           SET TERM-DEPOSIT-REJECTED TO TRUE
                           PERFORM JOURNAL-TERM-DEPOSIT-REFUSAL
                           MOVE 76 TO RETURN-CODE
                       ELSE
                       IF DEBIT-EXCESS-REJECT
                           PERFORM REFUSE-EXCESS-DEBIT
                       ELSE
                       IF POSTING-OVERDRAWN-HARD
                           MOVE 80 TO RETURN-CODE
                       ELSE
                           IF BAL-DORMANT
                               PERFORM JOURNAL-DORMANT-EVENT
                           END-IF
                           IF POSTING-BELOW-MINIMUM
                               MOVE BALANCE-ACCOUNT-ID
                                   TO MINIMUM-EVENT-ACCOUNT
                               MOVE STARTING-BALANCE
                                   TO MINIMUM-EVENT-PRIOR
                               MOVE RESULT TO MINIMUM-EVENT-NEW
                               MOVE BAL-MINIMUM
                                   TO MINIMUM-EVENT-LIMIT
                               PERFORM RAISE-MINIMUM-EVENT
                           END-IF
                           IF NOT DEBIT-UNRESTRICTED
                                   AND RETURN-CODE = 0
                               PERFORM SETTLE-DEBIT-COUNT
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
      * A chain that journaled OK steps whose result never reached
      * the master -- hard stop, a later step failing, a hold or
      * the debit count refusing the store -- leaves the journal
      * ahead of the file; the NOT STORED line squares them up
      * again.
                   IF CHAIN-STEPS-JOURNALED > 0
                           AND (NOT CHAIN-SUCCEEDED
                               OR POSTING-OVERDRAWN-HARD
                               OR HOLD-REJECTED
                               OR CHARGED-OFF-REJECTED
                               OR TERM-DEPOSIT-REJECTED
                               OR DEBIT-EXCESS-REJECT)
                       PERFORM JOURNAL-NOT-STORED
                   END-IF
                   CLOSE BALANCE-FILE
               END-IF
               PERFORM RELEASE-BALANCE-LOCK
           END-IF
           END-IF
           EXIT.

      * A balance-mode posting is valued today unless
      * CALC-VALUE-DATE names an earlier day inside the back-value
      * window; a refused date posts nothing.
       SET-BALANCE-VALUE-DATE SECTION.
           SET POSTING-DATE-OK TO TRUE
           MOVE RUN-DATE TO VALUE-DATE
           MOVE "CALC-VALUE-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO VALUE-DATE-ENV
           IF VALUE-DATE-ENV NOT = SPACES
               IF VALUE-DATE-ENV IS NUMERIC
                   MOVE VALUE-DATE-ENV TO VALUE-DATE
                   MOVE RUN-DATE TO VALUE-POSTING-DATE
                   PERFORM CHECK-VALUE-DATE
               ELSE
                   SET VALUE-DATE-REFUSED TO TRUE
               END-IF
           END-IF
           IF VALUE-DATE-REFUSED AND NOT QUIET-MODE
               MOVE "CALC037E" TO CURRENT-MESSAGE-ID
               MOVE VALUE-DATE-ENV TO MESSAGE-SUPPLEMENT
               PERFORM DISPLAY-CATALOG-MESSAGE
           END-IF
           EXIT.

      * The same active-flag discipline balpost keeps: read the
           EXIT.

       JUDGE-HELD-BALANCE-LOCK SECTION.
           MOVE "CALC-BALLOCK-OVERRIDE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BALLOCK-OVERRIDE-ENV
           IF BALLOCK-OVERRIDE-ENV = "YES"
               DISPLAY "stale balance lock from " BLCK-RUN-DATE
                   " " BLCK-RUN-TIME " overridden by operator"
           EXIT.

      * With the account master mounted, the named account must be
      * on it and open -- closed, or held pending watch-list
      * review, refuses; no ACCTMAST on hand means no check, the
      * usual absent-file convention.  A charged-off account, or
      * one holding an unmatured term deposit, passes here and has
      * its debits refused further on.
       CHECK-ACCOUNT-MASTER SECTION.
           SET ACCOUNT-ON-MASTER TO TRUE
           MOVE 'N' TO CHARGED-OFF-SWITCH
           PERFORM CHECK-TERM-DEPOSIT
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               MOVE BALANCE-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                       IF ACCT-CLOSED
                           SET ACCOUNT-MASTER-CLOSED TO TRUE
                       END-IF
                       IF ACCT-PENDING-REVIEW
                           SET ACCOUNT-MASTER-PENDING TO TRUE
                       END-IF
                       IF ACCT-CHARGED-OFF
                           SET ACCOUNT-CHARGED-OFF TO TRUE
                       END-IF
               END-READ
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           EXIT.

      * A deposit still running -- or one whose break TDMNT has
      * taken but TDMATURE has not yet settled -- locks the
      * account against debits until its maturity date.
       CHECK-TERM-DEPOSIT SECTION.
           MOVE 'N' TO TERM-LOCKED-SWITCH
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-STATUS = "00"
               MOVE BALANCE-ACCOUNT-ID TO TD-ACCOUNT-ID
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-UNMATURED
                               AND TD-MATURITY-DATE > RUN-DATE
                           SET ACCOUNT-TERM-LOCKED TO TRUE
                       END-IF
               END-READ
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           EXIT.

      * The refusal is journaled under its own outcome so the
      * typo's trail exists without the phantom account: the
      * balance master is closed untouched and the chain never
      * runs.
       REFUSE-UNKNOWN-ACCOUNT SECTION.
           PERFORM JOURNAL-ACCOUNT-REFUSAL
           MOVE 76 TO RETURN-CODE
           CLOSE BALANCE-FILE
           MOVE 'N' TO BALANCE-OPEN-SWITCH
           IF BALHIST-OPEN
               CLOSE BALANCE-HISTORY-FILE
               MOVE 'N' TO BALHIST-OPEN-SWITCH
           END-IF
           EXIT.

       JOURNAL-ACCOUNT-REFUSAL SECTION.
           IF ACCOUNT-NO-BALANCE
               DISPLAY "posting refused: account "
                   BALANCE-ACCOUNT-ID " has no balance on file"
           END-IF
           IF ACCOUNT-UNKNOWN
               DISPLAY "posting refused: account "
                   BALANCE-ACCOUNT-ID " is not on the account "
                   "master"
           END-IF
           IF ACCOUNT-MASTER-CLOSED
               DISPLAY "posting refused: account "
                   BALANCE-ACCOUNT-ID " is closed"
           END-IF
           IF ACCOUNT-MASTER-PENDING
               DISPLAY "posting refused: account "
                   BALANCE-ACCOUNT-ID " is pending watch-list review"
           END-IF
           MOVE SPACES TO JOURNAL-RECORD
           MOVE VALUE-1          TO JRNL-VALUE-1
           MOVE OPERATION        TO JRNL-OPERATION
           MOVE TRAN-DATE        TO JRNL-DATE
           MOVE OPERATOR-ID      TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER TO JRNL-REFERENCE
           EVALUATE TRUE
               WHEN ACCOUNT-UNKNOWN
               WHEN ACCOUNT-NO-BALANCE
                   MOVE "NO SUCH ACCOUNT" TO JRNL-OUTCOME
               WHEN ACCOUNT-MASTER-PENDING
                   MOVE "PENDING REVIEW" TO JRNL-OUTCOME
               WHEN OTHER
                   MOVE "ACCOUNT CLOSED" TO JRNL-OUTCOME
           END-EVALUATE
           MOVE RUN-DATE TO JRNL-RUN-DATE
           MOVE RUN-TIME TO JRNL-RUN-TIME
           MOVE SPACES TO JRNL-ORIG-REFERENCE
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM WRITE-ACCOUNT-EVENT-LINE
           EXIT.

      * The stop list is consulted per invocation: no HOLDMAST on
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM WRITE-ACCOUNT-EVENT-LINE
           EXIT.

      * The debit refused on a charged-off account, journaled
      * against the balance it left untouched.
       JOURNAL-CHARGED-OFF-REFUSAL SECTION.
           DISPLAY "posting refused: account "
               BALANCE-ACCOUNT-ID " is charged off -- debits refused"
           MOVE SPACES TO JOURNAL-RECORD
           MOVE STARTING-BALANCE TO JRNL-VALUE-1
           MOVE OPERATION        TO JRNL-OPERATION
           MOVE VALUE-2          TO JRNL-VALUE-2
           MOVE STARTING-BALANCE TO JRNL-RESULT
           MOVE TRAN-DATE        TO JRNL-DATE
           MOVE OPERATOR-ID      TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER TO JRNL-REFERENCE
           MOVE "ACCOUNT CHARGED OFF" TO JRNL-OUTCOME
           MOVE RUN-DATE TO JRNL-RUN-DATE
           MOVE RUN-TIME TO JRNL-RUN-TIME
           MOVE SPACES TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE BALANCE-ACCOUNT-ID TO JRNL-ACCOUNT-ID
           MOVE 0 TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM WRITE-ACCOUNT-EVENT-LINE
           EXIT.

      * The debit refused on an account whose term deposit has not
      * matured, journaled against the balance it left untouched.
       JOURNAL-TERM-DEPOSIT-REFUSAL SECTION.
           DISPLAY "posting refused: account "
               BALANCE-ACCOUNT-ID " is a term deposit not yet matured"
           MOVE SPACES TO JOURNAL-RECORD
           MOVE STARTING-BALANCE TO JRNL-VALUE-1
           MOVE OPERATION        TO JRNL-OPERATION
           MOVE VALUE-2          TO JRNL-VALUE-2
           MOVE STARTING-BALANCE TO JRNL-RESULT
           MOVE TRAN-DATE        TO JRNL-DATE
           MOVE OPERATOR-ID      TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER TO JRNL-REFERENCE
           MOVE "DEPOSIT NOT MATURED" TO JRNL-OUTCOME
           MOVE RUN-DATE TO JRNL-RUN-DATE
           MOVE RUN-TIME TO JRNL-RUN-TIME
           MOVE SPACES TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE BALANCE-ACCOUNT-ID TO JRNL-ACCOUNT-ID
           MOVE 0 TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM WRITE-ACCOUNT-EVENT-LINE
           EXIT.

      * The account event lines are shared by balance mode and the
      * batch account postings; in a batch they keep to the run's
      * rules -- nothing written on a trial, nothing written twice
      * on a restart, and each one counted toward the restart's
      * journal position.
       WRITE-ACCOUNT-EVENT-LINE SECTION.
           PERFORM CHAIN-JOURNAL-LINE
           IF NOT TRIAL-MODE
               IF NOT JOURNAL-REPLAYING
                   WRITE JOURNAL-RECORD
               END-IF
               IF ACCOUNT-POSTING
                   ADD 1 TO JRNL-LINES-WRITTEN
               END-IF
           END-IF
           EXIT.

       ALERT-HELD-EVENT SECTION.
           MOVE RUN-DATE           TO BALH-RUN-DATE
           MOVE RUN-TIME           TO BALH-RUN-TIME
           MOVE REFERENCE-NUMBER   TO BALH-REFERENCE
           MOVE VALUE-DATE         TO BALH-VALUE-DATE
           IF PENDING-HISTORY-COUNT < 100
               ADD 1 TO PENDING-HISTORY-COUNT
               SET PEND-HIST-IDX TO PENDING-HISTORY-COUNT
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM WRITE-ACCOUNT-EVENT-LINE
           EXIT.

      * RESULT is what the balance is about to become; what is
      * judged is what it leaves available once the amount holds
      * and deposit float the caller loaded for a debit are set
      * against it.  Below the account's threshold it either
      * stores flagged (soft) or is refused (hard), and either way
      * the journal and the alert queue carry the event.
       JUDGE-MINIMUM-BALANCE SECTION.
           SET POSTING-ABOVE-MINIMUM TO TRUE
           COMPUTE AVAILABLE-RESULT = RESULT - FUNDS-ENCUMBERED
           IF AVAILABLE-RESULT < BAL-MINIMUM
               IF FUNDS-ENCUMBERED NOT = 0
                   MOVE AVAILABLE-RESULT TO FUNDS-EDIT
                   MOVE FUNDS-ENCUMBERED TO FUNDS-EDIT-2
                   DISPLAY "account " BALANCE-ACCOUNT-ID
                       " available after posting " FUNDS-EDIT
                       " with " FUNDS-EDIT-2 " held or in float"
               END-IF
               IF BAL-HARD-STOP
                   SET POSTING-OVERDRAWN-HARD TO TRUE
                   MOVE "CALC029E" TO CURRENT-MESSAGE-ID
                   PERFORM ALERT-MINIMUM-EVENT
               END-IF
           END-IF
           MOVE 0 TO FUNDS-ENCUMBERED
           EXIT.

      * What is held against BALANCE-ACCOUNT-ID on the business
      * date; no AMTHOLD on hand is nothing held.
       LOAD-FUNDS-ENCUMBERED SECTION.
           MOVE 0 TO FUNDS-ENCUMBERED
           MOVE "AVAIL   "         TO FFND-FUNCTION
           MOVE BALANCE-ACCOUNT-ID TO FFND-ACCOUNT-ID
           MOVE RUN-DATE           TO FFND-DATE
           MOVE 0                  TO FFND-LEDGER-BALANCE
           CALL 'fundfind' USING FUNDS-FIND-AREA
           SET FUNDFIND-CALLED TO TRUE
           IF FFND-RETURN-CODE = 0
               COMPUTE FUNDS-ENCUMBERED = FFND-HOLD-TOTAL
                   + FFND-FLOAT-TOTAL
           END-IF
           EXIT.

      * A posted account credit whose deposit type the float
      * schedule gives business days to is held back from
      * spending until they have passed.  The deposit has posted
      * either way; a float row that cannot be written is told to
      * the console for operations to place by hand with AMTHMNT.
       FLOAT-ACCOUNT-DEPOSIT SECTION.
           MOVE "FLOAT   "         TO FFND-FUNCTION
           MOVE BALANCE-ACCOUNT-ID TO FFND-ACCOUNT-ID
           MOVE RUN-DATE           TO FFND-DATE
           MOVE REFERENCE-NUMBER   TO FFND-REFERENCE
           MOVE PRODUCT-CODE       TO FFND-DEPOSIT-TYPE
           MOVE VALUE-2            TO FFND-AMOUNT
           MOVE OPERATOR-ID        TO FFND-OPERATOR-ID
           CALL 'fundfind' USING FUNDS-FIND-AREA
           SET FUNDFIND-CALLED TO TRUE
           EVALUATE FFND-RETURN-CODE
               WHEN 0
                   IF NOT QUIET-MODE
                       MOVE FFND-FLOAT-TOTAL TO FUNDS-EDIT
                       DISPLAY "deposit " REFERENCE-NUMBER " to "
                           BALANCE-ACCOUNT-ID ": " FUNDS-EDIT
                           " in float until " FFND-RELEASE-DATE
                   END-IF
               WHEN 4
                   CONTINUE
               WHEN 8
                   DISPLAY "deposit " REFERENCE-NUMBER " to "
                       BALANCE-ACCOUNT-ID " already has a float "
                       "row -- not floated again"
               WHEN OTHER
                   DISPLAY "deposit " REFERENCE-NUMBER " to "
                       BALANCE-ACCOUNT-ID " could not be floated "
                       "-- place its float with AMTHMNT"
           END-EVALUATE
           EXIT.

       JOURNAL-MINIMUM-EVENT SECTION.
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM WRITE-ACCOUNT-EVENT-LINE
           EXIT.

      * A posting that reached a dormancy-flagged account is
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM WRITE-ACCOUNT-EVENT-LINE
           EXIT.

       ALERT-MINIMUM-EVENT SECTION.
           PERFORM WRITE-UNACKNOWLEDGED-ALERT
           EXIT.

      * A balance already under the minimum before this posting
      * raised its event on the way down.
       RAISE-MINIMUM-EVENT SECTION.
           IF MINIMUM-EVENT-PRIOR NOT < MINIMUM-EVENT-LIMIT
               MOVE "BELOWMIN" TO EVPK-EVENT-TYPE
               MOVE "CALCULAT" TO EVPK-SOURCE-PROGRAM
               MOVE RUN-DATE TO EVPK-BUSINESS-DATE
               MOVE MINIMUM-EVENT-ACCOUNT TO EVPK-ACCOUNT-ID
               MOVE REFERENCE-NUMBER TO EVPK-REFERENCE
               MOVE MINIMUM-EVENT-PRIOR TO MINIMUM-EVENT-EDIT
               MOVE MINIMUM-EVENT-EDIT TO EVPK-BEFORE-VALUE
               MOVE MINIMUM-EVENT-NEW TO MINIMUM-EVENT-EDIT
               MOVE MINIMUM-EVENT-EDIT TO EVPK-AFTER-VALUE
               MOVE MINIMUM-EVENT-LIMIT TO EVPK-AMOUNT
               MOVE OPERATOR-ID TO EVPK-OPERATOR-ID
               CALL 'evntpost' USING EVENT-POST-AREA
           END-IF
           EXIT.

      * The instruction carries the posting's own reference, so the
      * bank's return, the journal line and the instruction all
      * read on one key.
       RAISE-PAYMENT-INSTRUCTION SECTION.
           MOVE "CALCULAT" TO PYQK-SOURCE-PROGRAM
           MOVE RUN-DATE TO PYQK-RAISED-DATE
           MOVE OPERATOR-ID TO PYQK-RAISED-BY
           MOVE BPST-ACCOUNT-ID TO PYQK-ACCOUNT-ID
           MOVE REFERENCE-NUMBER TO PYQK-REFERENCE
           MOVE BPST-AMOUNT TO PYQK-AMOUNT
           MOVE VALUE-DATE TO PYQK-VALUE-DATE
           CALL 'payqueue' USING PAYMENT-QUEUE-AREA
           EXIT.

      * The class's row decides whether the debit is counted at
      * all; the account's row on DEBITCNT gives its place in the
      * cycle.  A row left from an earlier cycle counts for
      * nothing -- this debit is the cycle's first.
       JUDGE-DEBIT-COUNT SECTION.
           SET DEBIT-UNRESTRICTED TO TRUE
           IF NOT DEBIT-LIMITS-LOADED
               PERFORM LOAD-DEBIT-LIMITS
           END-IF
           MOVE 'N' TO DEBIT-LIMIT-FOUND-SWITCH
           SET DLIM-IDX TO 1
           PERFORM FIND-DEBIT-LIMIT
               UNTIL DLIM-IDX > DEBIT-LIMITS-USED
                   OR DEBIT-LIMIT-FOUND
           IF DEBIT-LIMIT-FOUND
               OPEN INPUT DEBIT-COUNT-FILE
               IF DEBIT-COUNT-STATUS = "00"
                   MOVE RUN-DATE TO DEBIT-CYCLE-DATE
                   MOVE 1 TO DEBIT-NUMBER
                   MOVE BALANCE-ACCOUNT-ID TO DBC-ACCOUNT-ID
                   READ DEBIT-COUNT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DBC-CYCLE = DEBIT-CYCLE
                               COMPUTE DEBIT-NUMBER =
                                   DBC-DEBIT-COUNT + 1
                           END-IF
                   END-READ
                   CLOSE DEBIT-COUNT-FILE
                   MOVE DLIM-EXCESS-FEE(DLIM-IDX)
                       TO DEBIT-EXCESS-FEE-AMOUNT
                   EVALUATE TRUE
                       WHEN DEBIT-NUMBER < DLIM-PERMITTED(DLIM-IDX)
                           SET DEBIT-PERMITTED TO TRUE
                       WHEN DEBIT-NUMBER = DLIM-PERMITTED(DLIM-IDX)
                           SET DEBIT-AT-LIMIT TO TRUE
                       WHEN DLIM-ACTION(DLIM-IDX) = "R"
                           SET DEBIT-EXCESS-REJECT TO TRUE
                       WHEN DLIM-ACTION(DLIM-IDX) = "F"
                           SET DEBIT-EXCESS-FEE TO TRUE
                       WHEN OTHER
                           SET DEBIT-EXCESS-WARN TO TRUE
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

      * Only rows that restrict are kept.  A blank action warns;
      * a fee action with no fee on the row is a bad row, not a
      * free pass.
       LOAD-DEBIT-LIMITS SECTION.
           SET DEBIT-LIMITS-LOADED TO TRUE
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-SCHEDULE-STATUS = "00"
               MOVE 'N' TO FEESCHED-EOF-SWITCH
               PERFORM READ-DEBIT-LIMIT-ROW UNTIL FEESCHED-EOF
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           EXIT.

       READ-DEBIT-LIMIT-ROW SECTION.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET FEESCHED-EOF TO TRUE
               NOT AT END
                   IF FEE-SCHEDULE-CARD = SPACES
                           OR FEE-SCHEDULE-CARD(1:1) = "*"
                           OR FSC-DEBITS-PERMITTED = SPACES
                       CONTINUE
                   ELSE
                       MOVE FSC-EXCESS-FEE TO EXCESS-FEE-CARD
                       IF FSC-EXCESS-FEE = SPACES
                           MOVE 0 TO EXCESS-FEE-VALUE
                       END-IF
                       IF FSC-DEBITS-PERMITTED NOT NUMERIC
                               OR (FSC-EXCESS-ACTION NOT = SPACE
                                   AND FSC-EXCESS-ACTION NOT = "W"
                                   AND FSC-EXCESS-ACTION NOT = "F"
                                   AND FSC-EXCESS-ACTION NOT = "R")
                               OR EXCESS-FEE-VALUE NOT NUMERIC
                               OR (FSC-EXCESS-ACTION = "F"
                                   AND EXCESS-FEE-VALUE = 0)
                           DISPLAY "bad debit restriction on fee "
                               "schedule row for class '"
                               FSC-ACCOUNT-CLASS "' -- skipped"
                       ELSE
                           IF FSC-DEBITS-PERMITTED NOT = "000"
                                   AND DEBIT-LIMITS-USED < 100
                               ADD 1 TO DEBIT-LIMITS-USED
                               SET DLIM-IDX TO DEBIT-LIMITS-USED
                               MOVE FSC-ACCOUNT-CLASS
                                   TO DLIM-CLASS(DLIM-IDX)
                               MOVE FSC-DEBITS-PERMITTED
                                   TO DLIM-PERMITTED(DLIM-IDX)
                               MOVE FSC-EXCESS-ACTION
                                   TO DLIM-ACTION(DLIM-IDX)
                               MOVE EXCESS-FEE-VALUE
                                   TO DLIM-EXCESS-FEE(DLIM-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

       FIND-DEBIT-LIMIT SECTION.
           IF DLIM-CLASS(DLIM-IDX) = DEBIT-ACCOUNT-CLASS
               SET DEBIT-LIMIT-FOUND TO TRUE
           ELSE
               SET DLIM-IDX UP BY 1
           END-IF
           EXIT.

      * The fee rides the balance-mode chain as one more OK step:
      * journaled, buffered for the history, and squared up by
      * NOT STORED with the rest if the chain never reaches the
      * master.
       CHARGE-CHAIN-EXCESS-FEE SECTION.
           MOVE RESULT TO VALUE-1
           MOVE "-" TO OPERATION
           MOVE DEBIT-EXCESS-FEE-AMOUNT TO VALUE-2
           COMPUTE RESULT = VALUE-1 - VALUE-2
           MOVE VALUE-1 TO DEBIT-FEE-PRIOR
           MOVE RESULT TO DEBIT-FEE-NEW
           PERFORM JOURNAL-EXCESS-DEBIT-FEE
           ADD 1 TO CHAIN-STEPS-JOURNALED
           IF BALHIST-OPEN
               PERFORM BUFFER-BALANCE-HISTORY
           END-IF
           EXIT.

      * An account record's fee posts through balpost behind the
      * debit, under the debit's reference.  A fee balpost will
      * not take leaves the debit standing and the excess
      * journaled as a warning; the alert tells the morning shift
      * to charge it by hand.
       CHARGE-ACCOUNT-EXCESS-FEE SECTION.
           MOVE "POST    " TO BPST-FUNCTION
           MOVE "-" TO BPST-OPERATION
           MOVE DEBIT-EXCESS-FEE-AMOUNT TO BPST-AMOUNT
           CALL 'balpost' USING BALANCE-POSTING-AREA
           IF BPST-RETURN-CODE = 0
               MOVE BPST-PRIOR-BALANCE TO DEBIT-FEE-PRIOR
               MOVE BPST-NEW-BALANCE TO DEBIT-FEE-NEW
               MOVE BPST-NEW-BALANCE TO RESULT
               PERFORM JOURNAL-EXCESS-DEBIT-FEE
           ELSE
               DISPLAY "excess debit fee not posted to account "
                   BALANCE-ACCOUNT-ID " -- balpost rc "
                   BPST-RETURN-CODE
               SET DEBIT-EXCESS-WARN TO TRUE
               MOVE RUN-DATE TO ALERT-RUN-DATE
               MOVE RUN-TIME TO ALERT-RUN-TIME
               MOVE SPACES TO ALERT-MESSAGE
               STRING "EXCESS DEBIT FEE NOT POSTED: ACCOUNT "
                   DELIMITED BY SIZE
                   BALANCE-ACCOUNT-ID DELIMITED BY SIZE
                   " REFERENCE " DELIMITED BY SIZE
                   REFERENCE-NUMBER DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               PERFORM WRITE-UNACKNOWLEDGED-ALERT
           END-IF
           EXIT.

       JOURNAL-EXCESS-DEBIT-FEE SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE DEBIT-FEE-PRIOR  TO JRNL-VALUE-1
           MOVE "-"              TO JRNL-OPERATION
           MOVE DEBIT-EXCESS-FEE-AMOUNT TO JRNL-VALUE-2
           MOVE DEBIT-FEE-NEW    TO JRNL-RESULT
           MOVE TRAN-DATE        TO JRNL-DATE
           MOVE OPERATOR-ID      TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER TO JRNL-REFERENCE
           MOVE "OK"             TO JRNL-OUTCOME
           MOVE RUN-DATE TO JRNL-RUN-DATE
           MOVE RUN-TIME TO JRNL-RUN-TIME
           MOVE SPACES TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE BALANCE-ACCOUNT-ID TO JRNL-ACCOUNT-ID
           MOVE 0 TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM WRITE-ACCOUNT-EVENT-LINE
           EXIT.

      * The excess debit is refused before anything posts; the
      * attempt is journaled and counted on DEBITCNT all the same.
       REFUSE-EXCESS-DEBIT SECTION.
           PERFORM JOURNAL-DEBIT-COUNT-EVENT
           IF NOT TRIAL-MODE
               PERFORM RECORD-DEBIT-COUNT
           END-IF
           MOVE 120 TO RETURN-CODE
           EXIT.

      * A posted debit: the limit-reached and excess events are
      * journaled, and every counted debit goes on DEBITCNT.
       SETTLE-DEBIT-COUNT SECTION.
           IF NOT DEBIT-PERMITTED
               PERFORM JOURNAL-DEBIT-COUNT-EVENT
           END-IF
           PERFORM RECORD-DEBIT-COUNT
           EXIT.

      * The event line carries the debit's number in the cycle in
      * VALUE-2 under operation "#", between the balance before
      * the debit and the balance it left (the fee included) --
      * or, refused, the balance it still stands at.
       JOURNAL-DEBIT-COUNT-EVENT SECTION.
           MOVE DEBIT-NUMBER TO DEBIT-NUMBER-EDIT
           EVALUATE TRUE
               WHEN DEBIT-EXCESS-REJECT
                   DISPLAY "posting refused: debit " DEBIT-NUMBER-EDIT
                       " of the cycle on account " BALANCE-ACCOUNT-ID
                       " is over its class's permitted count"
               WHEN DEBIT-AT-LIMIT
                   DISPLAY "account " BALANCE-ACCOUNT-ID
                       " has used its permitted debits for the cycle"
               WHEN OTHER
                   DISPLAY "excess debit " DEBIT-NUMBER-EDIT
                       " of the cycle on account " BALANCE-ACCOUNT-ID
           END-EVALUATE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE STARTING-BALANCE TO JRNL-VALUE-1
           MOVE "#"              TO JRNL-OPERATION
           MOVE DEBIT-NUMBER     TO JRNL-VALUE-2
           IF DEBIT-EXCESS-REJECT
               MOVE STARTING-BALANCE TO JRNL-RESULT
           ELSE
               MOVE RESULT TO JRNL-RESULT
           END-IF
           MOVE TRAN-DATE        TO JRNL-DATE
           MOVE OPERATOR-ID      TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER TO JRNL-REFERENCE
           EVALUATE TRUE
               WHEN DEBIT-AT-LIMIT
                   MOVE "DEBIT LIMIT REACHED" TO JRNL-OUTCOME
               WHEN DEBIT-EXCESS-FEE
                   MOVE "EXCESS DEBIT FEE" TO JRNL-OUTCOME
               WHEN DEBIT-EXCESS-REJECT
                   MOVE "EXCESS DEBIT REJECT" TO JRNL-OUTCOME
               WHEN OTHER
                   MOVE "EXCESS DEBIT" TO JRNL-OUTCOME
           END-EVALUATE
           MOVE RUN-DATE TO JRNL-RUN-DATE
           MOVE RUN-TIME TO JRNL-RUN-TIME
           MOVE SPACES TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE BALANCE-ACCOUNT-ID TO JRNL-ACCOUNT-ID
           MOVE 0 TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM WRITE-ACCOUNT-EVENT-LINE
           EXIT.

      * The count is rewritten under the balance lock the posting
      * already holds.  A row from an earlier cycle starts over.
       RECORD-DEBIT-COUNT SECTION.
           OPEN I-O DEBIT-COUNT-FILE
           IF DEBIT-COUNT-STATUS = "00"
               MOVE 'N' TO DEBIT-COUNT-NEW-SWITCH
               MOVE BALANCE-ACCOUNT-ID TO DBC-ACCOUNT-ID
               READ DEBIT-COUNT-FILE
                   INVALID KEY
                       SET DEBIT-COUNT-NEW TO TRUE
               END-READ
               IF DEBIT-COUNT-NEW OR DBC-CYCLE NOT = DEBIT-CYCLE
                   MOVE BALANCE-ACCOUNT-ID TO DBC-ACCOUNT-ID
                   MOVE DEBIT-CYCLE TO DBC-CYCLE
                   MOVE 0 TO DBC-DEBIT-COUNT
                   MOVE 0 TO DBC-EXCESS-COUNT
                   MOVE 0 TO DBC-REJECT-COUNT
               END-IF
               IF DEBIT-EXCESS-REJECT
                   ADD 1 TO DBC-REJECT-COUNT
               ELSE
                   ADD 1 TO DBC-DEBIT-COUNT
                   IF NOT DEBIT-PERMITTED AND NOT DEBIT-AT-LIMIT
                       ADD 1 TO DBC-EXCESS-COUNT
                   END-IF
               END-IF
               MOVE RUN-DATE TO DBC-LAST-DATE
               IF DEBIT-COUNT-NEW
                   WRITE DEBIT-COUNT-RECORD
                       INVALID KEY
                           DISPLAY "unable to write debit count for "
                               "account " BALANCE-ACCOUNT-ID
                               " status " DEBIT-COUNT-STATUS
                   END-WRITE
               ELSE
                   REWRITE DEBIT-COUNT-RECORD
                       INVALID KEY
                           DISPLAY "unable to rewrite debit count "
                               "for account " BALANCE-ACCOUNT-ID
                               " status " DEBIT-COUNT-STATUS
                   END-REWRITE
               END-IF
               CLOSE DEBIT-COUNT-FILE
           END-IF
           EXIT.

       WRITE-BALANCE SECTION.
           MOVE BALANCE-ACCOUNT-ID TO BAL-ACCOUNT-ID
           MOVE RESULT TO BAL-AMOUNT
           END-IF
           EXIT.

      * The token after the account decides the mode: ">" or XFER
      * makes this a transfer; anything else is put back for the
      * ordinary chain to parse.
       CHECK-TRANSFER-OPERATION SECTION.
           MOVE ARG-POINTER TO TRANSFER-SAVED-POINTER
           MOVE 0 TO OP-LEN
           MOVE SPACES TO OP-TEXT
           UNSTRING ARGUMENTS DELIMITED BY ALL SPACES
               INTO OP-TEXT COUNT IN OP-LEN
               WITH POINTER ARG-POINTER
           END-UNSTRING
           MOVE OP-TEXT TO OP-TEXT-UPPER
           INSPECT OP-TEXT-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF (OP-LEN = 1 AND OP-TEXT(1:1) = ">")
                   OR (OP-LEN = 4 AND OP-TEXT-UPPER(1:4) = "XFER")
               SET TRANSFER-REQUESTED TO TRUE
           ELSE
               MOVE TRANSFER-SAVED-POINTER TO ARG-POINTER
           END-IF
           EXIT.

      * "BALANCE debit > credit amount": the debit account was
      * taken by PROCESS-BALANCE; the credit account and a
      * positive amount follow.  The value date, where given,
      * values both legs alike.
       PROCESS-TRANSFER SECTION.
           MOVE BALANCE-ACCOUNT-ID TO TRANSFER-DEBIT-ACCOUNT
           MOVE 'N' TO TRANSFER-REFUSED-SWITCH
           MOVE 0 TO ARG2-LEN
           MOVE SPACES TO ARG2-TEXT
           UNSTRING ARGUMENTS DELIMITED BY ALL SPACES
               INTO ARG2-TEXT COUNT IN ARG2-LEN
               WITH POINTER ARG-POINTER
           END-UNSTRING
           MOVE ARG2-TEXT TO TRANSFER-CREDIT-ACCOUNT
           IF ARG2-LEN = 0 OR ARG2-LEN > 8
               SET TRANSFER-REFUSED TO TRUE
           ELSE
               MOVE 0 TO ARG2-LEN
               MOVE SPACES TO ARG2-TEXT
               UNSTRING ARGUMENTS DELIMITED BY ALL SPACES
                   INTO ARG2-TEXT COUNT IN ARG2-LEN
                   WITH POINTER ARG-POINTER
               END-UNSTRING
               MOVE ARG2-TEXT TO TOKEN-TEXT
               MOVE ARG2-LEN  TO TOKEN-LEN
               PERFORM CHECK-NUMERIC-TOKEN
               IF ARG2-LEN = 0 OR NOT TOKEN-VALID
                   SET TRANSFER-REFUSED TO TRUE
               ELSE
                   MOVE ARG2-TEXT TO VALUE-2
                   MOVE VALUE-2 TO TRANSFER-AMOUNT
                   IF TRANSFER-AMOUNT NOT > 0
                       SET TRANSFER-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF TRANSFER-REFUSED
               DISPLAY "transfer requires a credit account (1-8 "
                   "characters) and a positive amount: BALANCE "
                   "debit > credit amount"
               MOVE 4 TO RETURN-CODE
           ELSE
           IF TRANSFER-CREDIT-ACCOUNT = TRANSFER-DEBIT-ACCOUNT
               DISPLAY "transfer refused: debit and credit are both "
                   "account " TRANSFER-DEBIT-ACCOUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM SET-BALANCE-VALUE-DATE
               IF VALUE-DATE-REFUSED
                   MOVE 100 TO RETURN-CODE
               ELSE
                   IF REFERENCE-NUMBER = SPACES
                       PERFORM ASSIGN-REFERENCE-NUMBER
                   END-IF
                   PERFORM JUDGE-TRANSFER-LEGS
                   IF NOT TRANSFER-REFUSED
                       PERFORM POST-TRANSFER-LEGS
                   END-IF
               END-IF
           END-IF
           END-IF
           EXIT.

      * Both legs are judged against the masters before either
      * posts: each account on the balance master, on the account
      * master and open, and clear of any hold that stops its side
      * of the movement; the debit side last of all against its
      * minimum, so a BELOW MINIMUM line is only journaled for a
      * transfer that is going ahead.  A refusal is journaled and
      * alerted exactly as a single-account posting's would be.
      * The debit leg counts against its class's permitted debits
      * like any other debit: refused over the limit where the
      * class says so, its excess fee judged with the minimum.
      * A transfer moves one face amount, so the two accounts must
      * be denominated in the same currency; one across currencies
      * is refused as a CURRENCY MISMATCH, as balance mode refuses
      * any posting it cannot convert.
       JUDGE-TRANSFER-LEGS SECTION.
           SET DEBIT-UNRESTRICTED TO TRUE
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               MOVE 12 TO RETURN-CODE
               SET TRANSFER-REFUSED TO TRUE
           ELSE
               MOVE TRANSFER-DEBIT-ACCOUNT TO BALANCE-ACCOUNT-ID
               MOVE "-" TO OPERATION
               PERFORM JUDGE-TRANSFER-ACCOUNT
               IF NOT TRANSFER-REFUSED
                   MOVE VALUE-1 TO TRANSFER-DEBIT-BALANCE
                   MOVE BAL-CURRENCY TO TRANSFER-DEBIT-CURRENCY
                   IF TRANSFER-DEBIT-CURRENCY = SPACES
                       MOVE BASE-CURRENCY TO TRANSFER-DEBIT-CURRENCY
                   END-IF
                   MOVE 'N' TO TRANSFER-DEBIT-DORMANT-SW
                   IF BAL-DORMANT
                       SET TRANSFER-DEBIT-DORMANT TO TRUE
                   END-IF
      * Any active hold stops the debit side -- a debit-only hold
      * is precisely the hold this leg runs into.
                   IF NOT ACCOUNT-NOT-HELD
                       PERFORM REFUSE-HELD-TRANSFER-LEG
                   END-IF
                   IF NOT TRANSFER-REFUSED AND ACCOUNT-CHARGED-OFF
                       MOVE VALUE-1 TO STARTING-BALANCE
                       PERFORM JOURNAL-CHARGED-OFF-REFUSAL
                       MOVE 76 TO RETURN-CODE
                       SET TRANSFER-REFUSED TO TRUE
                   END-IF
                   IF NOT TRANSFER-REFUSED AND ACCOUNT-TERM-LOCKED
                       MOVE VALUE-1 TO STARTING-BALANCE
                       PERFORM JOURNAL-TERM-DEPOSIT-REFUSAL
                       MOVE 76 TO RETURN-CODE
                       SET TRANSFER-REFUSED TO TRUE
                   END-IF
                   IF NOT TRANSFER-REFUSED
                       MOVE VALUE-1 TO STARTING-BALANCE
                       MOVE BAL-ACCOUNT-CLASS TO DEBIT-ACCOUNT-CLASS
                       PERFORM JUDGE-DEBIT-COUNT
                       IF DEBIT-EXCESS-REJECT
                           PERFORM REFUSE-EXCESS-DEBIT
                           SET TRANSFER-REFUSED TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT TRANSFER-REFUSED
                   MOVE BAL-MINIMUM TO TRANSFER-MINIMUM
                   MOVE BAL-HARD-STOP-FLAG TO TRANSFER-HARD-STOP-FLAG
                   MOVE TRANSFER-CREDIT-ACCOUNT TO BALANCE-ACCOUNT-ID
                   MOVE "+" TO OPERATION
                   PERFORM JUDGE-TRANSFER-ACCOUNT
                   IF NOT TRANSFER-REFUSED
                       MOVE 'N' TO TRANSFER-CREDIT-DORMANT-SW
                       IF BAL-DORMANT
                           SET TRANSFER-CREDIT-DORMANT TO TRUE
                       END-IF
      * A debit-only hold lets credits through, as the hold
      * order reads.
                       IF ACCOUNT-HELD-FULL
                           PERFORM REFUSE-HELD-TRANSFER-LEG
                       END-IF
                   END-IF
                   IF NOT TRANSFER-REFUSED
                       MOVE BAL-CURRENCY TO TRANSFER-CREDIT-CURRENCY
                       IF TRANSFER-CREDIT-CURRENCY = SPACES
                           MOVE BASE-CURRENCY
                               TO TRANSFER-CREDIT-CURRENCY
                       END-IF
                       IF TRANSFER-CREDIT-CURRENCY
                               NOT = TRANSFER-DEBIT-CURRENCY
                           PERFORM REFUSE-TRANSFER-CURRENCY
                       END-IF
                   END-IF
               END-IF
               IF NOT TRANSFER-REFUSED
                   MOVE TRANSFER-DEBIT-ACCOUNT TO BALANCE-ACCOUNT-ID
                   MOVE "-" TO OPERATION
                   MOVE TRANSFER-DEBIT-BALANCE TO VALUE-1
                   MOVE TRANSFER-AMOUNT TO VALUE-2
                   COMPUTE RESULT = TRANSFER-DEBIT-BALANCE
                       - TRANSFER-AMOUNT
                   IF DEBIT-EXCESS-FEE
                       SUBTRACT DEBIT-EXCESS-FEE-AMOUNT FROM RESULT
                   END-IF
                   MOVE TRANSFER-MINIMUM TO BAL-MINIMUM
                   MOVE TRANSFER-HARD-STOP-FLAG TO BAL-HARD-STOP-FLAG
                   PERFORM LOAD-FUNDS-ENCUMBERED
                   PERFORM JUDGE-MINIMUM-BALANCE
                   IF POSTING-OVERDRAWN-HARD
                       MOVE 80 TO RETURN-CODE
                       SET TRANSFER-REFUSED TO TRUE
                   END-IF
               END-IF
               CLOSE BALANCE-FILE
           END-IF
           EXIT.

      * One leg's account, named in BALANCE-ACCOUNT-ID: on the
      * balance master (a transfer never opens a new account),
      * then on the account master and open, then its hold
      * status.  VALUE-1 comes back holding the balance on file.
       JUDGE-TRANSFER-ACCOUNT SECTION.
           MOVE TRANSFER-AMOUNT TO VALUE-2
           MOVE BALANCE-ACCOUNT-ID TO BAL-ACCOUNT-ID
           READ BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO VALUE-1
                   SET ACCOUNT-NO-BALANCE TO TRUE
               NOT INVALID KEY
                   MOVE BAL-AMOUNT TO VALUE-1
                   PERFORM CHECK-ACCOUNT-MASTER
           END-READ
           IF NOT ACCOUNT-ON-MASTER
               PERFORM JOURNAL-ACCOUNT-REFUSAL
               MOVE 76 TO RETURN-CODE
               SET TRANSFER-REFUSED TO TRUE
           ELSE
               PERFORM CHECK-ACCOUNT-HOLD
           END-IF
           EXIT.

      * Journaled against the debit account, whose balance the
      * refused transfer left untouched.
       REFUSE-TRANSFER-CURRENCY SECTION.
           MOVE "CALC006E" TO CURRENT-MESSAGE-ID
           MOVE SPACES TO MESSAGE-SUPPLEMENT
           STRING TRANSFER-DEBIT-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSFER-DEBIT-CURRENCY DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               TRANSFER-CREDIT-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSFER-CREDIT-CURRENCY DELIMITED BY SIZE
               INTO MESSAGE-SUPPLEMENT
           PERFORM DISPLAY-CATALOG-MESSAGE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE TRANSFER-DEBIT-BALANCE TO JRNL-VALUE-1
           MOVE "-"              TO JRNL-OPERATION
           MOVE TRANSFER-AMOUNT  TO JRNL-VALUE-2
           MOVE TRANSFER-DEBIT-BALANCE TO JRNL-RESULT
           MOVE TRAN-DATE        TO JRNL-DATE
           MOVE OPERATOR-ID      TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER TO JRNL-REFERENCE
           MOVE "CURRENCY MISMATCH" TO JRNL-OUTCOME
           MOVE RUN-DATE TO JRNL-RUN-DATE
           MOVE RUN-TIME TO JRNL-RUN-TIME
           MOVE SPACES TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE TRANSFER-DEBIT-ACCOUNT TO JRNL-ACCOUNT-ID
           MOVE 0 TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE TRANSFER-DEBIT-CURRENCY TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM WRITE-ACCOUNT-EVENT-LINE
           MOVE 24 TO RETURN-CODE
           SET TRANSFER-REFUSED TO TRUE
           EXIT.

       REFUSE-HELD-TRANSFER-LEG SECTION.
           MOVE VALUE-1 TO STARTING-BALANCE
           PERFORM JOURNAL-HELD-EVENT
           PERFORM ALERT-HELD-EVENT
           MOVE 72 TO RETURN-CODE
           SET TRANSFER-REFUSED TO TRUE
           EXIT.

      * Debit first, then credit, both under the one reference and
      * one balpost lock.  A debit that will not post leaves
      * nothing to undo; a credit that will not post has the debit
      * reversed at once by BACK-OUT-TRANSFER-DEBIT.
       POST-TRANSFER-LEGS SECTION.
           MOVE "POST    "       TO BPST-FUNCTION
           MOVE TRANSFER-DEBIT-ACCOUNT TO BPST-ACCOUNT-ID
           MOVE "-"              TO BPST-OPERATION
           MOVE TRANSFER-AMOUNT  TO BPST-AMOUNT
           MOVE RUN-DATE         TO BPST-RUN-DATE
           MOVE RUN-TIME         TO BPST-RUN-TIME
           MOVE REFERENCE-NUMBER TO BPST-REFERENCE
           MOVE VALUE-DATE       TO BPST-VALUE-DATE
           CALL 'balpost' USING BALANCE-POSTING-AREA
           IF BPST-RETURN-CODE NOT = 0
               MOVE BPST-RETURN-CODE TO TRANSFER-LEG-RC-EDIT
               DISPLAY "transfer not posted: debit leg on account "
                   TRANSFER-DEBIT-ACCOUNT " refused by balpost, rc "
                   TRANSFER-LEG-RC-EDIT
      * The BELOW MINIMUM line already out carries a balance the
      * account never reached.
               IF POSTING-BELOW-MINIMUM
                   MOVE TRANSFER-DEBIT-ACCOUNT TO BALANCE-ACCOUNT-ID
                   MOVE TRANSFER-DEBIT-BALANCE TO STARTING-BALANCE
                   PERFORM JOURNAL-NOT-STORED
               END-IF
               IF BPST-RETURN-CODE = 16
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO TRANSFER-ORIG-REFERENCE
               PERFORM JOURNAL-TRANSFER-LEG
               IF TRANSFER-DEBIT-DORMANT
                   PERFORM JOURNAL-TRANSFER-DORMANT
               END-IF
               MOVE TRANSFER-CREDIT-ACCOUNT TO BPST-ACCOUNT-ID
               MOVE "+" TO BPST-OPERATION
               CALL 'balpost' USING BALANCE-POSTING-AREA
               IF BPST-RETURN-CODE NOT = 0
                   PERFORM BACK-OUT-TRANSFER-DEBIT
               ELSE
                   PERFORM JOURNAL-TRANSFER-LEG
                   IF TRANSFER-CREDIT-DORMANT
                       PERFORM JOURNAL-TRANSFER-DORMANT
                   END-IF
                   IF POSTING-BELOW-MINIMUM
                       MOVE TRANSFER-DEBIT-ACCOUNT
                           TO MINIMUM-EVENT-ACCOUNT
                       MOVE TRANSFER-DEBIT-BALANCE
                           TO MINIMUM-EVENT-PRIOR
                       COMPUTE MINIMUM-EVENT-NEW =
                           TRANSFER-DEBIT-BALANCE - TRANSFER-AMOUNT
                       MOVE TRANSFER-MINIMUM TO MINIMUM-EVENT-LIMIT
                       PERFORM RAISE-MINIMUM-EVENT
                   END-IF
                   IF NOT TRIAL-MODE AND NOT DEBIT-UNRESTRICTED
                       PERFORM SETTLE-TRANSFER-DEBIT-COUNT
                   END-IF
                   MOVE 0 TO RETURN-CODE
                   IF NOT QUIET-MODE
                       MOVE TRANSFER-AMOUNT TO TRANSFER-AMOUNT-EDIT
                       DISPLAY RUN-DATE " " RUN-TIME " transferred "
                           TRANSFER-AMOUNT-EDIT " from "
                           TRANSFER-DEBIT-ACCOUNT " to "
                           TRANSFER-CREDIT-ACCOUNT "  reference "
                           REFERENCE-NUMBER
                   END-IF
               END-IF
           END-IF
           MOVE "CLOSE   " TO BPST-FUNCTION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           EXIT.

      * The debit leg's excess fee and its place in the cycle,
      * settled as APPLY-ACCOUNT-TRAN settles a single debit, still
      * under the transfer's balpost lock.
       SETTLE-TRANSFER-DEBIT-COUNT SECTION.
           MOVE TRANSFER-DEBIT-ACCOUNT TO BALANCE-ACCOUNT-ID
           MOVE TRANSFER-DEBIT-ACCOUNT TO BPST-ACCOUNT-ID
           MOVE TRANSFER-DEBIT-BALANCE TO STARTING-BALANCE
           COMPUTE RESULT = TRANSFER-DEBIT-BALANCE - TRANSFER-AMOUNT
           IF DEBIT-EXCESS-FEE
               PERFORM CHARGE-ACCOUNT-EXCESS-FEE
           END-IF
           PERFORM SETTLE-DEBIT-COUNT
           EXIT.

      * The reversing credit rides under the transfer's own
      * reference and names it as the entry reversed, so the pair
      * and its undoing read together in the journal.  A back-out
      * that itself fails leaves the account half-posted: that
      * goes to the alert queue for the morning shift to square by
      * hand.
       BACK-OUT-TRANSFER-DEBIT SECTION.
           MOVE BPST-RETURN-CODE TO TRANSFER-LEG-RC-EDIT
           DISPLAY "transfer credit leg on account "
               TRANSFER-CREDIT-ACCOUNT " refused by balpost, rc "
               TRANSFER-LEG-RC-EDIT " -- backing out the debit"
           MOVE TRANSFER-DEBIT-ACCOUNT TO BPST-ACCOUNT-ID
           MOVE "+" TO BPST-OPERATION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           MOVE RUN-DATE TO ALERT-RUN-DATE
           MOVE RUN-TIME TO ALERT-RUN-TIME
           MOVE SPACES TO ALERT-MESSAGE
           IF BPST-RETURN-CODE = 0
               MOVE REFERENCE-NUMBER TO TRANSFER-ORIG-REFERENCE
               PERFORM JOURNAL-TRANSFER-LEG
               MOVE "CALC040E" TO CURRENT-MESSAGE-ID
               MOVE REFERENCE-NUMBER TO MESSAGE-SUPPLEMENT
               PERFORM DISPLAY-CATALOG-MESSAGE
               STRING "TRANSFER BACKED OUT: ACCOUNT "
                   DELIMITED BY SIZE
                   TRANSFER-DEBIT-ACCOUNT DELIMITED BY SIZE
                   " REFERENCE " DELIMITED BY SIZE
                   REFERENCE-NUMBER DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               MOVE 112 TO RETURN-CODE
           ELSE
               DISPLAY "back-out of transfer debit failed -- account "
                   TRANSFER-DEBIT-ACCOUNT " is half-posted under "
                   "reference " REFERENCE-NUMBER
               STRING "TRANSFER HALF-POSTED: ACCOUNT "
                   DELIMITED BY SIZE
                   TRANSFER-DEBIT-ACCOUNT DELIMITED BY SIZE
                   " REFERENCE " DELIMITED BY SIZE
                   REFERENCE-NUMBER DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM WRITE-UNACKNOWLEDGED-ALERT
           EXIT.

      * Each leg journals as an ordinary account-tagged addition
      * or subtraction, so the trial-balance replay and the
      * statement read it like any other posting.
       JOURNAL-TRANSFER-LEG SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE BPST-PRIOR-BALANCE TO JRNL-VALUE-1
           MOVE BPST-OPERATION     TO JRNL-OPERATION
           MOVE BPST-AMOUNT        TO JRNL-VALUE-2
           MOVE BPST-NEW-BALANCE   TO JRNL-RESULT
           MOVE TRAN-DATE          TO JRNL-DATE
           MOVE OPERATOR-ID        TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER   TO JRNL-REFERENCE
           MOVE "OK"               TO JRNL-OUTCOME
           MOVE RUN-DATE TO JRNL-RUN-DATE
           MOVE RUN-TIME TO JRNL-RUN-TIME
           MOVE TRANSFER-ORIG-REFERENCE TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE BPST-ACCOUNT-ID TO JRNL-ACCOUNT-ID
           MOVE 0 TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
      * Legs between two entities' accounts are intercompany: each
      * names the other leg's entity as its counter entity.
           IF BPST-ACCOUNT-ID = TRANSFER-DEBIT-ACCOUNT
               MOVE TRANSFER-CREDIT-ACCOUNT TO COUNTERPART-ACCOUNT-ID
           ELSE
               MOVE TRANSFER-DEBIT-ACCOUNT TO COUNTERPART-ACCOUNT-ID
           END-IF
           PERFORM CHAIN-JOURNAL-LINE
           MOVE SPACES TO COUNTERPART-ACCOUNT-ID
           WRITE JOURNAL-RECORD
           EXIT.

       JOURNAL-TRANSFER-DORMANT SECTION.
           MOVE BPST-ACCOUNT-ID    TO BALANCE-ACCOUNT-ID
           MOVE BPST-PRIOR-BALANCE TO VALUE-1
           MOVE BPST-OPERATION     TO OPERATION
           MOVE BPST-AMOUNT        TO VALUE-2
           MOVE BPST-NEW-BALANCE   TO RESULT
           PERFORM JOURNAL-DORMANT-EVENT
           EXIT.

      * Re-runs one specific transaction by reference number against
      * the indexed copy of the transaction file (TRANINDEX), rather
      * than scanning the whole sequential TRAN-FILE for it.
      * JCL's swap step needs no return-code gymnastics to know
      * whether the swap is safe.
               PERFORM PASS-SUSPENSE-THROUGH
               PERFORM PASS-WAREHOUSE-THROUGH
               MOVE 16 TO RETURN-CODE
           ELSE
      * The checkpoint is read ahead of everything else the run
               IF DAY-STATUS-STATUS = "00"
                   MOVE RUN-DATE   TO DSTA-BUSINESS-DATE
                   MOVE "CALCULAT" TO DSTA-PROGRAM
                   MOVE CLOCK-DATE TO DSTA-RUN-DATE
                   MOVE RUN-TIME   TO DSTA-RUN-TIME
                   MOVE 0          TO DSTA-RETURN-CODE
                   WRITE DAY-STATUS-RECORD
           END-READ
           EXIT.

      * The warehouse's counterpart: a refused or trial run still
      * leaves FUTWOUT holding every warehoused item for the swap.
       PASS-WAREHOUSE-THROUGH SECTION.
           OPEN OUTPUT WAREHOUSE-OUT-FILE
           OPEN INPUT WAREHOUSE-FILE
           IF WAREHOUSE-STATUS = "00"
               MOVE 'N' TO WAREHOUSE-EOF-SWITCH
               PERFORM COPY-ONE-WAREHOUSE-ITEM
                   UNTIL WAREHOUSE-EOF
               CLOSE WAREHOUSE-FILE
           END-IF
           CLOSE WAREHOUSE-OUT-FILE
           EXIT.

       COPY-ONE-WAREHOUSE-ITEM SECTION.
           READ WAREHOUSE-FILE
               AT END
                   SET WAREHOUSE-EOF TO TRUE
               NOT AT END
                   WRITE FUTO-RECORD FROM FUTW-RECORD
           END-READ
           EXIT.

      * A trial run holds no lock and logs nothing -- it posts
      * nothing, so two of them can't hurt each other or a real
      * run.
           EXIT.

       JUDGE-HELD-LOCK SECTION.
           MOVE "CALC-LOCK-OVERRIDE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO LOCK-OVERRIDE-ENV
           IF LOCK-OVERRIDE-ENV = "YES"
               DISPLAY "stale run lock from " RLCK-RUN-DATE " "
                   RLCK-RUN-TIME " overridden by operator"
           EXIT.

       CHECK-WINDOW-LIMIT SECTION.
           MOVE "CALC-WINDOW-SECONDS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO WINDOW-SECONDS-ENV
           IF WINDOW-SECONDS-ENV NOT = SPACES
               MOVE WINDOW-SECONDS-ENV TO WINDOW-SECONDS
           END-IF
                   " -- no distribution summary this run"
           END-IF
           OPEN OUTPUT DUPLICATE-FILE
           MOVE "CALC-BASE-CURRENCY" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BASE-CURRENCY-ENV
           IF BASE-CURRENCY-ENV NOT = SPACES
               MOVE BASE-CURRENCY-ENV TO BASE-CURRENCY
           END-IF
           MOVE "OPEN    " TO XFND-FUNCTION
           CALL 'xratfind' USING RATE-FIND-AREA
           IF XFND-RETURN-CODE = 0
               SET XRATMAST-AVAILABLE TO TRUE
           END-IF
           MOVE "OPEN    " TO CFND-FUNCTION
           CALL 'currfind' USING CURRENCY-FIND-AREA
           IF CFND-RETURN-CODE = 0
               SET CURRMAST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT AUTHORIZATION-FILE
           IF AUTHORIZATION-STATUS = "00"
               SET AUTHMAST-AVAILABLE TO TRUE
           ELSE
               PERFORM PASS-SUSPENSE-THROUGH
           END-IF
           PERFORM OPEN-FUTURE-WAREHOUSE
           PERFORM PROCESS-ONE-BRANCH-FILE
               VARYING CURRENT-FILE-NO FROM 1 BY 1
               UNTIL CURRENT-FILE-NO > 3
               CLOSE SUSPENSE-OUT-FILE
               CLOSE REVIEW-QUEUE-FILE
           END-IF
           IF WAREHOUSE-ACTIVE AND NOT TRIAL-MODE
               CLOSE WAREHOUSE-OUT-FILE
           END-IF
           MOVE 'N' TO WAREHOUSE-ACTIVE-SWITCH
           IF DEPT-BATCH-ACTIVE
               DISPLAY "department batch " CURRENT-DEPARTMENT
                   " has no trailer -- not reconciled"
               ADD 1 TO DEPT-OOB-COUNT
               PERFORM CLOSE-QUALITY-BATCH
               MOVE CURRENT-DEPARTMENT TO QUALITY-DEPARTMENT
               PERFORM COUNT-QUALITY-OUT-OF-BALANCE
               MOVE 'N' TO DEPT-BATCH-ACTIVE-SWITCH
           END-IF
           IF OPERMAST-AVAILABLE
               CLOSE TRAN-INDEX-FILE
               MOVE 'N' TO TRANINDEX-OPEN-SWITCH
           END-IF
           IF ACCOUNT-WORK-STARTED
               MOVE "CLOSE   " TO BPST-FUNCTION
               CALL 'balpost' USING BALANCE-POSTING-AREA
               MOVE 'N' TO ACCOUNT-WORK-SWITCH
           END-IF
           IF FUNDFIND-CALLED
               MOVE "CLOSE   " TO FFND-FUNCTION
               CALL 'fundfind' USING FUNDS-FIND-AREA
               MOVE 'N' TO FUNDFIND-SWITCH
           END-IF
           IF XRATMAST-AVAILABLE
               MOVE "CLOSE   " TO XFND-FUNCTION
               CALL 'xratfind' USING RATE-FIND-AREA
               MOVE 'N' TO XRATMAST-OPEN-SWITCH
           END-IF
           IF CURRMAST-AVAILABLE
               MOVE "CLOSE   " TO CFND-FUNCTION
               CALL 'currfind' USING CURRENCY-FIND-AREA
               MOVE 'N' TO CURRMAST-OPEN-SWITCH
           END-IF
           IF AUTHMAST-AVAILABLE
               CLOSE AUTHORIZATION-FILE
               MOVE 'N' TO AUTHMAST-OPEN-SWITCH
           IF DEPT-OOB-COUNT > 0 AND RETURN-CODE = 0
               MOVE 12 TO RETURN-CODE
           END-IF
           IF BRANCH-HOLIDAY-REFUSALS > 0 AND RETURN-CODE = 0
               MOVE 12 TO RETURN-CODE
           END-IF
           IF STAT-ERRORS > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           PERFORM WRITE-JOURNAL-TRAILER
           PERFORM WRITE-RUN-STATISTICS
           PERFORM WRITE-QUALITY-HISTORY
           EXIT.

      * The run's statistics go to the permanent history file as
           END-IF
           EXIT.

      * A department batch closes -- on its trailer, or when the
      * next header or the end of the file finds it still open --
      * and what the run's counters moved by since its header is
      * the batch's own.
       CLOSE-QUALITY-BATCH SECTION.
           IF NOT DEPT-BATCH-RESTARTED
               MOVE CURRENT-DEPARTMENT TO QUALITY-DEPARTMENT
               PERFORM FIND-QUALITY-DEPARTMENT
               IF QUALITY-FOUND
                   ADD 1 TO QLT-BATCHES(QUALITY-IDX)
                   COMPUTE QLT-RECEIVED(QUALITY-IDX) =
                       QLT-RECEIVED(QUALITY-IDX)
                       + STAT-TRANS-READ - QUALITY-START-READ
                   COMPUTE QLT-ERRORS(QUALITY-IDX) =
                       QLT-ERRORS(QUALITY-IDX)
                       + STAT-ERRORS - QUALITY-START-ERRORS
                   COMPUTE QLT-DUPLICATES(QUALITY-IDX) =
                       QLT-DUPLICATES(QUALITY-IDX)
                       + STAT-DUPLICATES - QUALITY-START-DUPLICATES
                   COMPUTE QLT-SUSPENDED(QUALITY-IDX) =
                       QLT-SUSPENDED(QUALITY-IDX)
                       + STAT-SUSPENDED - QUALITY-START-SUSPENDED
               END-IF
           END-IF
           EXIT.

       COUNT-QUALITY-OUT-OF-BALANCE SECTION.
           PERFORM FIND-QUALITY-DEPARTMENT
           IF QUALITY-FOUND
               ADD 1 TO QLT-OUT-OF-BALANCE(QUALITY-IDX)
           END-IF
           EXIT.

      * Finds QUALITY-DEPARTMENT's entry, adding it on first sight;
      * a department past the table's capacity is counted and
      * reported, not recorded.
       FIND-QUALITY-DEPARTMENT SECTION.
           MOVE 'N' TO QUALITY-FOUND-SWITCH
           IF QUALITY-DEPARTMENT NOT = SPACES
               SET QUALITY-IDX TO 1
               PERFORM SEARCH-QUALITY-TABLE
                   UNTIL QUALITY-IDX > QUALITY-ENTRIES-USED
                       OR QUALITY-FOUND
               IF NOT QUALITY-FOUND
                   IF QUALITY-ENTRIES-USED < 100
                       ADD 1 TO QUALITY-ENTRIES-USED
                       SET QUALITY-IDX TO QUALITY-ENTRIES-USED
                       INITIALIZE QUALITY-ENTRY(QUALITY-IDX)
                       MOVE QUALITY-DEPARTMENT
                           TO QLT-DEPARTMENT(QUALITY-IDX)
                       SET QUALITY-FOUND TO TRUE
                   ELSE
                       ADD 1 TO QUALITY-NOT-KEPT
                   END-IF
               END-IF
           END-IF
           EXIT.

       SEARCH-QUALITY-TABLE SECTION.
           IF QLT-DEPARTMENT(QUALITY-IDX) = QUALITY-DEPARTMENT
               SET QUALITY-FOUND TO TRUE
           ELSE
               SET QUALITY-IDX UP BY 1
           END-IF
           EXIT.

      * The departments' counts follow the run statistics to their
      * own history, one record per measure that moved.
       WRITE-QUALITY-HISTORY SECTION.
           IF QUALITY-NOT-KEPT > 0
               DISPLAY "data-quality table full -- "
                   QUALITY-NOT-KEPT " department batches not recorded"
           END-IF
           IF TRIAL-MODE OR QUALITY-ENTRIES-USED = 0
               CONTINUE
           ELSE
           OPEN EXTEND QUALITY-HISTORY-FILE
           IF QUALITY-HISTORY-STATUS = "35"
               OPEN OUTPUT QUALITY-HISTORY-FILE
           END-IF
           IF QUALITY-HISTORY-STATUS = "00"
               PERFORM WRITE-QUALITY-DEPARTMENT
                   VARYING QUALITY-IDX FROM 1 BY 1
                   UNTIL QUALITY-IDX > QUALITY-ENTRIES-USED
               CLOSE QUALITY-HISTORY-FILE
           END-IF
           END-IF
           EXIT.

       WRITE-QUALITY-DEPARTMENT SECTION.
           MOVE SPACES TO DATA-QUALITY-RECORD
           MOVE RUN-DATE   TO DQH-RUN-DATE
           MOVE RUN-TIME   TO DQH-RUN-TIME
           MOVE "CALCULAT" TO DQH-PROGRAM
           MOVE QLT-DEPARTMENT(QUALITY-IDX) TO DQH-DEPARTMENT
           MOVE 0 TO DQH-DAYS
           MOVE "BTCH" TO DQH-MEASURE
           MOVE QLT-BATCHES(QUALITY-IDX) TO DQH-COUNT
           PERFORM WRITE-QUALITY-MEASURE
           MOVE "OOB " TO DQH-MEASURE
           MOVE QLT-OUT-OF-BALANCE(QUALITY-IDX) TO DQH-COUNT
           PERFORM WRITE-QUALITY-MEASURE
           MOVE "RECV" TO DQH-MEASURE
           MOVE QLT-RECEIVED(QUALITY-IDX) TO DQH-COUNT
           PERFORM WRITE-QUALITY-MEASURE
           MOVE "PERR" TO DQH-MEASURE
           MOVE QLT-ERRORS(QUALITY-IDX) TO DQH-COUNT
           PERFORM WRITE-QUALITY-MEASURE
           MOVE "DUPL" TO DQH-MEASURE
           MOVE QLT-DUPLICATES(QUALITY-IDX) TO DQH-COUNT
           PERFORM WRITE-QUALITY-MEASURE
           MOVE "SUSP" TO DQH-MEASURE
           MOVE QLT-SUSPENDED(QUALITY-IDX) TO DQH-COUNT
           PERFORM WRITE-QUALITY-MEASURE
           EXIT.

       WRITE-QUALITY-MEASURE SECTION.
           IF DQH-COUNT > 0
               WRITE DATA-QUALITY-RECORD
           END-IF
           EXIT.

      * Branch ids default BR01/BR02/BR03 and can be renamed shop-
      * wide with the CALC-BRANCH-1/2/3 environment variables, so
      * each site's JCL can label its own feeds without a program
           MOVE "BR01" TO BRANCH-ID(1)
           MOVE "BR02" TO BRANCH-ID(2)
           MOVE "BR03" TO BRANCH-ID(3)
           MOVE "CALC-BRANCH-1" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BRANCH-ENV-VALUE
           IF BRANCH-ENV-VALUE NOT = SPACES
               MOVE BRANCH-ENV-VALUE TO BRANCH-ID(1)
           END-IF
           MOVE "CALC-BRANCH-2" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BRANCH-ENV-VALUE
           IF BRANCH-ENV-VALUE NOT = SPACES
               MOVE BRANCH-ENV-VALUE TO BRANCH-ID(2)
           END-IF
           MOVE "CALC-BRANCH-3" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BRANCH-ENV-VALUE
           IF BRANCH-ENV-VALUE NOT = SPACES
               MOVE BRANCH-ENV-VALUE TO BRANCH-ID(3)
           END-IF
           MOVE 'N' TO BRANCH-PRESENT-FLAG(1)
                       BRANCH-PRESENT-FLAG(2)
                       BRANCH-PRESENT-FLAG(3)
           OPEN INPUT BRANCH-MASTER-FILE
           IF BRANCH-MASTER-STATUS = "00"
               SET BRCHMAST-AVAILABLE TO TRUE
           END-IF
           SET BRANCH-IDX TO 1
           PERFORM SET-ONE-BRANCH-PROFILE
               UNTIL BRANCH-IDX > 3
           IF BRCHMAST-AVAILABLE
               CLOSE BRANCH-MASTER-FILE
               MOVE 'N' TO BRCHMAST-OPEN-SWITCH
           END-IF
           EXIT.

      * Name and cut-off from the branch master when it's mounted
      * (a branch not on it prints by code and has no cut-off),
      * and whether the business date is one of its own holidays.
       SET-ONE-BRANCH-PROFILE SECTION.
           MOVE SPACES TO BRANCH-NAME(BRANCH-IDX)
           MOVE 0 TO BRANCH-CUTOFF-TIME(BRANCH-IDX)
           MOVE 0 TO BRANCH-ROLLED-COUNT(BRANCH-IDX)
           IF BRCHMAST-AVAILABLE
               MOVE BRANCH-ID(BRANCH-IDX) TO BRM-BRANCH-ID
               READ BRANCH-MASTER-FILE
                   NOT INVALID KEY
                       MOVE BRM-BRANCH-NAME
                           TO BRANCH-NAME(BRANCH-IDX)
                       IF BRM-CUTOFF-TIME IS NUMERIC
                           MOVE BRM-CUTOFF-TIME
                               TO BRANCH-CUTOFF-TIME(BRANCH-IDX)
                       END-IF
               END-READ
           END-IF
           MOVE RUN-DATE TO HOLIDAY-TEST-DATE
           MOVE BRANCH-ID(BRANCH-IDX) TO HOLIDAY-TEST-BRANCH
           SET HOLIDAY-OWN-ONLY TO TRUE
           PERFORM SEARCH-HOLIDAY-TABLE
           IF HOLIDAY-MATCHED
               SET BRANCH-ON-HOLIDAY(BRANCH-IDX) TO TRUE
           ELSE
               MOVE 'N' TO BRANCH-HOLIDAY-FLAG(BRANCH-IDX)
           END-IF
           SET BRANCH-IDX UP BY 1
           EXIT.

      * One branch file, skipped and processed under the one
           IF NOT TRAN-EOF
               PERFORM VERIFY-TRANSMISSION-CONTROL
               PERFORM CLOSE-CURRENT-TRAN-FILE
               EVALUATE TRUE
                   WHEN NOT TRANSMISSION-OK
                       SET TRANSMISSION-REFUSED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   WHEN BRANCH-ON-HOLIDAY(CURRENT-FILE-NO)
                       PERFORM REFUSE-BRANCH-HOLIDAY-FILE
                   WHEN OTHER
                       PERFORM REOPEN-CURRENT-TRAN-FILE
                       MOVE BRANCH-ID(CURRENT-FILE-NO)
                           TO CURRENT-BRANCH-ID
                       PERFORM JUDGE-BRANCH-CUTOFF
                       PERFORM SKIP-CHECKPOINTED-TRAN
                           UNTIL RECORDS-PROCESSED >= RECORDS-TO-SKIP
                               OR TRAN-EOF
                       PERFORM READ-AND-PROCESS-TRAN UNTIL TRAN-EOF
                       PERFORM CLOSE-CURRENT-TRAN-FILE
                       MOVE 'N' TO CUTOFF-ROLL-SWITCH
                       IF CONTROL-PRESENT AND NOT TRIAL-MODE
                           MOVE EXPECTED-SEQUENCE TO
                               TSEQ-LAST-SEQUENCE(CURRENT-FILE-NO)
                           SET TRANSEQ-DIRTY TO TRUE
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      * Nothing in a file sent on the branch's own holiday posts,
      * and its sequence isn't taken up, so the same file goes in
      * again unchanged on the branch's next business day.
       REFUSE-BRANCH-HOLIDAY-FILE SECTION.
           ADD 1 TO BRANCH-HOLIDAY-REFUSALS
           MOVE "CALC042E" TO CURRENT-MESSAGE-ID
           MOVE SPACES TO MESSAGE-SUPPLEMENT
           STRING "BRANCH " DELIMITED BY SIZE
               BRANCH-ID(CURRENT-FILE-NO) DELIMITED BY SIZE
               " HOLIDAY " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO MESSAGE-SUPPLEMENT
           PERFORM DISPLAY-CATALOG-MESSAGE
           MOVE RUN-DATE TO ALERT-RUN-DATE
           MOVE RUN-TIME TO ALERT-RUN-TIME
           MOVE SPACES TO ALERT-MESSAGE
           STRING "BRANCH " DELIMITED BY SIZE
               BRANCH-ID(CURRENT-FILE-NO) DELIMITED BY SIZE
               " FILE REFUSED -- HOLIDAY " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ", NOTHING POSTED" DELIMITED BY SIZE
               INTO ALERT-MESSAGE
           PERFORM WRITE-UNACKNOWLEDGED-ALERT
           EXIT.

      * The file's creation time against the branch's cut-off.  A
      * file with no control record, or a control record with no
      * time, is taken as inside the cut-off.
       JUDGE-BRANCH-CUTOFF SECTION.
           MOVE 'N' TO CUTOFF-ROLL-SWITCH
           IF CONTROL-PRESENT
                   AND BRANCH-CUTOFF-TIME(CURRENT-FILE-NO) > 0
                   AND CONTROL-CREATE-TIME
                       > BRANCH-CUTOFF-TIME(CURRENT-FILE-NO)
                   AND CONTROL-CREATE-DATE(5:2) >= "01"
                   AND CONTROL-CREATE-DATE(5:2) <= "12"
               PERFORM FIND-BRANCH-NEXT-BUSINESS-DATE
               SET CUTOFF-ROLL-ACTIVE TO TRUE
               MOVE "CALC043I" TO CURRENT-MESSAGE-ID
               MOVE SPACES TO MESSAGE-SUPPLEMENT
               STRING BRANCH-ID(CURRENT-FILE-NO) DELIMITED BY SIZE
                   " FILE " DELIMITED BY SIZE
                   CONTROL-CREATE-TIME DELIMITED BY SIZE
                   " CUT-OFF " DELIMITED BY SIZE
                   BRANCH-CUTOFF-TIME(CURRENT-FILE-NO)
                       DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   CUTOFF-ROLL-DATE DELIMITED BY SIZE
                   INTO MESSAGE-SUPPLEMENT
               PERFORM DISPLAY-CATALOG-MESSAGE
           END-IF
           EXIT.

      * A creation date bizdate cannot read rolls nowhere: the
      * file's transactions post on the date they carry.
       FIND-BRANCH-NEXT-BUSINESS-DATE SECTION.
           MOVE "NEXT    " TO BDAT-FUNCTION
           MOVE CONTROL-CREATE-DATE TO BDAT-DATE
           MOVE CURRENT-BRANCH-ID TO BDAT-BRANCH-ID
           CALL 'bizdate' USING BUSINESS-DATE-AREA
               ON EXCEPTION
                   MOVE 12 TO BDAT-RETURN-CODE
           END-CALL
           IF BDAT-RETURN-CODE NOT > 4
               MOVE BDAT-RESULT-DATE TO CUTOFF-ROLL-DATE
           ELSE
               MOVE CONTROL-CREATE-DATE TO CUTOFF-ROLL-DATE
           END-IF
           EXIT.

      * A transaction dated on a late file's creation date takes
      * the branch's next business date, in the record itself so a
      * warehoused or suspended image carries it too.  A value date
      * left to default follows it; one given explicitly stands.
       APPLY-BRANCH-CUTOFF SECTION.
           MOVE 'N' TO CUTOFF-ROLLED-SWITCH
           IF CUTOFF-ROLL-ACTIVE AND TRAN-DATE = CONTROL-CREATE-DATE
               MOVE CUTOFF-ROLL-DATE TO TRAN-DATE-IN
               MOVE CUTOFF-ROLL-DATE TO TRAN-DATE
               IF TRAN-VALUE-DATE IS NUMERIC AND TRAN-VALUE-DATE > 0
                   CONTINUE
               ELSE
                   MOVE CUTOFF-ROLL-DATE TO VALUE-DATE
               END-IF
               SET CUTOFF-ROLLED TO TRUE
           END-IF
           EXIT.

                       MOVE TRANC-RECORD-COUNT
                           TO EXPECTED-RECORD-COUNT
                       MOVE TRANC-HASH-TOTAL   TO EXPECTED-HASH-TOTAL
                       MOVE TRANC-CREATE-DATE  TO CONTROL-CREATE-DATE
                       IF TRANC-CREATE-TIME IS NUMERIC
                           MOVE TRANC-CREATE-TIME
                               TO CONTROL-CREATE-TIME
                       ELSE
                           MOVE 0 TO CONTROL-CREATE-TIME
                       END-IF
                   ELSE
      * No control record: a legacy handoff, posted unverified.
                       SET VERIFY-DONE TO TRUE
                   TO BRANCH-COUNT-EDIT
               MOVE BRANCH-RESULT-TOTAL(BRANCH-IDX)
                   TO BRANCH-TOTAL-EDIT
               DISPLAY "branch " BRANCH-ID(BRANCH-IDX) " "
                   BRANCH-NAME(BRANCH-IDX) " subtotal: "
                   BRANCH-COUNT-EDIT " transactions, "
                   BRANCH-TOTAL-EDIT
               IF BRANCH-ON-HOLIDAY(BRANCH-IDX)
                   DISPLAY "  file refused -- branch holiday"
               END-IF
               IF BRANCH-ROLLED-COUNT(BRANCH-IDX) > 0
                   MOVE BRANCH-ROLLED-COUNT(BRANCH-IDX)
                       TO BRANCH-COUNT-EDIT
                   DISPLAY "  " BRANCH-COUNT-EDIT
                       " after cut-off, rolled to the next"
                       " business date"
               END-IF
           END-IF
           SET BRANCH-IDX UP BY 1
           EXIT.

       CHAIN-JOURNAL-LINE SECTION.
      * Every produced line funnels through here, which is also
      * where the intraday cycle stamp, the source position and
      * system and the legal entity land -- one hook instead of
      * ten write sites.
           MOVE INTRADAY-CYCLE TO JRNL-CYCLE
           MOVE CURRENT-SOURCE-POSITION TO JRNL-SOURCE-POSITION
           MOVE CURRENT-SOURCE-SYSTEM TO JRNL-SOURCE-SYSTEM
           EVALUATE TRUE
               WHEN SUSPENSE-PRESENTING
                   SET JRNL-FROM-SUSPENSE TO TRUE
               WHEN WAREHOUSE-RELEASING
                   SET JRNL-FROM-WAREHOUSE TO TRUE
               WHEN OTHER
                   MOVE SPACE TO JRNL-CARRIED-IN
           END-EVALUATE
           PERFORM STAMP-JOURNAL-ENTITY
           IF NOT JOURNAL-CHAIN-OPEN
               MOVE "OPEN" TO JHSH-FUNCTION
               CALL 'jrnlhash' USING JOURNAL-HASH-AREA
           MOVE JHSH-RUNNING-HASH TO JRNL-CHAIN-HASH
           EXIT.

      * The line books to its account's entity, else its cost
      * center's, else the run's home entity.  It is intercompany
      * when the center, or a transfer's other account, belongs to
      * a different entity -- that entity is the counter entity
      * CONSOL eliminates against.  No ACCTMAST or CCMAST on hand
      * simply leaves that side unassigned.
       STAMP-JOURNAL-ENTITY SECTION.
           MOVE SPACES TO ACCOUNT-ENTITY
           MOVE SPACES TO CENTER-ENTITY
           MOVE SPACES TO JRNL-COUNTER-ENTITY
           IF JRNL-ACCOUNT-ID NOT = SPACES
               MOVE JRNL-ACCOUNT-ID TO ENTITY-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-ENTITY
               MOVE ENTITY-LOOKUP-RESULT TO ACCOUNT-ENTITY
           END-IF
           IF JRNL-COST-CENTER NOT = SPACES AND CCMAST-AVAILABLE
               MOVE JRNL-COST-CENTER TO CCM-COST-CENTER
               READ COST-CENTER-FILE
                   NOT INVALID KEY
                       MOVE CCM-ENTITY TO CENTER-ENTITY
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN ACCOUNT-ENTITY NOT = SPACES
                   MOVE ACCOUNT-ENTITY TO JRNL-ENTITY
               WHEN CENTER-ENTITY NOT = SPACES
                   MOVE CENTER-ENTITY TO JRNL-ENTITY
               WHEN OTHER
                   MOVE HOME-ENTITY TO JRNL-ENTITY
           END-EVALUATE
           IF CENTER-ENTITY NOT = SPACES
                   AND CENTER-ENTITY NOT = JRNL-ENTITY
               MOVE CENTER-ENTITY TO JRNL-COUNTER-ENTITY
           END-IF
           IF COUNTERPART-ACCOUNT-ID NOT = SPACES
               MOVE COUNTERPART-ACCOUNT-ID TO ENTITY-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-ENTITY
               IF ENTITY-LOOKUP-RESULT NOT = SPACES
                       AND ENTITY-LOOKUP-RESULT NOT = JRNL-ENTITY
                   MOVE ENTITY-LOOKUP-RESULT TO JRNL-COUNTER-ENTITY
               END-IF
           END-IF
           EXIT.

       FIND-ACCOUNT-ENTITY SECTION.
           IF ENTITY-LOOKUP-ACCOUNT NOT = ENTITY-CACHE-ACCOUNT
               MOVE ENTITY-LOOKUP-ACCOUNT TO ENTITY-CACHE-ACCOUNT
               MOVE SPACES TO ENTITY-CACHE-ENTITY
               OPEN INPUT ACCOUNT-MASTER-FILE
               IF ACCOUNT-MASTER-STATUS = "00"
                   MOVE ENTITY-LOOKUP-ACCOUNT TO ACCT-ACCOUNT-ID
                   READ ACCOUNT-MASTER-FILE
                       NOT INVALID KEY
                           MOVE ACCT-ENTITY TO ENTITY-CACHE-ENTITY
                   END-READ
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
           END-IF
           MOVE ENTITY-CACHE-ENTITY TO ENTITY-LOOKUP-RESULT
           EXIT.

       CHAIN-JOURNAL-TRAILER SECTION.
           MOVE "SEAL" TO JHSH-FUNCTION
           CALL 'jrnlhash' USING JOURNAL-HASH-AREA
                   MOVE 'N' TO DEPT-BATCH-ACTIVE-SWITCH
               ELSE
                   ADD 1 TO RECORDS-PROCESSED
                   IF WAREHOUSE-ACTIVE
                       PERFORM REWAREHOUSE-SKIPPED-TRAN
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           EXIT.

      * The FUTWOUT an abended run wrote is never swapped in, so
      * a future-dated item it parked ahead of the checkpoint has
      * to be parked again as the restart skips past it.  Its
      * WAREHOUSED journal line is already on file; a reference
      * the abended run assigned is not, so a blank one is
      * assigned afresh.  The operator and cost-center checks are
      * left to the day it is released.
       REWAREHOUSE-SKIPPED-TRAN SECTION.
           MOVE TRAN-DATE-IN      TO TRAN-DATE
           MOVE TRAN-DATE-IN      TO VALUE-DATE
           MOVE TRAN-REFERENCE-IN TO REFERENCE-NUMBER
           PERFORM APPLY-BRANCH-CUTOFF
           PERFORM VALIDATE-POSTING-DATE
           IF POSTING-DATE-FUTURE
               PERFORM WAREHOUSE-FUTURE-TRAN
           END-IF
           MOVE 0 TO RETURN-CODE
           EXIT.

      * One READ for whichever branch file is current; files two
      * and three land their records in the shared TRAN-RECORD
      * area so everything downstream sees one record layout.
      * would bleed onto every record that follows it.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO CONVERSION-RATE-USED
           MOVE SPACE TO CONVERSION-RATE-SOURCE
           IF JRNL-LINES-WRITTEN < JRNL-LINES-ON-FILE
               SET JOURNAL-REPLAYING TO TRUE
           ELSE
           MOVE TRAN-APPROVED-BY    TO CURRENT-APPROVER
           MOVE TRAN-COST-CENTER    TO COST-CENTER
           MOVE TRAN-PRODUCT-CODE   TO PRODUCT-CODE
           IF TRAN-VALUE-DATE IS NUMERIC AND TRAN-VALUE-DATE > 0
               MOVE TRAN-VALUE-DATE TO VALUE-DATE
           ELSE
               MOVE TRAN-DATE-IN    TO VALUE-DATE
           END-IF
           PERFORM APPLY-BRANCH-CUTOFF
           IF CUTOFF-ROLLED
               ADD 1 TO BRANCH-ROLLED-COUNT(CURRENT-FILE-NO)
           END-IF
           IF TRAN-SOURCE-POSITION IS NUMERIC
               MOVE TRAN-SOURCE-POSITION TO CURRENT-SOURCE-POSITION
           ELSE
               MOVE 0 TO CURRENT-SOURCE-POSITION
           END-IF
           MOVE TRAN-SOURCE-SYSTEM TO CURRENT-SOURCE-SYSTEM
      * An account posting's amount is VALUE-2; it stands in
      * VALUE-1 as well until the posting replaces VALUE-1 with the
      * account's balance, so the operator limits judge the amount
      * actually moving.
           IF TRAN-ACCOUNT-ID NOT = SPACES
               MOVE TRAN-VALUE-2 TO VALUE-1
           END-IF
           ADD 1 TO STAT-TRANS-READ
           IF SUSPENSE-PRESENTING
               MOVE 'N' TO DUPLICATE-FOUND-SWITCH
               IF OPERATOR-VALID AND COST-CENTER-VALID
                   PERFORM VALIDATE-POSTING-DATE
               END-IF
               SET CURRENCY-VALID TO TRUE
               IF OPERATOR-VALID AND COST-CENTER-VALID
                       AND POSTING-DATE-OK AND CURRMAST-AVAILABLE
                   PERFORM VALIDATE-TRAN-CURRENCIES
               END-IF
               IF NOT OPERATOR-VALID OR NOT COST-CENTER-VALID
                       OR NOT POSTING-DATE-OK OR NOT CURRENCY-VALID
      * An unknown operator is transient (the master row may just
      * not be set up yet), so it heads for suspense below rather
      * than the error queue; the other rejects are hard errors.
                   IF RETURN-CODE NOT = 36 AND RETURN-CODE NOT = 108
                       PERFORM LOG-REJECTED-TRAN
                   END-IF
                   IF RETURN-CODE = 108
                       PERFORM WAREHOUSE-FUTURE-TRAN
                   END-IF
                   PERFORM DISPLAY-RESULT
               ELSE
                   PERFORM CHECK-OPERATOR-LIMITS
                   ELSE
                       PERFORM CHECK-REVERSAL-APPROVAL
                       IF RETURN-CODE NOT = 52
                           IF TRAN-ACCOUNT-ID NOT = SPACES
                               PERFORM POST-ACCOUNT-TRAN
                           ELSE
                               PERFORM PROCESS-OPERATION
                           END-IF
                           IF RETURN-CODE = 0
                               PERFORM ACCUMULATE-OPERATOR-DAY
                           END-IF
           END-IF
           PERFORM TALLY-COST-CENTER
           IF RETURN-CODE = 24 OR RETURN-CODE = 36
                   OR RETURN-CODE = 116
               PERFORM ROUTE-TO-SUSPENSE
           END-IF
           IF RETURN-CODE = 0 AND MANUAL-REVIEW
               WRITE REVIEW-QUEUE-RECORD
               ADD 1 TO STAT-REVIEWS-QUEUED
           END-IF
           IF NOT SUSPENSE-PRESENTING AND NOT WAREHOUSE-RELEASING
               ADD 1 TO RECORDS-PROCESSED
               PERFORM WRITE-CHECKPOINT-IF-DUE
               PERFORM REPORT-PROGRESS-IF-DUE
           END-IF
           MOVE 0 TO CURRENT-SOURCE-POSITION
           MOVE SPACES TO CURRENT-SOURCE-SYSTEM
           EXIT.

       REPORT-PROGRESS-IF-DUE SECTION.
               DISPLAY "department batch " CURRENT-DEPARTMENT
                   " has no trailer -- not reconciled"
               ADD 1 TO DEPT-OOB-COUNT
               PERFORM CLOSE-QUALITY-BATCH
               MOVE CURRENT-DEPARTMENT TO QUALITY-DEPARTMENT
               PERFORM COUNT-QUALITY-OUT-OF-BALANCE
           END-IF
           SET DEPT-BATCH-ACTIVE TO TRUE
           MOVE 'N' TO DEPT-BATCH-RESTART-SWITCH
           MOVE TRANB-DEPARTMENT TO CURRENT-DEPARTMENT
           MOVE STAT-TRANS-READ  TO QUALITY-START-READ
           MOVE STAT-ERRORS      TO QUALITY-START-ERRORS
           MOVE STAT-DUPLICATES  TO QUALITY-START-DUPLICATES
           MOVE STAT-SUSPENDED   TO QUALITY-START-SUSPENDED
           MOVE 0 TO DEPT-TRAN-COUNT
           MOVE 0 TO DEPT-RESULT-TOTAL
           MOVE 0 TO DEPT-PRINT-COUNT
               DISPLAY "department batch trailer for "
                   TRANE-DEPARTMENT " with no header -- ignored"
               ADD 1 TO DEPT-OOB-COUNT
               MOVE TRANE-DEPARTMENT TO QUALITY-DEPARTMENT
               PERFORM COUNT-QUALITY-OUT-OF-BALANCE
           ELSE
               PERFORM CLOSE-QUALITY-BATCH
               IF TRANE-DEPARTMENT NOT = CURRENT-DEPARTMENT
                   DISPLAY "department batch trailer mismatch: "
                       "open batch " CURRENT-DEPARTMENT
                       " trailer " TRANE-DEPARTMENT
                   ADD 1 TO DEPT-OOB-COUNT
                   MOVE CURRENT-DEPARTMENT TO QUALITY-DEPARTMENT
                   PERFORM COUNT-QUALITY-OUT-OF-BALANCE
               ELSE
                   IF DEPT-BATCH-RESTARTED
                       DISPLAY "department batch " CURRENT-DEPARTMENT
                   INTO MESSAGE-SUPPLEMENT
               PERFORM DISPLAY-CATALOG-MESSAGE
               ADD 1 TO DEPT-OOB-COUNT
               MOVE CURRENT-DEPARTMENT TO QUALITY-DEPARTMENT
               PERFORM COUNT-QUALITY-OUT-OF-BALANCE
           END-IF
           EXIT.

      * entry count a second time.
       PROCESS-OPERATION SECTION.
           MOVE 0 TO CONVERSION-RATE-USED
           MOVE SPACE TO CONVERSION-RATE-SOURCE
      * Cleared per record so a priced 'T' can't bleed its rate
      * onto the next transaction's arithmetic.
           MOVE 0 TO TAX-RATE-PCT
           END-SEARCH
           EXIT.

      * An account-tagged batch record credits ("+") or debits
      * ("-") VALUE-2 against TRAN-ACCOUNT-ID, judged the way a
      * balance-mode posting is judged -- on the balance master,
      * on the account master and open, clear of any hold that
      * stops its side, and a debit against the account's
      * minimum -- and moved through balpost.  The OK line carries
      * the prior balance in VALUE-1 and the new one in RESULT,
      * like every account-tagged posting.  On the way out VALUE-1
      * goes back to the amount and RESULT becomes the signed
      * movement: that is what the operator's day accumulates and
      * what the department trailer and the run total add up, so
      * they reconcile the same in whatever order the account's
      * records were posted.
       POST-ACCOUNT-TRAN SECTION.
           SET ACCOUNT-POSTING TO TRUE
           MOVE 'N' TO ACCOUNT-REFUSED-SWITCH
           SET MANUAL-REVIEW-OFF TO TRUE
           SET POSTING-ABOVE-MINIMUM TO TRUE
           MOVE TRAN-ACCOUNT-ID TO BALANCE-ACCOUNT-ID
           IF REFERENCE-NUMBER = SPACES
               PERFORM ASSIGN-REFERENCE-NUMBER
           END-IF
           IF OPERATION = "-"
               COMPUTE ACCOUNT-MOVEMENT = 0 - VALUE-2
           ELSE
               MOVE VALUE-2 TO ACCOUNT-MOVEMENT
           END-IF
           IF OPERATION NOT = "+" AND OPERATION NOT = "-"
               MOVE 8 TO RETURN-CODE
               PERFORM LOG-BAD-OPERATION
               PERFORM DISPLAY-RESULT
           ELSE
           IF VALUE-2 NOT > 0
               MOVE 32 TO RETURN-CODE
               PERFORM LOG-REJECTED-TRAN
               PERFORM DISPLAY-RESULT
           ELSE
               PERFORM CHECK-OPERATION-AUTHORITY
               IF NOT OPERATION-ALLOWED
                   MOVE 48 TO RETURN-CODE
                   PERFORM LOG-REJECTED-TRAN
                   PERFORM DISPLAY-RESULT
               ELSE
               IF JOURNAL-REPLAYING
                   PERFORM RECOUNT-ACCOUNT-TRAN
               ELSE
                   PERFORM JUDGE-ACCOUNT-TRAN
                   IF NOT ACCOUNT-REFUSED
                       PERFORM APPLY-ACCOUNT-TRAN
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           IF RETURN-CODE = 0
               MOVE VALUE-2 TO VALUE-1
               MOVE ACCOUNT-MOVEMENT TO RESULT
           END-IF
           MOVE 'N' TO ACCOUNT-POSTING-SWITCH
           EXIT.

      * A restart walks the records between the checkpoint and the
      * abend again with their journal lines already on file.  An
      * account record among them had its say with the master
      * before those lines were written -- posted or refused -- so
      * it is counted through and never sent to balpost twice.
       RECOUNT-ACCOUNT-TRAN SECTION.
           MOVE 0 TO RETURN-CODE
           MOVE ACCOUNT-MOVEMENT TO RESULT
           PERFORM DISPLAY-RESULT
           EXIT.

      * balpost is asked for the balance rather than the master
      * being read here: it holds the file open for update from
      * the first account record to the end of the run.  A
      * credit is never judged against the minimum -- it can only
      * bring an account nearer to it.
       JUDGE-ACCOUNT-TRAN SECTION.
           SET ACCOUNT-WORK-STARTED TO TRUE
           SET DEBIT-UNRESTRICTED TO TRUE
           MOVE "INQUIRE "         TO BPST-FUNCTION
           MOVE BALANCE-ACCOUNT-ID TO BPST-ACCOUNT-ID
           MOVE OPERATION          TO BPST-OPERATION
           MOVE VALUE-2            TO BPST-AMOUNT
           MOVE RUN-DATE           TO BPST-RUN-DATE
           MOVE RUN-TIME           TO BPST-RUN-TIME
           MOVE REFERENCE-NUMBER   TO BPST-REFERENCE
           MOVE VALUE-DATE         TO BPST-VALUE-DATE
           CALL 'balpost' USING BALANCE-POSTING-AREA
           EVALUATE BPST-RETURN-CODE
               WHEN 0
                   MOVE BPST-PRIOR-BALANCE TO VALUE-1
                   MOVE BPST-PRIOR-BALANCE TO STARTING-BALANCE
                   PERFORM CHECK-ACCOUNT-MASTER
               WHEN 8
                   MOVE 0 TO VALUE-1
                   SET ACCOUNT-NO-BALANCE TO TRUE
               WHEN OTHER
                   MOVE 116 TO RETURN-CODE
                   SET ACCOUNT-REFUSED TO TRUE
                   PERFORM DISPLAY-RESULT
           END-EVALUATE
           IF NOT ACCOUNT-REFUSED
               IF NOT ACCOUNT-ON-MASTER
                   PERFORM JOURNAL-ACCOUNT-REFUSAL
                   MOVE 76 TO RETURN-CODE
                   PERFORM REFUSE-ACCOUNT-TRAN
               ELSE
                   PERFORM CHECK-ACCOUNT-HOLD
                   IF ACCOUNT-HELD-FULL
                           OR (ACCOUNT-HELD-DEBIT AND OPERATION = "-")
                       PERFORM JOURNAL-HELD-EVENT
                       PERFORM ALERT-HELD-EVENT
                       MOVE 72 TO RETURN-CODE
                       PERFORM REFUSE-ACCOUNT-TRAN
                   ELSE
                   IF ACCOUNT-CHARGED-OFF AND OPERATION = "-"
                       PERFORM JOURNAL-CHARGED-OFF-REFUSAL
                       MOVE 76 TO RETURN-CODE
                       PERFORM REFUSE-ACCOUNT-TRAN
                   ELSE
                   IF ACCOUNT-TERM-LOCKED AND OPERATION = "-"
                       PERFORM JOURNAL-TERM-DEPOSIT-REFUSAL
                       MOVE 76 TO RETURN-CODE
                       PERFORM REFUSE-ACCOUNT-TRAN
                   ELSE
                       COMPUTE RESULT = VALUE-1 + ACCOUNT-MOVEMENT
                       IF OPERATION = "-"
                           MOVE BPST-ACCOUNT-CLASS
                               TO DEBIT-ACCOUNT-CLASS
                           PERFORM JUDGE-DEBIT-COUNT
                       END-IF
                       IF DEBIT-EXCESS-REJECT
                           PERFORM REFUSE-EXCESS-DEBIT
                           PERFORM REFUSE-ACCOUNT-TRAN
                       ELSE
                           IF DEBIT-EXCESS-FEE
                               SUBTRACT DEBIT-EXCESS-FEE-AMOUNT
                                   FROM RESULT
                           END-IF
                           IF OPERATION = "-"
                               MOVE BPST-MINIMUM TO BAL-MINIMUM
                               MOVE BPST-HARD-STOP-FLAG
                                   TO BAL-HARD-STOP-FLAG
                               PERFORM LOAD-FUNDS-ENCUMBERED
                               PERFORM JUDGE-MINIMUM-BALANCE
                           END-IF
                           IF POSTING-OVERDRAWN-HARD
                               MOVE 80 TO RETURN-CODE
                               PERFORM REFUSE-ACCOUNT-TRAN
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      * The refusal's own journal line (NO SUCH ACCOUNT, ACCOUNT
      * HELD, OVERDRAFT REJECT ...) is the record's journal entry;
      * the record itself goes to the error queue to be put right
      * and resubmitted.
       REFUSE-ACCOUNT-TRAN SECTION.
           SET ACCOUNT-REFUSED TO TRUE
           ADD 1 TO STAT-ERRORS
           PERFORM LOG-REJECTED-TRAN
           EXIT.

      * A trial run judges every account record against the
      * balance on file but moves nothing.  A POST that balpost
      * cannot make after a clean INQUIRE is the same file trouble
      * an INQUIRE would have met, and goes to suspense with it.
       APPLY-ACCOUNT-TRAN SECTION.
           IF NOT TRIAL-MODE
               MOVE "POST    " TO BPST-FUNCTION
               CALL 'balpost' USING BALANCE-POSTING-AREA
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               IF POSTING-BELOW-MINIMUM
                   PERFORM JOURNAL-NOT-STORED
               END-IF
               MOVE 116 TO RETURN-CODE
               PERFORM DISPLAY-RESULT
           ELSE
               IF NOT TRIAL-MODE
                   MOVE BPST-PRIOR-BALANCE TO VALUE-1
                   MOVE BPST-NEW-BALANCE   TO RESULT
                   IF POSTING-BELOW-MINIMUM
                       MOVE BPST-ACCOUNT-ID TO MINIMUM-EVENT-ACCOUNT
                       MOVE BPST-PRIOR-BALANCE
                           TO MINIMUM-EVENT-PRIOR
                       MOVE BPST-NEW-BALANCE TO MINIMUM-EVENT-NEW
                       MOVE BAL-MINIMUM TO MINIMUM-EVENT-LIMIT
                       PERFORM RAISE-MINIMUM-EVENT
                   END-IF
                   IF OPERATION = "-" AND PRODUCT-CODE = "PAYO"
                       PERFORM RAISE-PAYMENT-INSTRUCTION
                   END-IF
                   IF OPERATION = "+" AND PRODUCT-CODE NOT = SPACES
                       PERFORM FLOAT-ACCOUNT-DEPOSIT
                   END-IF
               END-IF
               MOVE 0 TO RETURN-CODE
               PERFORM DISPLAY-RESULT
               MOVE BPST-DORMANT-FLAG TO BAL-DORMANT-FLAG
               IF BAL-DORMANT
                   PERFORM JOURNAL-DORMANT-EVENT
               END-IF
               IF OPERATION = "+"
                   ADD 1 TO STAT-ADDITIONS
               ELSE
                   ADD 1 TO STAT-SUBTRACTIONS
               END-IF
               IF NOT TRIAL-MODE AND NOT DEBIT-UNRESTRICTED
                   IF DEBIT-EXCESS-FEE
                       PERFORM CHARGE-ACCOUNT-EXCESS-FEE
                   END-IF
                   PERFORM SETTLE-DEBIT-COUNT
               END-IF
           END-IF
           EXIT.

      * With the rate master mounted, the interest path prices
      * exclusively from it: a caller-supplied rate is rejected
      * (84), and a product with no row in force on the
                   MOVE BEST-PRODUCT-RATE    TO INTEREST-RATE
                   MOVE BEST-PRODUCT-PERIODS TO INTEREST-PERIODS
                   MOVE BEST-PRODUCT-RATE    TO CONVERSION-RATE-USED
                   MOVE SPACE TO CONVERSION-RATE-SOURCE
               ELSE
                   MOVE 88 TO RETURN-CODE
               END-IF
      * 8.25 and nobody could see why the figures were short.
                   MOVE BEST-TAX-RATE TO TAX-RATE-PCT
                   MOVE BEST-TAX-RATE TO CONVERSION-RATE-USED
                   MOVE SPACE TO CONVERSION-RATE-SOURCE
               ELSE
                   MOVE 88 TO RETURN-CODE
               END-IF
           IF NOT REFSEQ-LOADED
               PERFORM LOAD-REFERENCE-SEQUENCE
           END-IF
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
      * check digit; 999 assignments a day is still far past
      * anything a healthy upstream should leave unreferenced.
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
           EXIT.

      * Converts VALUE-2 into VALUE-1's currency at the rate in
      * force on TRAN-DATE before the arithmetic runs: the pair's
      * own latest row at or before the transaction date, or --
      * when treasury carries no row for the pair -- the cross rate
      * through the base currency, provided both legs are on file
      * for the date.  The converted amount is rounded to VALUE-1's
      * currency's precision under its rule on the currency master
      * -- a yen amount comes out whole -- or to two places, a half
      * rounding up, where the master does not carry the code.  If
      * neither gives a rate (or the converted amount would
      * overflow), VALUE-2 and its currency code are left
      * untouched and the arithmetic rejects the mismatch with
      * RETURN-CODE 24 exactly as it did before the rate master
      * existed.
       CONVERT-VALUE-2-CURRENCY SECTION.
           MOVE 'N' TO RATE-FOUND-SWITCH
           MOVE "FIND    "      TO XFND-FUNCTION
           MOVE CURRENCY-CODE-2 TO XFND-FROM-CURRENCY
           MOVE CURRENCY-CODE-1 TO XFND-TO-CURRENCY
           MOVE BASE-CURRENCY   TO XFND-BASE-CURRENCY
           MOVE TRAN-DATE       TO XFND-RATE-DATE
           CALL 'xratfind' USING RATE-FIND-AREA
           IF XFND-RETURN-CODE = 0
               SET RATE-FOUND TO TRUE
           END-IF
           IF RATE-FOUND
               COMPUTE CFND-AMOUNT = VALUE-2 * XFND-RATE
               MOVE "ROUND   "      TO CFND-FUNCTION
               MOVE CURRENCY-CODE-1 TO CFND-CURRENCY
               CALL 'currfind' USING CURRENCY-FIND-AREA
               COMPUTE VALUE-2 = CFND-AMOUNT
                   ON SIZE ERROR
                       MOVE 'N' TO RATE-FOUND-SWITCH
                   NOT ON SIZE ERROR
                       MOVE CURRENCY-CODE-1 TO CURRENCY-CODE-2
                       MOVE XFND-RATE TO CONVERSION-RATE-USED
                       MOVE XFND-RATE-SOURCE
                           TO CONVERSION-RATE-SOURCE
                       ADD 1 TO STAT-CONVERSIONS
               END-COMPUTE
           END-IF
           EXIT.

      * Suspense items go through the normal posting path ahead of
      * the day's files -- except on a restart, where the already-
      * journaled portion of the abended run may have included
           END-READ
           EXIT.

      * The warehouse is worked by the serial day run only -- a
      * drip cycle or a partition judges future dates the way it
      * always did -- and only when FUTWOUT is there to take the
      * items.  The day's items are released through the normal
      * posting path ahead of the day's files, after the suspense
      * items; the rest go back out on FUTWOUT.  A trial run
      * passes the warehouse through untouched but still judges
      * future dates, so its report shows what would be parked.
       OPEN-FUTURE-WAREHOUSE SECTION.
           MOVE 'N' TO WAREHOUSE-ACTIVE-SWITCH
           IF INTRADAY-CYCLE = 0 AND PARTITION-ID = SPACES
               MOVE RUN-DATE TO SERIAL-INPUT-DATE
               PERFORM DATE-TO-SERIAL
               MOVE SERIAL-DAYS TO RUN-SERIAL
               IF TRIAL-MODE
                   PERFORM PASS-WAREHOUSE-THROUGH
                   SET WAREHOUSE-ACTIVE TO TRUE
               ELSE
                   OPEN OUTPUT WAREHOUSE-OUT-FILE
                   IF WAREHOUSE-OUT-STATUS = "00"
                       SET WAREHOUSE-ACTIVE TO TRUE
                       PERFORM RELEASE-WAREHOUSE-ITEMS
                   END-IF
               END-IF
           END-IF
           EXIT.

      * As with suspense, a restart releases nothing: the abended
      * run may already have posted the day's items, so everything
      * is carried to FUTWOUT and the due items release on the
      * next run, where any that did post meet the duplicate check.
       RELEASE-WAREHOUSE-ITEMS SECTION.
           OPEN INPUT WAREHOUSE-FILE
           IF WAREHOUSE-STATUS = "00"
               MOVE 'N' TO WAREHOUSE-EOF-SWITCH
               IF RECORDS-TO-SKIP > 0
                   DISPLAY "warehouse release skipped on restart"
                   PERFORM COPY-ONE-WAREHOUSE-ITEM
                       UNTIL WAREHOUSE-EOF
               ELSE
                   PERFORM RELEASE-ONE-WAREHOUSE-ITEM
                       UNTIL WAREHOUSE-EOF
               END-IF
               CLOSE WAREHOUSE-FILE
           END-IF
           EXIT.

       RELEASE-ONE-WAREHOUSE-ITEM SECTION.
           READ WAREHOUSE-FILE
               AT END
                   SET WAREHOUSE-EOF TO TRUE
               NOT AT END
                   IF FUTW-RELEASE-DATE > RUN-DATE
                       WRITE FUTO-RECORD FROM FUTW-RECORD
                   ELSE
                       MOVE FUTW-TRAN-IMAGE TO TRAN-RECORD
                       MOVE FUTW-BRANCH-ID TO CURRENT-BRANCH-ID
                       SET WAREHOUSE-RELEASING TO TRUE
                       DISPLAY "releasing warehoused item "
                           TRAN-REFERENCE-IN " dated "
                           FUTW-RELEASE-DATE
                       PERFORM PROCESS-TRAN-RECORD
                       IF RETURN-CODE = 0
                           ADD 1 TO STAT-RELEASED
                       END-IF
                       MOVE 'N' TO WAREHOUSE-RELEASE-SWITCH
                       MOVE SPACES TO CURRENT-BRANCH-ID
                   END-IF
           END-READ
           EXIT.

      * A transient failure parks the transaction on the suspense
      * output with its attempt count up one; past the shop's
      * re-presentation limit it escalates to the error queue and
               ELSE
                   IF RETURN-CODE = 24
                       MOVE "CURR" TO SUSPO-REASON-CODE
                   ELSE
                   IF RETURN-CODE = 116
                       MOVE "BLCK" TO SUSPO-REASON-CODE
                   ELSE
                       MOVE "OPER" TO SUSPO-REASON-CODE
                   END-IF
                   END-IF
                   MOVE SUSPENSE-ATTEMPTS-NEXT
                       TO SUSPO-ATTEMPT-COUNT
                   MOVE TRAN-RECORD TO SUSPO-TRAN-IMAGE
                                   TO HOLIDAY-ENTRIES-USED
                               MOVE CAL-HOLIDAY-DATE TO
                                   HOLIDAY-DATE-ENTRY(HOLIDAY-IDX)
                               MOVE CAL-HOLIDAY-BRANCH TO
                                   HOLIDAY-BRANCH-ENTRY(HOLIDAY-IDX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   SET POSTING-DATE-INVALID TO TRUE
               END-IF
           END-IF
           IF POSTING-DATE-OK AND WAREHOUSE-ACTIVE
                   AND TRAN-DATE > RUN-DATE
               PERFORM JUDGE-FUTURE-DATE
           END-IF
           IF POSTING-DATE-OK AND CALENDAR-LOADED
               PERFORM CHECK-POSTING-PERIOD
           END-IF
           IF POSTING-DATE-OK AND CALENDAR-LOADED
               PERFORM CHECK-HOLIDAY-LIST
           END-IF
           IF POSTING-DATE-OK AND VALUE-DATE NOT = TRAN-DATE
               MOVE TRAN-DATE TO VALUE-POSTING-DATE
               PERFORM CHECK-VALUE-DATE
           END-IF
           EVALUATE TRUE
               WHEN POSTING-DATE-INVALID
                   MOVE 64 TO RETURN-CODE
                   MOVE 68 TO RETURN-CODE
               WHEN POSTING-DATE-HOLIDAY
                   MOVE 72 TO RETURN-CODE
               WHEN VALUE-DATE-REFUSED
                   MOVE 100 TO RETURN-CODE
               WHEN POSTING-DATE-TOO-FAR
                   MOVE 104 TO RETURN-CODE
               WHEN POSTING-DATE-FUTURE
                   MOVE 108 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      * A future date inside the horizon goes to the warehouse;
      * the period and holiday checks wait for the day it is
      * released, when the calendar it posts into is the one that
      * counts.
       JUDGE-FUTURE-DATE SECTION.
           MOVE TRAN-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           COMPUTE WAREHOUSE-GAP = SERIAL-DAYS - RUN-SERIAL
           IF WAREHOUSE-GAP > WAREHOUSE-DAYS
               SET POSTING-DATE-TOO-FAR TO TRUE
           ELSE
               SET POSTING-DATE-FUTURE TO TRUE
           END-IF
           EXIT.

      * A value date must be a real date, no later than the date
      * it posts on, and no further back than the back-value
      * window allows.
       CHECK-VALUE-DATE SECTION.
           MOVE VALUE-DATE(1:4) TO CAL-WORK-YEAR
           MOVE VALUE-DATE(5:2) TO CAL-WORK-MONTH
           MOVE VALUE-DATE(7:2) TO CAL-WORK-DAY
           IF CAL-WORK-MONTH < 1 OR CAL-WORK-MONTH > 12
                   OR CAL-WORK-DAY < 1
               SET VALUE-DATE-REFUSED TO TRUE
           ELSE
               PERFORM SET-CAL-MONTH-LIMIT
               IF CAL-WORK-DAY > CAL-MONTH-LIMIT
                   SET VALUE-DATE-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT VALUE-DATE-REFUSED
               IF VALUE-DATE > VALUE-POSTING-DATE
                   SET VALUE-DATE-REFUSED TO TRUE
               ELSE
                   MOVE VALUE-DATE TO SERIAL-INPUT-DATE
                   PERFORM DATE-TO-SERIAL
                   MOVE SERIAL-DAYS TO VALUE-SERIAL
                   MOVE VALUE-POSTING-DATE TO SERIAL-INPUT-DATE
                   PERFORM DATE-TO-SERIAL
                   COMPUTE BACKVALUE-GAP = SERIAL-DAYS - VALUE-SERIAL
                   IF BACKVALUE-GAP > BACKVALUE-DAYS
                       SET VALUE-DATE-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

       DATE-TO-SERIAL SECTION.
           MOVE SERIAL-INPUT-DATE(1:4) TO SERIAL-YEAR
           MOVE SERIAL-INPUT-DATE(5:2) TO SERIAL-MONTH
           IF SERIAL-MONTH < 3
               SUBTRACT 1 FROM SERIAL-YEAR
               ADD 12 TO SERIAL-MONTH
           END-IF
           COMPUTE SERIAL-DAYS = 365 * SERIAL-YEAR
           DIVIDE SERIAL-YEAR BY 4 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           DIVIDE SERIAL-YEAR BY 100 GIVING SERIAL-WORK
           SUBTRACT SERIAL-WORK FROM SERIAL-DAYS
           DIVIDE SERIAL-YEAR BY 400 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           COMPUTE SERIAL-WORK = 153 * (SERIAL-MONTH + 1)
           DIVIDE SERIAL-WORK BY 5 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           MOVE SERIAL-INPUT-DATE(7:2) TO SERIAL-DAY
           ADD SERIAL-DAY TO SERIAL-DAYS
           EXIT.

       SET-CAL-MONTH-LIMIT SECTION.
           MOVE CAL-MONTH-DAYS(CAL-WORK-MONTH) TO CAL-MONTH-LIMIT
           IF CAL-WORK-MONTH = 2
           END-IF
           EXIT.

      * The shop's holidays and the posting branch's own.
       CHECK-HOLIDAY-LIST SECTION.
           MOVE TRAN-DATE TO HOLIDAY-TEST-DATE
           MOVE CURRENT-BRANCH-ID TO HOLIDAY-TEST-BRANCH
           SET HOLIDAY-ANY-SCOPE TO TRUE
           PERFORM SEARCH-HOLIDAY-TABLE
           IF HOLIDAY-MATCHED
               SET POSTING-DATE-HOLIDAY TO TRUE
           END-IF
           EXIT.

      * HOLIDAY-TEST-DATE against the table for HOLIDAY-TEST-BRANCH:
      * its own rows always count, the shop-wide rows unless only
      * the branch's own are wanted.
       SEARCH-HOLIDAY-TABLE SECTION.
           MOVE 'N' TO HOLIDAY-MATCH-SWITCH
           SET HOLIDAY-IDX TO 1
           PERFORM CHECK-ONE-HOLIDAY
               UNTIL HOLIDAY-IDX > HOLIDAY-ENTRIES-USED
                   OR HOLIDAY-MATCHED
           EXIT.

       CHECK-ONE-HOLIDAY SECTION.
           IF HOLIDAY-DATE-ENTRY(HOLIDAY-IDX) = HOLIDAY-TEST-DATE
                   AND (HOLIDAY-BRANCH-ENTRY(HOLIDAY-IDX)
                           = HOLIDAY-TEST-BRANCH
                       OR (HOLIDAY-BRANCH-ENTRY(HOLIDAY-IDX) = SPACES
                           AND HOLIDAY-ANY-SCOPE))
               SET HOLIDAY-MATCHED TO TRUE
           ELSE
               SET HOLIDAY-IDX UP BY 1
           END-IF
           END-IF
           EXIT.

      * Each currency the transaction names must be on the
      * currency master and active on the posting date -- a
      * mistyped "UDS" is rejected here instead of landing on the
      * journal.  A blank code is the base currency and passes.
      * The first code that fails names the reject.
       VALIDATE-TRAN-CURRENCIES SECTION.
           MOVE SPACES TO REJECTED-CURRENCY
           IF CURRENCY-CODE-1 NOT = SPACES
               MOVE CURRENCY-CODE-1 TO CFND-CURRENCY
               PERFORM JUDGE-ONE-CURRENCY
           END-IF
           IF CURRENCY-VALID AND CURRENCY-CODE-2 NOT = SPACES
               MOVE CURRENCY-CODE-2 TO CFND-CURRENCY
               PERFORM JUDGE-ONE-CURRENCY
           END-IF
           EXIT.

       JUDGE-ONE-CURRENCY SECTION.
           MOVE "CHECK   " TO CFND-FUNCTION
           MOVE TRAN-DATE   TO CFND-DATE
           CALL 'currfind' USING CURRENCY-FIND-AREA
           EVALUATE CFND-RETURN-CODE
               WHEN 8
                   MOVE 'N' TO CURRENCY-VALID-SWITCH
                   MOVE CFND-CURRENCY TO REJECTED-CURRENCY
                   MOVE 124 TO RETURN-CODE
               WHEN 4
                   MOVE 'N' TO CURRENCY-VALID-SWITCH
                   MOVE CFND-CURRENCY TO REJECTED-CURRENCY
                   MOVE 128 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      * The posted RESULT lands in its currency's own total --
      * CURRENCY-CODE-1's, since VALUE-2 was converted into it if
      * the operands arrived mixed.  More distinct currencies than
               IF RETURN-CODE = 0
                   ADD RESULT TO DISTW-AMOUNT-TOTAL
               ELSE
                   IF RETURN-CODE NOT = 52 AND RETURN-CODE NOT = 108
                       ADD 1 TO DISTW-ERROR-COUNT
                   END-IF
               END-IF
           END-IF
           EXIT.

      * A future-dated transaction inside the horizon is parked on
      * FUTWOUT, keyed for release by its own date, and journaled
      * WAREHOUSED -- held, not failed, the same as a reversal
      * awaiting approval.  FUTWMNT inquiries and cancels are keyed
      * by reference, so a blank one is assigned here the way the
      * reversal park does it.
       WAREHOUSE-FUTURE-TRAN SECTION.
           IF REFERENCE-NUMBER = SPACES
               PERFORM ASSIGN-REFERENCE-NUMBER
               MOVE REFERENCE-NUMBER TO TRAN-REFERENCE-IN
           END-IF
           IF NOT TRIAL-MODE
               MOVE TRAN-DATE-IN      TO FUTO-RELEASE-DATE
               MOVE RUN-DATE          TO FUTO-RECEIVED-DATE
               IF DEPT-BATCH-ACTIVE
                   MOVE CURRENT-DEPARTMENT TO FUTO-DEPARTMENT
               ELSE
                   MOVE SPACES TO FUTO-DEPARTMENT
               END-IF
               MOVE CURRENT-BRANCH-ID TO FUTO-BRANCH-ID
               MOVE TRAN-RECORD       TO FUTO-TRAN-IMAGE
               WRITE FUTO-RECORD
           END-IF
           ADD 1 TO STAT-WAREHOUSED
           EXIT.

      * Checks the transaction's operator id against the operator
      * master.  With no master on hand the check is a no-op --
      * every id passes, exactly as before the master existed.  A
           ADD 1 TO ERROR-SEQUENCE
           MOVE ERROR-SEQUENCE TO ERRQ-SEQUENCE
           MOVE SPACES         TO ERRQ-ARGUMENTS
           MOVE TRAN-RECORD    TO ERQT-TRAN-IMAGE
           IF DEPT-BATCH-ACTIVE
               MOVE CURRENT-DEPARTMENT TO ERQT-DEPARTMENT
           END-IF
           MOVE RUN-DATE       TO ERQT-QUEUED-DATE
           IF NOT TRIAL-MODE
               WRITE ERROR-QUEUE-RECORD
           END-IF
                   MOVE "BAD CHECK DIGIT" TO JRNL-OUTCOME
                   MOVE 0 TO RESULT
                   ADD 1 TO STAT-ERRORS
               WHEN 100
                   IF NOT QUIET-MODE
                       MOVE "CALC037E" TO CURRENT-MESSAGE-ID
                       MOVE VALUE-DATE TO MESSAGE-SUPPLEMENT
                       PERFORM DISPLAY-CATALOG-MESSAGE
                   END-IF
                   MOVE "BAD VALUE DATE" TO JRNL-OUTCOME
                   MOVE 0 TO RESULT
                   ADD 1 TO STAT-ERRORS
               WHEN 104
                   IF NOT QUIET-MODE
                       MOVE "CALC039E" TO CURRENT-MESSAGE-ID
                       MOVE TRAN-DATE TO MESSAGE-SUPPLEMENT
                       PERFORM DISPLAY-CATALOG-MESSAGE
                   END-IF
                   MOVE "BEYOND HORIZON" TO JRNL-OUTCOME
                   MOVE 0 TO RESULT
                   ADD 1 TO STAT-ERRORS
               WHEN 108
                   IF NOT QUIET-MODE
                       MOVE "CALC038I" TO CURRENT-MESSAGE-ID
                       MOVE REFERENCE-NUMBER TO MESSAGE-SUPPLEMENT
                       PERFORM DISPLAY-CATALOG-MESSAGE
                   END-IF
                   MOVE "WAREHOUSED" TO JRNL-OUTCOME
                   MOVE 0 TO RESULT
               WHEN 116
                   IF NOT QUIET-MODE
                       MOVE "CALC041E" TO CURRENT-MESSAGE-ID
                       MOVE BALANCE-ACCOUNT-ID TO MESSAGE-SUPPLEMENT
                       PERFORM DISPLAY-CATALOG-MESSAGE
                   END-IF
                   MOVE "BALANCE UNAVAILABLE" TO JRNL-OUTCOME
                   MOVE 0 TO RESULT
                   ADD 1 TO STAT-ERRORS
               WHEN 124
                   IF NOT QUIET-MODE
                       MOVE "CALC044E" TO CURRENT-MESSAGE-ID
                       MOVE REJECTED-CURRENCY TO MESSAGE-SUPPLEMENT
                       PERFORM DISPLAY-CATALOG-MESSAGE
                   END-IF
                   MOVE "UNKNOWN CURRENCY" TO JRNL-OUTCOME
                   MOVE 0 TO RESULT
                   ADD 1 TO STAT-ERRORS
               WHEN 128
                   IF NOT QUIET-MODE
                       MOVE "CALC045E" TO CURRENT-MESSAGE-ID
                       MOVE REJECTED-CURRENCY TO MESSAGE-SUPPLEMENT
                       PERFORM DISPLAY-CATALOG-MESSAGE
                   END-IF
                   MOVE "INACTIVE CURRENCY" TO JRNL-OUTCOME
                   MOVE 0 TO RESULT
                   ADD 1 TO STAT-ERRORS
               WHEN OTHER
                   IF COMPARISON
                       IF NOT QUIET-MODE
           MOVE RUN-DATE       TO JRNL-RUN-DATE
           MOVE RUN-TIME       TO JRNL-RUN-TIME
      * BALANCE-FILE-OPEN is only ever true while a balance-mode
      * chain is being applied, and ACCOUNT-POSTING while a batch
      * account record is, which is exactly when the line belongs
      * to an account.
           IF BALANCE-FILE-OPEN OR ACCOUNT-POSTING
               MOVE BALANCE-ACCOUNT-ID TO JRNL-ACCOUNT-ID
           ELSE
               MOVE SPACES TO JRNL-ACCOUNT-ID
           END-IF
           MOVE CONVERSION-RATE-USED TO JRNL-RATE-APPLIED
           MOVE CONVERSION-RATE-SOURCE TO JRNL-RATE-SOURCE
           MOVE CURRENT-APPROVER     TO JRNL-APPROVED-BY
           MOVE COST-CENTER          TO JRNL-COST-CENTER
           MOVE CURRENT-BRANCH-ID    TO JRNL-BRANCH-ID
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
      * A NEGATE names the posting it reverses; so does an account
      * debit taking back a credit the bank returned unpaid, and
      * the returned-item fee charged with it.
           IF ORIGINAL-REFERENCE-NUMBER NOT = SPACES
                   AND (NEGATION OR ACCOUNT-POSTING)
               PERFORM LOOKUP-ORIGINAL-TRANSACTION
           END-IF
           PERFORM CHAIN-JOURNAL-LINE
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE SPACES TO JRNL-ACCOUNT-ID
           MOVE 0 TO JRNL-RATE-APPLIED
           MOVE SPACE TO JRNL-RATE-SOURCE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE COST-CENTER TO JRNL-COST-CENTER
           MOVE CURRENT-BRANCH-ID TO JRNL-BRANCH-ID
           DISPLAY "suspense items cleared: " STAT-EDIT
           MOVE STAT-ESCALATED TO STAT-EDIT
           DISPLAY "suspense items escalated: " STAT-EDIT
           MOVE STAT-WAREHOUSED TO STAT-EDIT
           DISPLAY "future-dated items warehoused: " STAT-EDIT
           MOVE STAT-RELEASED TO STAT-EDIT
           DISPLAY "warehouse items released: " STAT-EDIT
           MOVE STAT-REVIEWS-QUEUED TO STAT-EDIT
           DISPLAY "manual reviews queued: " STAT-EDIT
           MOVE STAT-LIMIT-REJECTS TO STAT-EDIT
