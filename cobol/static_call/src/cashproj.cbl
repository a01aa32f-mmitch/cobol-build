       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPROJ.

      *****************************************************************
      *  CASHPROJ projects each account's balance forward from
      *  today's balance master through the flows the books already
      *  know are coming, so treasury sees a shortfall before it
      *  lands instead of after:
      *
      *    - standing orders (SORDMAST) tied to an account by
      *      SORDMNT's ACCOUNT card -- every occurrence STORDGEN will
      *      generate inside the horizon, stepped exactly as STORDGEN
      *      steps it (end date and suspension honoured); VALUE-2 is
      *      the amount, "+" in and "-" out, the way balance mode
      *      posts it.  Orders of any other operation move no money
      *      and are not projected;
      *    - stored amortization schedules (AMSCHED) tied to an
      *      account by ACCTMNT's LOAN card -- each installment still
      *      owed, the interest plus its principal share less what
      *      LOANPAY has recorded against it, collected from the
      *      account.  A billed installment falls due on its billed
      *      date; the unbilled ones follow monthly from the last
      *      billing, one per AMBILL run.
      *
      *  Anything already due and not yet generated or collected
      *  lands in the first period.  The horizon starts on
      *  CALC-PROJ-START (YYYYMMDD, default today) and runs
      *  CALC-PROJ-DAYS days (default 090, at most 366), laid out by
      *  day or by week as CALC-PROJ-BUCKET says (D or W, default W).
      *
      *  PROJRPT lists every account on the balance master: its
      *  opening balance and minimum, each period it has a flow in
      *  with the projected balance after it, and its closing and
      *  lowest projected balance.  An account projected below
      *  BAL-MINIMUM in any period -- or already below it with
      *  nothing coming in -- is flagged from the first such period,
      *  and the run ends with RETURN-CODE 4.  The totals section
      *  projects the whole book period by period with the count of
      *  accounts below minimum in each.  Loans not yet tied to an
      *  account, and flows tied to an account the balance master
      *  does not carry, are totalled separately rather than lost.
      *  Amounts are projected in the account's own currency.
      *
      *  Flows accumulate per account and period on the PROJWORK
      *  keyed work file, the INTSUMM pattern.  SORDMAST and AMSCHED
      *  are each optional; BALANCE is required.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT ORDER-FILE ASSIGN TO "SORDMAST"
               FILE STATUS IS ORDER-STATUS.
           SELECT STORED-SCHEDULE-FILE ASSIGN TO "AMSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMS-KEY
               FILE STATUS IS STORED-SCHEDULE-STATUS.
           SELECT PROJECTION-WORK-FILE ASSIGN TO "PROJWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRJW-KEY
               FILE STATUS IS PROJECTION-WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PROJRPT".

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY balrec.

       FD ORDER-FILE.
       COPY sordrec.

       FD STORED-SCHEDULE-FILE.
       COPY amsched.

       FD PROJECTION-WORK-FILE.
       01 PROJECTION-WORK-RECORD.
           05 PRJW-KEY.
               10 PRJW-ACCOUNT-ID PIC X(08).
               10 PRJW-BUCKET     PIC 9(03).
           05 PRJW-FLOW           PIC S9(11)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BALANCE-STATUS          PIC X(02).
       01 ORDER-STATUS            PIC X(02).
       01 STORED-SCHEDULE-STATUS  PIC X(02).
       01 PROJECTION-WORK-STATUS  PIC X(02).
       01 BALANCE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 BALANCE-EOF VALUE 'Y'.
       01 ORDER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 ORDER-EOF VALUE 'Y'.
       01 SCHEDULE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SCHEDULE-EOF VALUE 'Y'.
       01 WORK-EOF-SWITCH PIC X(01).
           88 WORK-EOF VALUE 'Y'.
       01 ORDERS-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 ORDERS-AVAILABLE VALUE 'Y'.
       01 SCHEDULES-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 SCHEDULES-AVAILABLE VALUE 'Y'.
       01 PROJWORK-NEW-SWITCH PIC X(01).
           88 PROJWORK-RECORD-NEW VALUE 'Y'.

      * The horizon and how it is cut up.
       01 RUN-DATE         PIC 9(08).
       01 PROJ-START-ENV   PIC X(08).
       01 PROJ-START-DATE  PIC 9(08).
       01 PROJ-DAYS-ENV    PIC X(03).
       01 PROJ-DAYS-NUM REDEFINES PROJ-DAYS-ENV PIC 9(03).
       01 PROJ-DAYS        PIC 9(03) VALUE 90.
       01 PROJ-BUCKET-ENV  PIC X(01).
       01 PROJ-BUCKET-TYPE PIC X(01) VALUE "W".
           88 PROJ-DAILY  VALUE "D".
           88 PROJ-WEEKLY VALUE "W".
       01 BUCKET-LENGTH    PIC 9(01) COMP.
       01 HORIZON-END-DATE PIC 9(08).
       01 START-SERIAL     PIC 9(08) COMP.
       01 PROJ-DAY-LIMIT   PIC 9(03) COMP VALUE 366.

      * One entry per period: the date it starts, the whole book's
      * flows in it, and how many accounts end it below minimum.
       01 BUCKET-TABLE.
           05 BUCKET-ENTRY OCCURS 366 TIMES.
               10 BUCKET-START-DATE PIC 9(08).
               10 BUCKET-FLOW-TOTAL PIC S9(11)V99.
               10 BUCKET-BREACHES   PIC 9(05) COMP.
       01 BUCKET-COUNT  PIC 9(03) COMP VALUE 0.
       01 BUCKET-NO     PIC 9(03) COMP.
       01 DAY-NO        PIC 9(03) COMP.
       01 DAY-OFFSET    PIC 9(08) COMP.
       01 DAY-QUOTIENT  PIC 9(08) COMP.
       01 DAY-REMAINDER PIC 9(08) COMP.

      * The account being listed, its flows pulled off PROJWORK.
       01 ACCOUNT-FLOW-TABLE.
           05 ACCOUNT-FLOW PIC S9(11)V99 OCCURS 366 TIMES.
       01 ACCOUNT-HAS-FLOWS-SWITCH PIC X(01).
           88 ACCOUNT-HAS-FLOWS VALUE 'Y'.
       01 ACCOUNT-BREACHED-SWITCH PIC X(01).
           88 ACCOUNT-BREACHED VALUE 'Y'.
       01 RUNNING-BALANCE   PIC S9(11)V99.
       01 LOWEST-BALANCE    PIC S9(11)V99.
       01 FIRST-BREACH-DATE PIC 9(08).

      * One projected flow on its way to PROJWORK.
       01 FLOW-ACCOUNT-ID PIC X(08).
       01 FLOW-DATE       PIC 9(08).
       01 FLOW-AMOUNT     PIC S9(9)V99.

      * Standing-order stepping, the arithmetic STORDGEN advances
      * the orders with.
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
       01 DAY-STEP-COUNT PIC 9(01) COMP.
       01 NEXT-RUN-DATE  PIC 9(08).
       01 PERIODS-STEPPED PIC 9(04) COMP.
       01 STEP-LIMIT      PIC 9(04) COMP VALUE 1000.

      * The loan being projected, from its position row.
       01 LOAN-ACTIVE-SWITCH PIC X(01) VALUE 'N'.
           88 LOAN-ACTIVE VALUE 'Y'.
       01 CURRENT-REFERENCE  PIC X(10).
       01 LOAN-ACCOUNT-ID    PIC X(08).
       01 LOAN-PRINCIPAL     PIC S9(9)V99.
       01 LOAN-TOTAL-PERIODS PIC 9(03).
       01 PRINCIPAL-SHARE    PIC S9(9)V99.
       01 PRINCIPAL-DUE      PIC S9(9)V99.
       01 INSTALLMENT-OWED   PIC S9(9)V99.
       01 LOAN-DUE-DATE      PIC 9(08).
       01 LOAN-ANCHOR-DAY    PIC 9(02).

      * Day-count arithmetic, as in LNAGING.
       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS       PIC 9(08) COMP.
       01 SERIAL-YEAR       PIC 9(04) COMP.
       01 SERIAL-MONTH      PIC 9(02) COMP.
       01 SERIAL-WORK       PIC 9(08) COMP.
       01 SERIAL-DAY        PIC 9(02) COMP.

       01 ORDERS-PROJECTED     PIC 9(05) COMP VALUE 0.
       01 ORDERS-NOT-PROJECTED PIC 9(05) COMP VALUE 0.
       01 LOANS-PROJECTED      PIC 9(05) COMP VALUE 0.
       01 LOANS-UNTIED         PIC 9(05) COMP VALUE 0.
       01 FLOWS-PROJECTED      PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-LISTED      PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-BREACHING   PIC 9(08) COMP VALUE 0.
       01 UNTIED-LOAN-TOTAL    PIC S9(11)V99 VALUE 0.
       01 UNKNOWN-ACCOUNT-TOTAL PIC S9(11)V99 VALUE 0.
       01 TOTAL-OPENING        PIC S9(13)V99 VALUE 0.
       01 TOTAL-RUNNING        PIC S9(13)V99.
       01 COUNT-EDIT    PIC ZZZZZZZ9.
       01 AMOUNT-EDIT   PIC ZZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZZZZ9.99-.
       01 TOTAL-EDIT    PIC ZZZZZZZZZZZZZ9.99-.
       01 BREACH-TEXT   PIC X(20).
       01 REPORT-WORK   PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "CASHPROJ" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO PROJ-START-DATE
           MOVE "CALC-PROJ-START" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO PROJ-START-ENV
           IF PROJ-START-ENV NOT = SPACES
               MOVE PROJ-START-ENV TO PROJ-START-DATE
           END-IF
           MOVE "CALC-PROJ-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO PROJ-DAYS-ENV
           IF PROJ-DAYS-ENV NOT = SPACES
               IF PROJ-DAYS-ENV NUMERIC
                       AND PROJ-DAYS-NUM > 0
                       AND PROJ-DAYS-NUM NOT > PROJ-DAY-LIMIT
                   MOVE PROJ-DAYS-NUM TO PROJ-DAYS
               ELSE
                   DISPLAY "projection days '" PROJ-DAYS-ENV
                       "' not 001-366 -- projecting " PROJ-DAYS
               END-IF
           END-IF
           MOVE "CALC-PROJ-BUCKET" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO PROJ-BUCKET-ENV
           IF PROJ-BUCKET-ENV NOT = SPACE
               MOVE PROJ-BUCKET-ENV TO PROJ-BUCKET-TYPE
           END-IF
           IF PROJ-DAILY
               MOVE 1 TO BUCKET-LENGTH
           ELSE
               MOVE "W" TO PROJ-BUCKET-TYPE
               MOVE 7 TO BUCKET-LENGTH
           END-IF
           MOVE PROJ-START-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO START-SERIAL
           PERFORM BUILD-BUCKET-TABLE
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PROJECTION-WORK-FILE
           IF PROJECTION-WORK-STATUS = "00"
               CLOSE PROJECTION-WORK-FILE
               OPEN I-O PROJECTION-WORK-FILE
           END-IF
           IF PROJECTION-WORK-STATUS NOT = "00"
               DISPLAY "unable to open projection work file, status "
                   PROJECTION-WORK-STATUS
               CLOSE BALANCE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * Either source may be missing -- a shop with no standing
      * orders, or no loans, still gets the other projected.
           OPEN INPUT ORDER-FILE
           IF ORDER-STATUS = "00"
               SET ORDERS-AVAILABLE TO TRUE
               PERFORM PROJECT-ONE-ORDER UNTIL ORDER-EOF
               CLOSE ORDER-FILE
           ELSE
               DISPLAY "no standing order file, status " ORDER-STATUS
                   " -- orders not projected"
           END-IF
           OPEN INPUT STORED-SCHEDULE-FILE
           IF STORED-SCHEDULE-STATUS = "00"
               SET SCHEDULES-AVAILABLE TO TRUE
               PERFORM PROJECT-SCHEDULE-ROW UNTIL SCHEDULE-EOF
               CLOSE STORED-SCHEDULE-FILE
           ELSE
               DISPLAY "no stored schedule file, status "
                   STORED-SCHEDULE-STATUS " -- loans not projected"
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           IF PROJ-DAILY
               STRING "CASH-FLOW PROJECTION FROM " DELIMITED BY SIZE
                   PROJ-START-DATE DELIMITED BY SIZE
                   " THROUGH " DELIMITED BY SIZE
                   HORIZON-END-DATE DELIMITED BY SIZE
                   " BY DAY" DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "CASH-FLOW PROJECTION FROM " DELIMITED BY SIZE
                   PROJ-START-DATE DELIMITED BY SIZE
                   " THROUGH " DELIMITED BY SIZE
                   HORIZON-END-DATE DELIMITED BY SIZE
                   " BY WEEK" DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LIST-ACCOUNT-PROJECTIONS
           PERFORM WRITE-TOTAL-PROJECTION
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           CLOSE PROJECTION-WORK-FILE
           CLOSE BALANCE-FILE
           MOVE ACCOUNTS-LISTED TO COUNT-EDIT
           DISPLAY "accounts projected: " COUNT-EDIT
           MOVE ACCOUNTS-BREACHING TO COUNT-EDIT
           DISPLAY "accounts projected below minimum: " COUNT-EDIT
           IF ACCOUNTS-BREACHING > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * Walks the horizon a day at a time, opening a new period
      * every BUCKET-LENGTH days; the last day walked is the
      * horizon's end.
       BUILD-BUCKET-TABLE SECTION.
           INITIALIZE BUCKET-TABLE
           MOVE PROJ-START-DATE TO WORK-DATE-NUM
           PERFORM BUILD-ONE-DAY
               VARYING DAY-NO FROM 1 BY 1
               UNTIL DAY-NO > PROJ-DAYS
           EXIT.

       BUILD-ONE-DAY SECTION.
           COMPUTE DAY-OFFSET = DAY-NO - 1
           DIVIDE DAY-OFFSET BY BUCKET-LENGTH GIVING DAY-QUOTIENT
               REMAINDER DAY-REMAINDER
           IF DAY-REMAINDER = 0
               ADD 1 TO BUCKET-COUNT
               MOVE WORK-DATE-NUM TO BUCKET-START-DATE(BUCKET-COUNT)
           END-IF
           MOVE WORK-DATE-NUM TO HORIZON-END-DATE
           MOVE 0 TO DAY-STEP-COUNT
           PERFORM ADVANCE-ONE-DAY
           EXIT.

      * Comment lines are skipped, as STORDGEN skips them.
       PROJECT-ONE-ORDER SECTION.
           READ ORDER-FILE
               AT END
                   SET ORDER-EOF TO TRUE
               NOT AT END
                   IF ORDER-RECORD = SPACES
                           OR ORDER-RECORD(1:1) = "*"
                       CONTINUE
                   ELSE
                       IF SORD-ACCOUNT-ID NOT = SPACES
                               AND (SORD-OPERATION = "+"
                                   OR SORD-OPERATION = "-")
                           ADD 1 TO ORDERS-PROJECTED
                           PERFORM STEP-ORDER-THROUGH-HORIZON
                       ELSE
                           ADD 1 TO ORDERS-NOT-PROJECTED
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * Every occurrence from the next-due date to the horizon's
      * end (or the order's end date); occurrences inside a
      * suspension are stepped past, not caught up.
       STEP-ORDER-THROUGH-HORIZON SECTION.
           MOVE SORD-NEXT-DUE TO NEXT-RUN-DATE
           MOVE 0 TO PERIODS-STEPPED
           PERFORM PROJECT-ONE-OCCURRENCE
               UNTIL NEXT-RUN-DATE > HORIZON-END-DATE
                   OR (SORD-END-DATE > 0
                       AND NEXT-RUN-DATE > SORD-END-DATE)
                   OR PERIODS-STEPPED >= STEP-LIMIT
           EXIT.

       PROJECT-ONE-OCCURRENCE SECTION.
           IF SORD-SUSPEND-UNTIL = 0
                   OR NEXT-RUN-DATE >= SORD-SUSPEND-UNTIL
               MOVE SORD-ACCOUNT-ID TO FLOW-ACCOUNT-ID
               MOVE NEXT-RUN-DATE TO FLOW-DATE
               IF SORD-OPERATION = "-"
                   COMPUTE FLOW-AMOUNT = 0 - SORD-VALUE-2
               ELSE
                   MOVE SORD-VALUE-2 TO FLOW-AMOUNT
               END-IF
               PERFORM ADD-PROJECTED-FLOW
           END-IF
           PERFORM STEP-ONE-PERIOD
           EXIT.

       STEP-ONE-PERIOD SECTION.
           MOVE NEXT-RUN-DATE TO WORK-DATE-NUM
           EVALUATE TRUE
               WHEN SORD-WEEKLY
                   MOVE 0 TO DAY-STEP-COUNT
                   PERFORM ADVANCE-ONE-DAY
                       UNTIL DAY-STEP-COUNT >= 7
               WHEN SORD-MONTHLY
                   PERFORM ADVANCE-ONE-MONTH
               WHEN OTHER
                   MOVE 0 TO DAY-STEP-COUNT
                   PERFORM ADVANCE-ONE-DAY
                       UNTIL DAY-STEP-COUNT >= 1
           END-EVALUATE
           MOVE WORK-DATE-NUM TO NEXT-RUN-DATE
           ADD 1 TO PERIODS-STEPPED
           EXIT.

       ADVANCE-ONE-DAY SECTION.
           PERFORM SET-MONTH-LIMIT
           IF WORK-DAY < MONTH-LIMIT
               ADD 1 TO WORK-DAY
           ELSE
               MOVE 1 TO WORK-DAY
               IF WORK-MONTH < 12
                   ADD 1 TO WORK-MONTH
               ELSE
                   MOVE 1 TO WORK-MONTH
                   ADD 1 TO WORK-YEAR
               END-IF
           END-IF
           ADD 1 TO DAY-STEP-COUNT
           EXIT.

       ADVANCE-ONE-MONTH SECTION.
           IF WORK-MONTH < 12
               ADD 1 TO WORK-MONTH
           ELSE
               MOVE 1 TO WORK-MONTH
               ADD 1 TO WORK-YEAR
           END-IF
           PERFORM SET-MONTH-LIMIT
           IF WORK-DAY > MONTH-LIMIT
               MOVE MONTH-LIMIT TO WORK-DAY
           END-IF
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

      * Keys run reference then installment, so each loan's
      * position row arrives first and its installments follow.
       PROJECT-SCHEDULE-ROW SECTION.
           READ STORED-SCHEDULE-FILE NEXT
               AT END
                   SET SCHEDULE-EOF TO TRUE
               NOT AT END
                   IF AMS-INSTALLMENT = 0
                       PERFORM START-ONE-LOAN
                   ELSE
                       IF LOAN-ACTIVE
                               AND AMS-REFERENCE = CURRENT-REFERENCE
                           PERFORM PROJECT-ONE-INSTALLMENT
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * Unbilled installments fall due a month apart from the last
      * billing -- or from the date the loan was priced, if it has
      * never been billed -- on the same day of the month.
       START-ONE-LOAN SECTION.
           SET LOAN-ACTIVE TO TRUE
           MOVE AMS-REFERENCE      TO CURRENT-REFERENCE
           MOVE AMSP-ACCOUNT-ID    TO LOAN-ACCOUNT-ID
           MOVE AMSP-PRINCIPAL     TO LOAN-PRINCIPAL
           MOVE AMSP-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           MOVE 0 TO PRINCIPAL-SHARE
           IF LOAN-TOTAL-PERIODS > 0
               COMPUTE PRINCIPAL-SHARE ROUNDED =
                   LOAN-PRINCIPAL / LOAN-TOTAL-PERIODS
           END-IF
           MOVE PROJ-START-DATE TO LOAN-DUE-DATE
           IF AMSP-RATE-DATE NUMERIC
               IF AMSP-RATE-DATE > 0
                   MOVE AMSP-RATE-DATE TO LOAN-DUE-DATE
               END-IF
           END-IF
           IF AMSP-LAST-BILLED NUMERIC
               IF AMSP-LAST-BILLED > 0
                   MOVE AMSP-LAST-BILLED TO LOAN-DUE-DATE
               END-IF
           END-IF
           MOVE LOAN-DUE-DATE(7:2) TO LOAN-ANCHOR-DAY
           IF LOAN-ACCOUNT-ID = SPACES
               ADD 1 TO LOANS-UNTIED
           ELSE
               ADD 1 TO LOANS-PROJECTED
           END-IF
           EXIT.

      * What is still owed on the installment, as LNAGING works it
      * out: interest plus principal share, less amounts paid.
       PROJECT-ONE-INSTALLMENT SECTION.
           IF NOT AMS-PAID
               IF AMS-PAID-INTEREST NOT NUMERIC
                   MOVE 0 TO AMS-PAID-INTEREST
               END-IF
               IF AMS-PAID-PRINCIPAL NOT NUMERIC
                   MOVE 0 TO AMS-PAID-PRINCIPAL
               END-IF
               IF AMS-INSTALLMENT = LOAN-TOTAL-PERIODS
                   COMPUTE PRINCIPAL-DUE = LOAN-PRINCIPAL
                       - PRINCIPAL-SHARE * (LOAN-TOTAL-PERIODS - 1)
               ELSE
                   MOVE PRINCIPAL-SHARE TO PRINCIPAL-DUE
               END-IF
               COMPUTE INSTALLMENT-OWED = AMS-INTEREST + PRINCIPAL-DUE
                   - AMS-PAID-INTEREST - AMS-PAID-PRINCIPAL
               IF AMS-BILLED
                   MOVE PROJ-START-DATE TO FLOW-DATE
                   IF AMS-BILLED-DATE NUMERIC
                       IF AMS-BILLED-DATE > 0
                           MOVE AMS-BILLED-DATE TO FLOW-DATE
                       END-IF
                   END-IF
               ELSE
                   MOVE LOAN-DUE-DATE TO WORK-DATE-NUM
                   MOVE LOAN-ANCHOR-DAY TO WORK-DAY
                   PERFORM ADVANCE-ONE-MONTH
                   MOVE WORK-DATE-NUM TO LOAN-DUE-DATE
                   MOVE LOAN-DUE-DATE TO FLOW-DATE
               END-IF
               IF INSTALLMENT-OWED > 0
                       AND FLOW-DATE NOT > HORIZON-END-DATE
                   IF LOAN-ACCOUNT-ID = SPACES
                       ADD INSTALLMENT-OWED TO UNTIED-LOAN-TOTAL
                   ELSE
                       MOVE LOAN-ACCOUNT-ID TO FLOW-ACCOUNT-ID
                       COMPUTE FLOW-AMOUNT = 0 - INSTALLMENT-OWED
                       PERFORM ADD-PROJECTED-FLOW
                   END-IF
               END-IF
           END-IF
           EXIT.

      * Anything dated before the start is already due and lands in
      * the first period.  A flow for an account the balance master
      * does not carry has no balance to project and is totalled
      * apart.
       ADD-PROJECTED-FLOW SECTION.
           IF FLOW-DATE < PROJ-START-DATE
               MOVE 1 TO BUCKET-NO
           ELSE
               MOVE FLOW-DATE TO SERIAL-INPUT-DATE
               PERFORM DATE-TO-SERIAL
               COMPUTE DAY-OFFSET = SERIAL-DAYS - START-SERIAL
               DIVIDE DAY-OFFSET BY BUCKET-LENGTH GIVING DAY-QUOTIENT
               COMPUTE BUCKET-NO = DAY-QUOTIENT + 1
           END-IF
           MOVE FLOW-ACCOUNT-ID TO BAL-ACCOUNT-ID
           READ BALANCE-FILE
               INVALID KEY
                   ADD FLOW-AMOUNT TO UNKNOWN-ACCOUNT-TOTAL
               NOT INVALID KEY
                   ADD 1 TO FLOWS-PROJECTED
                   ADD FLOW-AMOUNT TO BUCKET-FLOW-TOTAL(BUCKET-NO)
                   PERFORM ACCUMULATE-ACCOUNT-FLOW
           END-READ
           EXIT.

       ACCUMULATE-ACCOUNT-FLOW SECTION.
           MOVE 'N' TO PROJWORK-NEW-SWITCH
           MOVE FLOW-ACCOUNT-ID TO PRJW-ACCOUNT-ID
           MOVE BUCKET-NO TO PRJW-BUCKET
           READ PROJECTION-WORK-FILE
               INVALID KEY
                   SET PROJWORK-RECORD-NEW TO TRUE
                   MOVE FLOW-ACCOUNT-ID TO PRJW-ACCOUNT-ID
                   MOVE BUCKET-NO TO PRJW-BUCKET
                   MOVE 0 TO PRJW-FLOW
           END-READ
           ADD FLOW-AMOUNT TO PRJW-FLOW
           IF PROJWORK-RECORD-NEW
               WRITE PROJECTION-WORK-RECORD
           ELSE
               REWRITE PROJECTION-WORK-RECORD
           END-IF
           EXIT.

       LIST-ACCOUNT-PROJECTIONS SECTION.
           MOVE LOW-VALUES TO BAL-ACCOUNT-ID
           START BALANCE-FILE KEY >= BAL-ACCOUNT-ID
               INVALID KEY
                   SET BALANCE-EOF TO TRUE
           END-START
           PERFORM PROJECT-ONE-ACCOUNT UNTIL BALANCE-EOF
           EXIT.

       PROJECT-ONE-ACCOUNT SECTION.
           READ BALANCE-FILE NEXT
               AT END
                   SET BALANCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ACCOUNTS-LISTED
                   ADD BAL-AMOUNT TO TOTAL-OPENING
                   PERFORM LOAD-ACCOUNT-FLOWS
                   MOVE BAL-AMOUNT TO RUNNING-BALANCE
                   MOVE BAL-AMOUNT TO LOWEST-BALANCE
                   MOVE 'N' TO ACCOUNT-BREACHED-SWITCH
                   IF ACCOUNT-HAS-FLOWS
                       PERFORM WRITE-ACCOUNT-HEADING
                   END-IF
                   PERFORM PROJECT-ONE-BUCKET
                       VARYING BUCKET-NO FROM 1 BY 1
                       UNTIL BUCKET-NO > BUCKET-COUNT
                   IF ACCOUNT-BREACHED
                       ADD 1 TO ACCOUNTS-BREACHING
                   END-IF
                   PERFORM WRITE-ACCOUNT-CLOSING
           END-READ
           EXIT.

       LOAD-ACCOUNT-FLOWS SECTION.
           INITIALIZE ACCOUNT-FLOW-TABLE
           MOVE 'N' TO ACCOUNT-HAS-FLOWS-SWITCH
           MOVE 'N' TO WORK-EOF-SWITCH
           MOVE BAL-ACCOUNT-ID TO PRJW-ACCOUNT-ID
           MOVE 0 TO PRJW-BUCKET
           START PROJECTION-WORK-FILE KEY >= PRJW-KEY
               INVALID KEY
                   SET WORK-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-ACCOUNT-FLOW UNTIL WORK-EOF
           EXIT.

       LOAD-ONE-ACCOUNT-FLOW SECTION.
           READ PROJECTION-WORK-FILE NEXT
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   IF PRJW-ACCOUNT-ID NOT = BAL-ACCOUNT-ID
                       SET WORK-EOF TO TRUE
                   ELSE
                       MOVE PRJW-FLOW TO ACCOUNT-FLOW(PRJW-BUCKET)
                       SET ACCOUNT-HAS-FLOWS TO TRUE
                   END-IF
           END-READ
           EXIT.

       WRITE-ACCOUNT-HEADING SECTION.
           MOVE BAL-AMOUNT  TO AMOUNT-EDIT
           MOVE BAL-MINIMUM TO AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT " DELIMITED BY SIZE
               BAL-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BAL-CURRENCY DELIMITED BY SIZE
               "  OPENING " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  MINIMUM " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Periods with no flow leave the balance where it was, so
      * only the periods that move it are listed -- but every
      * period counts toward the breach tally.
       PROJECT-ONE-BUCKET SECTION.
           ADD ACCOUNT-FLOW(BUCKET-NO) TO RUNNING-BALANCE
           IF RUNNING-BALANCE < LOWEST-BALANCE
               MOVE RUNNING-BALANCE TO LOWEST-BALANCE
           END-IF
           MOVE SPACES TO BREACH-TEXT
           IF RUNNING-BALANCE < BAL-MINIMUM
               ADD 1 TO BUCKET-BREACHES(BUCKET-NO)
               MOVE "  BELOW MINIMUM" TO BREACH-TEXT
               IF NOT ACCOUNT-BREACHED
                   SET ACCOUNT-BREACHED TO TRUE
                   MOVE BUCKET-START-DATE(BUCKET-NO)
                       TO FIRST-BREACH-DATE
               END-IF
           END-IF
           IF ACCOUNT-FLOW(BUCKET-NO) NOT = 0
               MOVE ACCOUNT-FLOW(BUCKET-NO) TO AMOUNT-EDIT
               MOVE RUNNING-BALANCE TO AMOUNT-EDIT-2
               MOVE SPACES TO REPORT-WORK
               STRING "    " DELIMITED BY SIZE
                   BUCKET-START-DATE(BUCKET-NO) DELIMITED BY SIZE
                   "  FLOWS " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  PROJECTED " DELIMITED BY SIZE
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   BREACH-TEXT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

      * An account with flows closes its block with the closing and
      * lowest balances; one with none gets a single line.  Either
      * way a breach is called out with the period it starts in.
       WRITE-ACCOUNT-CLOSING SECTION.
           MOVE SPACES TO REPORT-WORK
           IF ACCOUNT-HAS-FLOWS
               MOVE RUNNING-BALANCE TO AMOUNT-EDIT
               MOVE LOWEST-BALANCE  TO AMOUNT-EDIT-2
               STRING "    CLOSING " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  LOWEST " DELIMITED BY SIZE
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               MOVE BAL-AMOUNT  TO AMOUNT-EDIT
               MOVE BAL-MINIMUM TO AMOUNT-EDIT-2
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BAL-ACCOUNT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BAL-CURRENCY DELIMITED BY SIZE
                   "  BALANCE " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  MINIMUM " DELIMITED BY SIZE
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   "  NO KNOWN FLOWS" DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF ACCOUNT-BREACHED
               MOVE SPACES TO REPORT-WORK
               STRING "    *** PROJECTED BELOW MINIMUM FROM "
                   DELIMITED BY SIZE
                   FIRST-BREACH-DATE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       WRITE-TOTAL-PROJECTION SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-OPENING TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ALL ACCOUNTS  OPENING " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "    PERIOD           FLOWS         PROJECTED"
               DELIMITED BY SIZE
               "  BELOW MINIMUM" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-OPENING TO TOTAL-RUNNING
           PERFORM WRITE-ONE-TOTAL-BUCKET
               VARYING BUCKET-NO FROM 1 BY 1
               UNTIL BUCKET-NO > BUCKET-COUNT
           EXIT.

       WRITE-ONE-TOTAL-BUCKET SECTION.
           ADD BUCKET-FLOW-TOTAL(BUCKET-NO) TO TOTAL-RUNNING
           MOVE BUCKET-FLOW-TOTAL(BUCKET-NO) TO AMOUNT-EDIT
           MOVE TOTAL-RUNNING TO TOTAL-EDIT
           MOVE BUCKET-BREACHES(BUCKET-NO) TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "    " DELIMITED BY SIZE
               BUCKET-START-DATE(BUCKET-NO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-LISTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS PROJECTED:              " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-BREACHING TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS PROJECTED BELOW MINIMUM:" DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE FLOWS-PROJECTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "FLOWS PROJECTED:                 " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF ORDERS-AVAILABLE
               MOVE ORDERS-PROJECTED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "STANDING ORDERS PROJECTED:       "
                   DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ORDERS-NOT-PROJECTED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ORDERS UNTIED OR MOVING NO MONEY:"
                   DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF SCHEDULES-AVAILABLE
               MOVE LOANS-PROJECTED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "LOANS PROJECTED:                 "
                   DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE LOANS-UNTIED TO COUNT-EDIT
               MOVE UNTIED-LOAN-TOTAL TO TOTAL-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "LOANS NOT TIED TO AN ACCOUNT:    "
                   DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   "  INSTALLMENTS DUE " DELIMITED BY SIZE
                   TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF UNKNOWN-ACCOUNT-TOTAL NOT = 0
               MOVE UNKNOWN-ACCOUNT-TOTAL TO TOTAL-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "FLOWS FOR ACCOUNTS NOT ON BALANCE MASTER: "
                   DELIMITED BY SIZE
                   TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
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
