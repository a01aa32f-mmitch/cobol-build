       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMNT.

      *****************************************************************
      *  TDMNT books and instructs term deposits -- one TDMAST row
      *  per deposit account (see copy/termdep.cpy) -- for the
      *  daily TDMATURE run to settle.  One card per action on
      *  TDCRDS:
      *
      *    cols  1-8   action      OPEN / INSTRUCT / BREAK
      *    col   9     (blank)
      *    cols 10-17  deposit account id
      *    col  18     (blank)
      *    cols 19-25  fixed rate, annual percent, 9(3)V9(4)
      *                implied (OPEN)
      *    col  26     (blank)
      *    cols 27-29  term in months, 001-120 (OPEN)
      *    col  30     (blank)
      *    col  31     maturity instruction R / P / X (OPEN,
      *                INSTRUCT)
      *    col  32     (blank)
      *    cols 33-40  payout account (OPEN, INSTRUCT, BREAK)
      *    col  41     (blank)
      *    cols 42-49  start date, YYYYMMDD (OPEN; blank = today)
      *
      *  OPEN books a deposit on an account already funded: the
      *  account must be open on ACCTMAST, and its balance on the
      *  balance master -- which must be above zero -- becomes the
      *  principal.  The account must carry no interest terms of
      *  its own on BALANCE, or INTAPPLY would pay it a second
      *  time.  The maturity date is the start date moved on by the
      *  term, pulled back to the month's last day where the month
      *  is short.  A deposit still unmatured on the account
      *  refuses the card; a matured or broken one is booked over.
      *
      *  INSTRUCT changes the maturity instruction (and the payout
      *  account, when one is given) of an active deposit.
      *
      *  BREAK asks for a premature withdrawal: the deposit is
      *  flagged "B" with today as its break date and the next
      *  TDMATURE run pays it out under the break penalty of the
      *  account's class.  A payout account given on the card
      *  replaces the one on file; with neither, the card is
      *  refused.
      *
      *  Instructions R and P roll the deposit over at maturity;
      *  P and X pay money away, so they need a payout account,
      *  which must be open on ACCTMAST and may not be the deposit
      *  account itself.
      *
      *  Every applied card writes the maintenance-audit image
      *  under CALC-MAINT-OPERATOR.  RETURN-CODE 8 means a card
      *  was rejected and the rest stand; 12 that a master would
      *  not open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CARD-FILE ASSIGN TO "TDCRDS"
               FILE STATUS IS TERM-CARD-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCOUNT-ID
               FILE STATUS IS TERM-DEPOSIT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-CARD-FILE.
       01 TERM-CARD.
           05 TCARD-ACTION         PIC X(08).
           05 FILLER               PIC X(01).
           05 TCARD-ACCOUNT-ID     PIC X(08).
           05 FILLER               PIC X(01).
           05 TCARD-RATE           PIC X(07).
           05 FILLER               PIC X(01).
           05 TCARD-TERM-MONTHS    PIC X(03).
           05 FILLER               PIC X(01).
           05 TCARD-INSTRUCTION    PIC X(01).
           05 FILLER               PIC X(01).
           05 TCARD-PAYOUT-ACCOUNT PIC X(08).
           05 FILLER               PIC X(01).
           05 TCARD-START-DATE     PIC X(08).
           05 FILLER               PIC X(31).

      * Shared with TDMATURE and CALCULATOR.
       FD TERM-DEPOSIT-FILE.
       COPY termdep.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD BALANCE-FILE.
       COPY balrec.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 TERM-CARD-STATUS      PIC X(02).
       01 TERM-DEPOSIT-STATUS   PIC X(02).
       01 ACCOUNT-MASTER-STATUS PIC X(02).
       01 BALANCE-STATUS        PIC X(02).
       01 MAINT-AUDIT-STATUS    PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       01 CARD-RATE-VALUE PIC 9(3)V9(4).
       01 CARD-RATE-RAW REDEFINES CARD-RATE-VALUE PIC 9(07).
       01 CARD-TERM-VALUE PIC 9(03).
       01 CARD-START-VALUE PIC 9(08).
       01 PAYOUT-WANTED PIC X(08).
       01 DEPOSIT-ON-FILE-SWITCH PIC X(01).
           88 DEPOSIT-ON-FILE VALUE 'Y'.
       01 CARD-REFUSED-SWITCH PIC X(01).
           88 CARD-REFUSED VALUE 'Y'.
       01 REFUSAL-REASON PIC X(60).

      * Pulled apart to check a start date and to move it on by
      * the term.
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
       01 MONTHS-TO-ADD  PIC 9(05) COMP.
       01 DAY-WANTED     PIC 9(02).

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           OPEN I-O TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-STATUS = "35"
               OPEN OUTPUT TERM-DEPOSIT-FILE
               CLOSE TERM-DEPOSIT-FILE
               OPEN I-O TERM-DEPOSIT-FILE
           END-IF
           IF TERM-DEPOSIT-STATUS NOT = "00"
               DISPLAY "unable to open term-deposit master, status "
                   TERM-DEPOSIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open account master, status "
                   ACCOUNT-MASTER-STATUS
               CLOSE TERM-DEPOSIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               CLOSE TERM-DEPOSIT-FILE
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT TERM-CARD-FILE
           IF TERM-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF TERM-CARD-STATUS = "00"
               CLOSE TERM-CARD-FILE
           END-IF
           CLOSE TERM-DEPOSIT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE BALANCE-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "term deposit cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "term deposit cards rejected: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ TERM-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF TERM-CARD = SPACES
                           OR TERM-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-TERM-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-TERM-CARD SECTION.
           MOVE 'N' TO CARD-REFUSED-SWITCH
           MOVE SPACES TO REFUSAL-REASON
           IF TCARD-ACCOUNT-ID = SPACES
               DISPLAY "account missing -- card rejected: "
                   TERM-CARD(1:40)
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               PERFORM READ-DEPOSIT-ON-FILE
               EVALUATE TCARD-ACTION
                   WHEN "OPEN    "
                       PERFORM OPEN-TERM-DEPOSIT
                   WHEN "INSTRUCT"
                       PERFORM INSTRUCT-TERM-DEPOSIT
                   WHEN "BREAK   "
                       PERFORM BREAK-TERM-DEPOSIT
                   WHEN OTHER
                       DISPLAY "unknown action '" TCARD-ACTION
                           "' -- card rejected"
                       ADD 1 TO CARDS-REJECTED-COUNT
               END-EVALUATE
           END-IF
           EXIT.

       READ-DEPOSIT-ON-FILE SECTION.
           MOVE 'N' TO DEPOSIT-ON-FILE-SWITCH
           MOVE SPACES TO BEFORE-IMAGE
           MOVE TCARD-ACCOUNT-ID TO TD-ACCOUNT-ID
           READ TERM-DEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEPOSIT-ON-FILE TO TRUE
                   MOVE TERM-DEPOSIT-RECORD TO BEFORE-IMAGE
           END-READ
           EXIT.

      *****************************************************************
      *  OPEN: judge the card and the account, then book the
      *  deposit at the balance the account holds today.
      *****************************************************************
       OPEN-TERM-DEPOSIT SECTION.
           IF DEPOSIT-ON-FILE AND TD-UNMATURED
               SET CARD-REFUSED TO TRUE
               MOVE "AN UNMATURED DEPOSIT IS ALREADY BOOKED"
                   TO REFUSAL-REASON
           END-IF
           IF NOT CARD-REFUSED
               PERFORM JUDGE-OPEN-CARD
           END-IF
           IF NOT CARD-REFUSED
               MOVE TCARD-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       SET CARD-REFUSED TO TRUE
                       MOVE "ACCOUNT NOT ON THE ACCOUNT MASTER"
                           TO REFUSAL-REASON
                   NOT INVALID KEY
                       IF NOT ACCT-OPEN
                           SET CARD-REFUSED TO TRUE
                           MOVE "ACCOUNT NOT OPEN" TO REFUSAL-REASON
                       END-IF
               END-READ
           END-IF
           IF NOT CARD-REFUSED
               MOVE TCARD-ACCOUNT-ID TO BAL-ACCOUNT-ID
               READ BALANCE-FILE
                   INVALID KEY
                       SET CARD-REFUSED TO TRUE
                       MOVE "ACCOUNT NOT ON THE BALANCE MASTER"
                           TO REFUSAL-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN BAL-AMOUNT NOT > 0
                               SET CARD-REFUSED TO TRUE
                               MOVE "ACCOUNT NOT FUNDED"
                                   TO REFUSAL-REASON
                           WHEN BAL-INTEREST-RATE NOT = 0
                               SET CARD-REFUSED TO TRUE
                               MOVE "ACCOUNT CARRIES INTEREST TERMS "
                                   & "OF ITS OWN ON BALANCE"
                                   TO REFUSAL-REASON
                       END-EVALUATE
               END-READ
           END-IF
           IF NOT CARD-REFUSED
               MOVE TCARD-PAYOUT-ACCOUNT TO PAYOUT-WANTED
               PERFORM JUDGE-PAYOUT-ACCOUNT
           END-IF
           IF CARD-REFUSED
               PERFORM REJECT-TERM-CARD
           ELSE
               PERFORM BOOK-TERM-DEPOSIT
           END-IF
           EXIT.

       JUDGE-OPEN-CARD SECTION.
           MOVE TCARD-INSTRUCTION TO TD-INSTRUCTION
           EVALUATE TRUE
               WHEN TCARD-RATE NOT NUMERIC
                   SET CARD-REFUSED TO TRUE
                   MOVE "RATE NOT NUMERIC" TO REFUSAL-REASON
               WHEN TCARD-TERM-MONTHS NOT NUMERIC
                   SET CARD-REFUSED TO TRUE
                   MOVE "TERM NOT NUMERIC" TO REFUSAL-REASON
               WHEN TCARD-TERM-MONTHS = "000"
                       OR TCARD-TERM-MONTHS > "120"
                   SET CARD-REFUSED TO TRUE
                   MOVE "TERM MUST BE 1 TO 120 MONTHS"
                       TO REFUSAL-REASON
               WHEN NOT TD-INSTRUCTION-VALID
                   SET CARD-REFUSED TO TRUE
                   MOVE "INSTRUCTION MUST BE R, P OR X"
                       TO REFUSAL-REASON
               WHEN TCARD-START-DATE NOT = SPACES
                       AND TCARD-START-DATE NOT NUMERIC
                   SET CARD-REFUSED TO TRUE
                   MOVE "START DATE NOT NUMERIC" TO REFUSAL-REASON
           END-EVALUATE
           IF NOT CARD-REFUSED
               MOVE TCARD-RATE TO CARD-RATE-RAW
               MOVE TCARD-TERM-MONTHS TO CARD-TERM-VALUE
               IF TCARD-START-DATE = SPACES
                   MOVE RUN-DATE TO CARD-START-VALUE
               ELSE
                   MOVE TCARD-START-DATE TO CARD-START-VALUE
               END-IF
               IF CARD-RATE-VALUE = 0
                   SET CARD-REFUSED TO TRUE
                   MOVE "RATE MUST BE ABOVE ZERO" TO REFUSAL-REASON
               END-IF
           END-IF
           IF NOT CARD-REFUSED
               MOVE CARD-START-VALUE TO WORK-DATE-NUM
               IF WORK-MONTH < 1 OR WORK-MONTH > 12
                   SET CARD-REFUSED TO TRUE
               ELSE
                   PERFORM SET-MONTH-LIMIT
                   IF WORK-DAY < 1 OR WORK-DAY > MONTH-LIMIT
                       SET CARD-REFUSED TO TRUE
                   END-IF
               END-IF
               IF CARD-REFUSED
                   MOVE "START DATE NOT A CALENDAR DATE"
                       TO REFUSAL-REASON
               ELSE
                   IF CARD-START-VALUE > RUN-DATE
                       SET CARD-REFUSED TO TRUE
                       MOVE "START DATE IN THE FUTURE"
                           TO REFUSAL-REASON
                   END-IF
               END-IF
           END-IF
           EXIT.

      * P and X pay away and must name somewhere to pay to; R
      * may name one ahead of a break.  Whatever is named must be
      * a different, open account.
       JUDGE-PAYOUT-ACCOUNT SECTION.
           IF PAYOUT-WANTED = SPACES
               IF TD-ROLL-PRINCIPAL OR TD-PAY-OUT-ALL
                   SET CARD-REFUSED TO TRUE
                   MOVE "INSTRUCTION NEEDS A PAYOUT ACCOUNT"
                       TO REFUSAL-REASON
               END-IF
           ELSE
               IF PAYOUT-WANTED = TCARD-ACCOUNT-ID
                   SET CARD-REFUSED TO TRUE
                   MOVE "PAYOUT ACCOUNT IS THE DEPOSIT ACCOUNT"
                       TO REFUSAL-REASON
               ELSE
                   MOVE PAYOUT-WANTED TO ACCT-ACCOUNT-ID
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           SET CARD-REFUSED TO TRUE
                           MOVE "PAYOUT ACCOUNT NOT ON THE ACCOUNT "
                               & "MASTER" TO REFUSAL-REASON
                       NOT INVALID KEY
                           IF NOT ACCT-OPEN
                               SET CARD-REFUSED TO TRUE
                               MOVE "PAYOUT ACCOUNT NOT OPEN"
                                   TO REFUSAL-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF
           EXIT.

       BOOK-TERM-DEPOSIT SECTION.
           MOVE SPACES TO TERM-DEPOSIT-RECORD
           MOVE TCARD-ACCOUNT-ID  TO TD-ACCOUNT-ID
           MOVE BAL-AMOUNT        TO TD-PRINCIPAL
           MOVE CARD-RATE-VALUE   TO TD-FIXED-RATE
           MOVE CARD-TERM-VALUE   TO TD-TERM-MONTHS
           MOVE CARD-START-VALUE  TO TD-START-DATE
           MOVE TCARD-INSTRUCTION TO TD-INSTRUCTION
           MOVE TCARD-PAYOUT-ACCOUNT TO TD-PAYOUT-ACCOUNT
           SET TD-ACTIVE TO TRUE
           MOVE 0 TO TD-BREAK-DATE
           MOVE 0 TO TD-TERMS-RUN
           MOVE 0 TO TD-LAST-INTEREST
           MOVE TD-START-DATE TO WORK-DATE-NUM
           MOVE TD-TERM-MONTHS TO MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-DATE
           MOVE WORK-DATE-NUM TO TD-MATURITY-DATE
           IF DEPOSIT-ON-FILE
               REWRITE TERM-DEPOSIT-RECORD
           ELSE
               WRITE TERM-DEPOSIT-RECORD
           END-IF
           MOVE TD-PRINCIPAL TO AMOUNT-EDIT
           DISPLAY "term deposit booked: " TD-ACCOUNT-ID
               " principal " AMOUNT-EDIT
               " matures " TD-MATURITY-DATE
           ADD 1 TO CARDS-APPLIED-COUNT
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       INSTRUCT-TERM-DEPOSIT SECTION.
           EVALUATE TRUE
               WHEN NOT DEPOSIT-ON-FILE
                   SET CARD-REFUSED TO TRUE
                   MOVE "NO DEPOSIT BOOKED ON THE ACCOUNT"
                       TO REFUSAL-REASON
               WHEN NOT TD-ACTIVE
                   SET CARD-REFUSED TO TRUE
                   MOVE "DEPOSIT NO LONGER ACTIVE" TO REFUSAL-REASON
               WHEN OTHER
                   MOVE TCARD-INSTRUCTION TO TD-INSTRUCTION
                   IF NOT TD-INSTRUCTION-VALID
                       SET CARD-REFUSED TO TRUE
                       MOVE "INSTRUCTION MUST BE R, P OR X"
                           TO REFUSAL-REASON
                   END-IF
           END-EVALUATE
           IF NOT CARD-REFUSED
               MOVE TD-PAYOUT-ACCOUNT TO PAYOUT-WANTED
               IF TCARD-PAYOUT-ACCOUNT NOT = SPACES
                   MOVE TCARD-PAYOUT-ACCOUNT TO PAYOUT-WANTED
               END-IF
               PERFORM JUDGE-PAYOUT-ACCOUNT
           END-IF
           IF CARD-REFUSED
               PERFORM REJECT-TERM-CARD
           ELSE
               MOVE TCARD-ACCOUNT-ID TO TD-ACCOUNT-ID
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE TCARD-INSTRUCTION TO TD-INSTRUCTION
               MOVE PAYOUT-WANTED TO TD-PAYOUT-ACCOUNT
               REWRITE TERM-DEPOSIT-RECORD
               DISPLAY "term deposit instructed: " TD-ACCOUNT-ID
                   " " TD-INSTRUCTION " " TD-PAYOUT-ACCOUNT
               ADD 1 TO CARDS-APPLIED-COUNT
               PERFORM WRITE-AUDIT-LINE
           END-IF
           EXIT.

      * A break always pays out, so it needs a payout account
      * whatever the instruction said.
       BREAK-TERM-DEPOSIT SECTION.
           EVALUATE TRUE
               WHEN NOT DEPOSIT-ON-FILE
                   SET CARD-REFUSED TO TRUE
                   MOVE "NO DEPOSIT BOOKED ON THE ACCOUNT"
                       TO REFUSAL-REASON
               WHEN TD-BREAK-REQUESTED
                   SET CARD-REFUSED TO TRUE
                   MOVE "BREAK ALREADY REQUESTED" TO REFUSAL-REASON
               WHEN NOT TD-ACTIVE
                   SET CARD-REFUSED TO TRUE
                   MOVE "DEPOSIT NO LONGER ACTIVE" TO REFUSAL-REASON
               WHEN TD-MATURITY-DATE NOT > RUN-DATE
                   SET CARD-REFUSED TO TRUE
                   MOVE "DEPOSIT HAS MATURED -- NOTHING TO BREAK"
                       TO REFUSAL-REASON
           END-EVALUATE
           IF NOT CARD-REFUSED
               MOVE TD-PAYOUT-ACCOUNT TO PAYOUT-WANTED
               IF TCARD-PAYOUT-ACCOUNT NOT = SPACES
                   MOVE TCARD-PAYOUT-ACCOUNT TO PAYOUT-WANTED
               END-IF
               IF PAYOUT-WANTED = SPACES
                   SET CARD-REFUSED TO TRUE
                   MOVE "A BREAK NEEDS A PAYOUT ACCOUNT"
                       TO REFUSAL-REASON
               ELSE
                   PERFORM JUDGE-PAYOUT-ACCOUNT
               END-IF
           END-IF
           IF CARD-REFUSED
               PERFORM REJECT-TERM-CARD
           ELSE
               MOVE TCARD-ACCOUNT-ID TO TD-ACCOUNT-ID
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE PAYOUT-WANTED TO TD-PAYOUT-ACCOUNT
               SET TD-BREAK-REQUESTED TO TRUE
               MOVE RUN-DATE TO TD-BREAK-DATE
               REWRITE TERM-DEPOSIT-RECORD
               DISPLAY "term deposit break requested: " TD-ACCOUNT-ID
                   " pays out to " TD-PAYOUT-ACCOUNT
               ADD 1 TO CARDS-APPLIED-COUNT
               PERFORM WRITE-AUDIT-LINE
           END-IF
           EXIT.

       REJECT-TERM-CARD SECTION.
           DISPLAY "term deposit card rejected: " TCARD-ACTION " "
               TCARD-ACCOUNT-ID " -- " REFUSAL-REASON
           ADD 1 TO CARDS-REJECTED-COUNT
           EXIT.

      * The term moved on month by month; a day past the end of
      * the month it lands in is pulled back to the month's last.
       ADD-MONTHS-TO-DATE SECTION.
           COMPUTE MONTHS-TO-ADD = WORK-MONTH - 1 + MONTHS-TO-ADD
           DIVIDE MONTHS-TO-ADD BY 12 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
           ADD LEAP-QUOTIENT TO WORK-YEAR
           COMPUTE WORK-MONTH = LEAP-REMAINDER + 1
           MOVE WORK-DAY TO DAY-WANTED
           PERFORM SET-MONTH-LIMIT
           IF DAY-WANTED > MONTH-LIMIT
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

       WRITE-AUDIT-LINE SECTION.
           MOVE "TDMAST" TO MAUD-FILE-NAME
           MOVE TCARD-ACTION TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE TCARD-ACCOUNT-ID TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           MOVE TERM-DEPOSIT-RECORD TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.
