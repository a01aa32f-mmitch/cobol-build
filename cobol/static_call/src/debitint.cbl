       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITINT.

      *****************************************************************
      *  DEBITINT is the monthly overdraft debit-interest run.
      *  CALCULATOR's minimum-balance judgement flags an account
      *  the moment it goes negative, and INTAPPLY works from the
      *  month-end balance alone, so an account overdrawn from the
      *  2nd to the 28th used to cost its owner nothing.  This run
      *  charges for the days the money was actually out.
      *
      *  Each account's end-of-day balance for every day of the
      *  debit month is rebuilt from its balance-history movements
      *  (MOVEHIST -- the history generations, read in full and
      *  closed before anything posts; BALHIST is balpost's, for
      *  this run's own charges).  A day's balance is the new
      *  balance of the last movement run that day; a day with no
      *  movement carries the day before forward; the month opens
      *  on the prior balance of the month's first movement.  An
      *  account with no movement in the month opens on the prior
      *  balance of its first later movement, or on its standing
      *  balance when it has not moved since.  The DEBWORK keyed
      *  work file holds the rebuild, one row per account, so the
      *  history need not be in any order.
      *
      *  The average daily negative balance is the sum of the
      *  month's negative end-of-day balances over the days in the
      *  month, and the charge is that sum at the class's annual
      *  rate on an actual/365 basis, rounded to the cent.  The
      *  rate comes from the FEESCHED class row (see FEEAPPLY):
      *
      *    cols 38-44  overdraft debit-interest rate, annual
      *                percent, digits, 9(3)V9(4) implied -- blank
      *                or zero charges nothing for the class
      *
      *  A class with no schedule row is not charged either.
      *
      *  Every charge debits the balance through balpost, journals
      *  as an OK subtraction (operator DEBITINT, inside this
      *  program's header/trailer pair, references from the shared
      *  REFSEQ sequence) and is journaled a second time under its
      *  own DEBIT INTEREST outcome, so the charge can be picked
      *  out of ordinary OK traffic -- the same device CALCULATOR
      *  uses for a posting to a dormant account.  DEBITRPT lists
      *  each overdrawn account with its overdrawn days, average
      *  overdrawn amount, rate and charge, and closes with the
      *  run summary.
      *
      *  CALC-DEBIT-MONTH (YYYYMM) names the debit month,
      *  defaulting to the current month.
      *
      *  Return codes: 0 clean; 4 a charge did not post (the
      *  account is on DEBITRPT, balance untouched); 12 a file
      *  would not open or the month is not a month -- nothing
      *  charged.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               FILE STATUS IS FEE-SCHEDULE-STATUS.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "MOVEHIST"
               FILE STATUS IS MOVEMENT-HISTORY-STATUS.
           SELECT DEBIT-WORK-FILE ASSIGN TO "DEBWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DBTW-ACCOUNT-ID
               FILE STATUS IS DEBIT-WORK-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEBITRPT".

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY balrec.

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-CARD.
           05 FSC-ACCOUNT-CLASS PIC X(04).
           05 FILLER            PIC X(33).
           05 FSC-DEBIT-RATE    PIC X(07).
           05 FILLER            PIC X(36).

       FD MOVEMENT-HISTORY-FILE.
       COPY balhist.

      * One row per account with a movement in or after the debit
      * month: the balance the month opened on, and the end-of-day
      * balance of every day that saw a movement.  The opening is
      * taken from the earliest movement found -- one inside the
      * month always beats one after it.
       FD DEBIT-WORK-FILE.
       01 DEBIT-WORK-RECORD.
           05 DBTW-ACCOUNT-ID      PIC X(08).
           05 DBTW-OPENING-BALANCE PIC S9(9)V99.
           05 DBTW-OPENING-SOURCE  PIC X(01).
               88 DBTW-OPENED-IN-MONTH    VALUE "M".
               88 DBTW-OPENED-AFTER-MONTH VALUE "A".
           05 DBTW-OPENING-STAMP   PIC X(16).
           05 DBTW-DAY OCCURS 31 TIMES.
               10 DBTW-DAY-FLAG    PIC X(01).
                   88 DBTW-DAY-MOVED VALUE "Y".
               10 DBTW-DAY-TIME    PIC 9(08).
               10 DBTW-DAY-BALANCE PIC S9(9)V99.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD REFERENCE-SEQ-FILE.
       01 REFSEQ-RECORD.
           05 REFS-LAST-DATE   PIC 9(08).
           05 REFS-LAST-NUMBER PIC 9(04).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BALANCE-STATUS          PIC X(02).
       01 FEE-SCHEDULE-STATUS     PIC X(02).
       01 MOVEMENT-HISTORY-STATUS PIC X(02).
       01 DEBIT-WORK-STATUS       PIC X(02).
       01 JOURNAL-STATUS          PIC X(02).
       01 REFERENCE-SEQ-STATUS    PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

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
       01 DEBIT-MONTH-ENV PIC X(06).
       01 DEBIT-MONTH PIC 9(06).
       01 REF-LAST-DATE   PIC 9(08) VALUE 0.
       01 REF-LAST-NUMBER PIC 9(04) VALUE 0.
       01 REFERENCE-NUMBER PIC X(10).
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

      * The debit-interest rates in storage, one row per class.
       01 SCHEDULE-TABLE.
           05 SCHED-ENTRY OCCURS 100 TIMES INDEXED BY SCHED-IDX.
               10 SCHED-CLASS      PIC X(04).
               10 SCHED-DEBIT-RATE PIC 9(3)V9(4).
       01 SCHED-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 SCHED-FOUND-SWITCH PIC X(01).
           88 SCHED-FOUND VALUE 'Y'.
       01 CARD-RATE-VALUE PIC 9(3)V9(4).
       01 CARD-RATE-RAW REDEFINES CARD-RATE-VALUE PIC 9(07).

      * The debit month pulled apart for its number of days.
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

       01 DEBWORK-NEW-SWITCH PIC X(01).
           88 DEBWORK-RECORD-NEW VALUE 'Y'.
       01 DEBWORK-FOUND-SWITCH PIC X(01).
           88 DEBWORK-FOUND VALUE 'Y'.
       01 MOVEMENT-MONTH PIC 9(06).
       01 MOVEMENT-DAY   PIC 9(02).
       01 MOVEMENT-STAMP.
           05 MOVEMENT-STAMP-DATE PIC 9(08).
           05 MOVEMENT-STAMP-TIME PIC 9(08).
       01 MOVEMENT-SOURCE PIC X(01).
       01 DAY-IDX PIC 9(02) COMP.

      * One account's month, walked a day at a time.
       01 DAY-BALANCE      PIC S9(9)V99.
       01 NEGATIVE-SUM     PIC S9(13)V99.
       01 OVERDRAWN-DAYS   PIC 9(02).
       01 AVERAGE-OVERDRAWN PIC S9(9)V99.
       01 DEBIT-INTEREST   PIC S9(9)V99.

      * The charge and its history line go through the shared
      * balpost subprogram (see copy/balpostl.cpy); this program's
      * own BALANCE and MOVEHIST opens are read-only.
       COPY balpostl.
       01 PRIOR-BALANCE PIC S9(9)V99.

       01 ACCOUNTS-READ       PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-OVERDRAWN  PIC 9(08) COMP VALUE 0.
       01 CHARGES-POSTED      PIC 9(08) COMP VALUE 0.
       01 CHARGES-FAILED      PIC 9(08) COMP VALUE 0.
       01 NO-RATE             PIC 9(08) COMP VALUE 0.
       01 UNDER-ONE-CENT      PIC 9(08) COMP VALUE 0.
       01 TOTAL-DEBIT-INTEREST PIC S9(11)V99 VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(08) COMP VALUE 0.
      * Sum of the JRNL-RESULT amounts journaled as OK lines --
      * the figure the run trailer must claim for JRNLRPT's
      * reconciliation of this run to foot.
       01 JOURNALED-RESULT-TOTAL PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 DAYS-EDIT   PIC Z9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 AVERAGE-EDIT PIC ZZZZZZZZZ9.99.
       01 RATE-EDIT   PIC ZZ9.9999.
       01 REPORT-WORK PIC X(132).

      * Tamper-evidence chain state (see copy/jrnlhshl.cpy).
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "DEBITINT" TO PRMG-PROGRAM
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
           MOVE RUN-DATE(1:6) TO DEBIT-MONTH
           MOVE "CALC-DEBIT-MONTH" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO DEBIT-MONTH-ENV
           IF DEBIT-MONTH-ENV NOT = SPACES
               IF DEBIT-MONTH-ENV IS NUMERIC
                   MOVE DEBIT-MONTH-ENV TO DEBIT-MONTH
               ELSE
                   MOVE 0 TO DEBIT-MONTH
               END-IF
           END-IF
           MOVE DEBIT-MONTH TO WORK-DATE(1:6)
           MOVE "01" TO WORK-DATE(7:2)
           IF WORK-MONTH < 1 OR WORK-MONTH > 12
               DISPLAY "debit month '" DEBIT-MONTH-ENV
                   "' is not a YYYYMM month -- debit interest "
                   "run cannot run"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SET-MONTH-LIMIT
           PERFORM LOAD-DEBIT-RATES
           IF SCHED-ENTRIES-USED = 0
               DISPLAY "no usable fee schedule rows -- debit "
                   "interest run cannot run"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM BUILD-DAILY-BALANCES
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "OVERDRAFT DEBIT INTEREST FOR " DELIMITED BY SIZE
               DEBIT-MONTH DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LOAD-REFERENCE-SEQUENCE
           PERFORM WRITE-RUN-HEADER
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-AND-CHARGE UNTIL SOURCE-EOF
           PERFORM WRITE-RUN-TRAILER
           PERFORM WRITE-SUMMARY
           PERFORM SAVE-REFERENCE-SEQUENCE
           MOVE "CLOSE   " TO BPST-FUNCTION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           CLOSE BALANCE-FILE
           CLOSE DEBIT-WORK-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           IF CHARGES-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

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

       LOAD-DEBIT-RATES SECTION.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-SCHEDULE-STATUS NOT = "00"
               DISPLAY "fee schedule not available, status "
                   FEE-SCHEDULE-STATUS
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-SCHEDULE-ROW UNTIL SOURCE-EOF
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           EXIT.

      * A row written before the rate column existed has it blank,
      * which charges the class nothing.
       READ-SCHEDULE-ROW SECTION.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF FEE-SCHEDULE-CARD = SPACES
                           OR FEE-SCHEDULE-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       IF FSC-DEBIT-RATE NOT = SPACES
                               AND FSC-DEBIT-RATE NOT NUMERIC
                           DISPLAY "bad debit rate on fee schedule "
                               "row for class '" FSC-ACCOUNT-CLASS
                               "' -- skipped"
                       ELSE
                           IF SCHED-ENTRIES-USED < 100
                               ADD 1 TO SCHED-ENTRIES-USED
                               SET SCHED-IDX TO SCHED-ENTRIES-USED
                               MOVE FSC-ACCOUNT-CLASS
                                   TO SCHED-CLASS(SCHED-IDX)
                               IF FSC-DEBIT-RATE = SPACES
                                   MOVE 0 TO CARD-RATE-VALUE
                               ELSE
                                   MOVE FSC-DEBIT-RATE
                                       TO CARD-RATE-RAW
                               END-IF
                               MOVE CARD-RATE-VALUE
                                   TO SCHED-DEBIT-RATE(SCHED-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * One pass over the movement history builds each account's
      * day-by-day picture on the keyed work file.  Movements
      * before the debit month have nothing to say about it.
       BUILD-DAILY-BALANCES SECTION.
           OPEN OUTPUT DEBIT-WORK-FILE
           IF DEBIT-WORK-STATUS = "00"
               CLOSE DEBIT-WORK-FILE
               OPEN I-O DEBIT-WORK-FILE
           END-IF
           IF DEBIT-WORK-STATUS NOT = "00"
               DISPLAY "unable to open debit work file, status "
                   DEBIT-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * Without the history every account would be judged on its
      * standing balance for the whole month -- one overdrawn
      * yesterday would pay for thirty days -- so no history, no
      * run.
           OPEN INPUT MOVEMENT-HISTORY-FILE
           IF MOVEMENT-HISTORY-STATUS NOT = "00"
               DISPLAY "unable to open movement history, status "
                   MOVEMENT-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM NOTE-ONE-MOVEMENT UNTIL SOURCE-EOF
           CLOSE MOVEMENT-HISTORY-FILE
           EXIT.

       NOTE-ONE-MOVEMENT SECTION.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE BALH-RUN-DATE(1:6) TO MOVEMENT-MONTH
                   IF MOVEMENT-MONTH NOT < DEBIT-MONTH
                       PERFORM RECORD-DAILY-MOVEMENT
                   END-IF
           END-READ
           EXIT.

       RECORD-DAILY-MOVEMENT SECTION.
           MOVE BALH-RUN-DATE TO MOVEMENT-STAMP-DATE
           MOVE BALH-RUN-TIME TO MOVEMENT-STAMP-TIME
           IF MOVEMENT-MONTH = DEBIT-MONTH
               MOVE "M" TO MOVEMENT-SOURCE
           ELSE
               MOVE "A" TO MOVEMENT-SOURCE
           END-IF
           MOVE 'N' TO DEBWORK-NEW-SWITCH
           MOVE BALH-ACCOUNT-ID TO DBTW-ACCOUNT-ID
           READ DEBIT-WORK-FILE
               INVALID KEY
                   SET DEBWORK-RECORD-NEW TO TRUE
                   INITIALIZE DEBIT-WORK-RECORD
                   MOVE BALH-ACCOUNT-ID TO DBTW-ACCOUNT-ID
                   MOVE MOVEMENT-SOURCE TO DBTW-OPENING-SOURCE
                   MOVE MOVEMENT-STAMP  TO DBTW-OPENING-STAMP
                   MOVE BALH-PRIOR-BALANCE TO DBTW-OPENING-BALANCE
               NOT INVALID KEY
                   PERFORM JUDGE-OPENING-BALANCE
           END-READ
           IF MOVEMENT-MONTH = DEBIT-MONTH
               MOVE BALH-RUN-DATE(7:2) TO MOVEMENT-DAY
               IF MOVEMENT-DAY > 0 AND MOVEMENT-DAY NOT > MONTH-LIMIT
                   PERFORM NOTE-END-OF-DAY
               END-IF
           END-IF
           IF DEBWORK-RECORD-NEW
               WRITE DEBIT-WORK-RECORD
           ELSE
               REWRITE DEBIT-WORK-RECORD
           END-IF
           EXIT.

      * The last movement run on a day sets its end-of-day balance.
       NOTE-END-OF-DAY SECTION.
           IF NOT DBTW-DAY-MOVED(MOVEMENT-DAY)
                   OR BALH-RUN-TIME NOT < DBTW-DAY-TIME(MOVEMENT-DAY)
               SET DBTW-DAY-MOVED(MOVEMENT-DAY) TO TRUE
               MOVE BALH-RUN-TIME TO DBTW-DAY-TIME(MOVEMENT-DAY)
               MOVE BALH-NEW-BALANCE
                   TO DBTW-DAY-BALANCE(MOVEMENT-DAY)
           END-IF
           EXIT.

      * The month opens on the earliest movement's prior balance;
      * a movement inside the month always beats one after it.
       JUDGE-OPENING-BALANCE SECTION.
           IF MOVEMENT-SOURCE = "M"
               IF DBTW-OPENED-AFTER-MONTH
                       OR MOVEMENT-STAMP < DBTW-OPENING-STAMP
                   MOVE MOVEMENT-SOURCE TO DBTW-OPENING-SOURCE
                   MOVE MOVEMENT-STAMP  TO DBTW-OPENING-STAMP
                   MOVE BALH-PRIOR-BALANCE TO DBTW-OPENING-BALANCE
               END-IF
           ELSE
               IF DBTW-OPENED-AFTER-MONTH
                       AND MOVEMENT-STAMP < DBTW-OPENING-STAMP
                   MOVE MOVEMENT-STAMP  TO DBTW-OPENING-STAMP
                   MOVE BALH-PRIOR-BALANCE TO DBTW-OPENING-BALANCE
               END-IF
           END-IF
           EXIT.

       WRITE-RUN-HEADER SECTION.
           MOVE "H"        TO JRNLH-RECORD-TYPE
           MOVE RUN-DATE   TO JRNLH-RUN-DATE
           MOVE RUN-TIME   TO JRNLH-RUN-TIME
           MOVE "DEBITINT" TO JRNLH-PROGRAM-NAME
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

       READ-AND-CHARGE SECTION.
           READ BALANCE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM JUDGE-ONE-ACCOUNT
           END-READ
           EXIT.

       JUDGE-ONE-ACCOUNT SECTION.
           PERFORM WALK-ACCOUNT-MONTH
           IF OVERDRAWN-DAYS > 0
               ADD 1 TO ACCOUNTS-OVERDRAWN
               COMPUTE AVERAGE-OVERDRAWN ROUNDED =
                   (0 - NEGATIVE-SUM) / MONTH-LIMIT
               MOVE 'N' TO SCHED-FOUND-SWITCH
               SET SCHED-IDX TO 1
               PERFORM SEARCH-FEE-SCHEDULE
                   UNTIL SCHED-IDX > SCHED-ENTRIES-USED
                       OR SCHED-FOUND
               IF NOT SCHED-FOUND
                   ADD 1 TO NO-RATE
                   PERFORM REPORT-NOT-CHARGED
               ELSE
                   IF SCHED-DEBIT-RATE(SCHED-IDX) = 0
                       ADD 1 TO NO-RATE
                       PERFORM REPORT-NOT-CHARGED
                   ELSE
                       COMPUTE DEBIT-INTEREST ROUNDED =
                           (0 - NEGATIVE-SUM)
                               * SCHED-DEBIT-RATE(SCHED-IDX)
                               / 36500
                       IF DEBIT-INTEREST = 0
                           ADD 1 TO UNDER-ONE-CENT
                           PERFORM REPORT-NOT-CHARGED
                       ELSE
                           PERFORM CHARGE-DEBIT-INTEREST
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      * Walks the month a day at a time from the opening balance,
      * adding up every negative end-of-day balance.  An account
      * with no row on the work file has not moved since the month
      * began, so it sat at its standing balance throughout.
       WALK-ACCOUNT-MONTH SECTION.
           MOVE 0 TO NEGATIVE-SUM
           MOVE 0 TO OVERDRAWN-DAYS
           MOVE 'N' TO DEBWORK-FOUND-SWITCH
           MOVE BAL-ACCOUNT-ID TO DBTW-ACCOUNT-ID
           READ DEBIT-WORK-FILE
               INVALID KEY
                   MOVE BAL-AMOUNT TO DAY-BALANCE
               NOT INVALID KEY
                   SET DEBWORK-FOUND TO TRUE
                   MOVE DBTW-OPENING-BALANCE TO DAY-BALANCE
           END-READ
           PERFORM WALK-ONE-DAY
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > MONTH-LIMIT
           EXIT.

       WALK-ONE-DAY SECTION.
           IF DEBWORK-FOUND
               IF DBTW-DAY-MOVED(DAY-IDX)
                   MOVE DBTW-DAY-BALANCE(DAY-IDX) TO DAY-BALANCE
               END-IF
           END-IF
           IF DAY-BALANCE < 0
               ADD 1 TO OVERDRAWN-DAYS
               ADD DAY-BALANCE TO NEGATIVE-SUM
           END-IF
           EXIT.

       SEARCH-FEE-SCHEDULE SECTION.
           IF SCHED-CLASS(SCHED-IDX) = BAL-ACCOUNT-CLASS
               SET SCHED-FOUND TO TRUE
           ELSE
               SET SCHED-IDX UP BY 1
           END-IF
           EXIT.

       REPORT-NOT-CHARGED SECTION.
           MOVE OVERDRAWN-DAYS TO DAYS-EDIT
           MOVE AVERAGE-OVERDRAWN TO AVERAGE-EDIT
           MOVE SPACES TO REPORT-WORK
           IF NOT SCHED-FOUND
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BAL-ACCOUNT-ID DELIMITED BY SIZE
                   " DAYS OVERDRAWN " DELIMITED BY SIZE
                   DAYS-EDIT DELIMITED BY SIZE
                   " AVERAGE OVERDRAWN " DELIMITED BY SIZE
                   AVERAGE-EDIT DELIMITED BY SIZE
                   " NOT CHARGED -- NO SCHEDULE ROW FOR CLASS '"
                   DELIMITED BY SIZE
                   BAL-ACCOUNT-CLASS DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               IF SCHED-DEBIT-RATE(SCHED-IDX) = 0
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       BAL-ACCOUNT-ID DELIMITED BY SIZE
                       " DAYS OVERDRAWN " DELIMITED BY SIZE
                       DAYS-EDIT DELIMITED BY SIZE
                       " AVERAGE OVERDRAWN " DELIMITED BY SIZE
                       AVERAGE-EDIT DELIMITED BY SIZE
                       " NOT CHARGED -- NO DEBIT RATE FOR CLASS '"
                       DELIMITED BY SIZE
                       BAL-ACCOUNT-CLASS DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO REPORT-WORK
               ELSE
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       BAL-ACCOUNT-ID DELIMITED BY SIZE
                       " DAYS OVERDRAWN " DELIMITED BY SIZE
                       DAYS-EDIT DELIMITED BY SIZE
                       " AVERAGE OVERDRAWN " DELIMITED BY SIZE
                       AVERAGE-EDIT DELIMITED BY SIZE
                       " NOT CHARGED -- INTEREST UNDER ONE CENT"
                       DELIMITED BY SIZE
                       INTO REPORT-WORK
               END-IF
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       CHARGE-DEBIT-INTEREST SECTION.
           PERFORM ASSIGN-DEBIT-REFERENCE
           MOVE "POST    "     TO BPST-FUNCTION
           MOVE BAL-ACCOUNT-ID TO BPST-ACCOUNT-ID
           MOVE "-"            TO BPST-OPERATION
           MOVE DEBIT-INTEREST TO BPST-AMOUNT
           MOVE RUN-DATE       TO BPST-RUN-DATE
           MOVE RUN-TIME       TO BPST-RUN-TIME
           MOVE REFERENCE-NUMBER TO BPST-REFERENCE
           MOVE RUN-DATE       TO BPST-VALUE-DATE
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE = 16
               DISPLAY "balance lock held by another job -- "
                   "debit interest run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE OVERDRAWN-DAYS TO DAYS-EDIT
           MOVE AVERAGE-OVERDRAWN TO AVERAGE-EDIT
           MOVE SCHED-DEBIT-RATE(SCHED-IDX) TO RATE-EDIT
           MOVE DEBIT-INTEREST TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           IF BPST-RETURN-CODE NOT = 0
               ADD 1 TO CHARGES-FAILED
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BAL-ACCOUNT-ID DELIMITED BY SIZE
                   " DAYS OVERDRAWN " DELIMITED BY SIZE
                   DAYS-EDIT DELIMITED BY SIZE
                   " AVERAGE OVERDRAWN " DELIMITED BY SIZE
                   AVERAGE-EDIT DELIMITED BY SIZE
                   " CHARGE " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " POSTING FAILED -- BALANCE UNTOUCHED"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               MOVE BPST-PRIOR-BALANCE TO PRIOR-BALANCE
               ADD 1 TO CHARGES-POSTED
               ADD DEBIT-INTEREST TO TOTAL-DEBIT-INTEREST
               PERFORM JOURNAL-DEBIT-POSTING
               PERFORM JOURNAL-DEBIT-EVENT
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BAL-ACCOUNT-ID DELIMITED BY SIZE
                   " DAYS OVERDRAWN " DELIMITED BY SIZE
                   DAYS-EDIT DELIMITED BY SIZE
                   " AVERAGE OVERDRAWN " DELIMITED BY SIZE
                   AVERAGE-EDIT DELIMITED BY SIZE
                   " RATE " DELIMITED BY SIZE
                   RATE-EDIT DELIMITED BY SIZE
                   "% CHARGE " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   REFERENCE-NUMBER DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Journaled as a subtraction of the charge so the trial-
      * balance replay and the statement read the posting like any
      * other.
       JOURNAL-DEBIT-POSTING SECTION.
           PERFORM BUILD-DEBIT-LINE
           MOVE "OK"          TO JRNL-OUTCOME
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           ADD JRNL-RESULT TO JOURNALED-RESULT-TOTAL
           EXIT.

      * The same posting journaled a second time under its own
      * outcome, so the month's debit interest can be picked out
      * of the OK traffic.  It counts in the trailer's line count
      * but not in its result total -- the OK line above already
      * carries the amount.
       JOURNAL-DEBIT-EVENT SECTION.
           PERFORM BUILD-DEBIT-LINE
           MOVE "DEBIT INTEREST" TO JRNL-OUTCOME
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           EXIT.

       BUILD-DEBIT-LINE SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE PRIOR-BALANCE TO JRNL-VALUE-1
           MOVE "-"           TO JRNL-OPERATION
           MOVE DEBIT-INTEREST TO JRNL-VALUE-2
           MOVE BPST-NEW-BALANCE TO JRNL-RESULT
           MOVE RUN-DATE      TO JRNL-DATE
           MOVE "DEBITINT"    TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER TO JRNL-REFERENCE
           MOVE RUN-DATE      TO JRNL-RUN-DATE
           MOVE RUN-TIME      TO JRNL-RUN-TIME
           MOVE SPACES TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE BAL-ACCOUNT-ID TO JRNL-ACCOUNT-ID
           MOVE 0 TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           EXIT.

       ASSIGN-DEBIT-REFERENCE SECTION.
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
           IF REF-CHECKDIGIT-MODE AND REF-LAST-NUMBER > 999
               MOVE 1 TO REF-LAST-NUMBER
           END-IF
           MOVE SPACES TO REFERENCE-NUMBER
           IF REF-CHECKDIGIT-MODE
               MOVE REF-LAST-NUMBER TO REF-SHORT-NUMBER
               STRING REFERENCE-DATE(3:6) DELIMITED BY SIZE
                   REF-SHORT-NUMBER DELIMITED BY SIZE
                   INTO REFERENCE-NUMBER
               MOVE "A" TO RFC-FUNCTION
               MOVE REFERENCE-NUMBER TO RFC-REFERENCE
               CALL 'refcheck' USING REFERENCE-CHECK-AREA
               MOVE RFC-REFERENCE TO REFERENCE-NUMBER
           ELSE
               STRING REFERENCE-DATE(3:6) DELIMITED BY SIZE
                   REF-LAST-NUMBER DELIMITED BY SIZE
                   INTO REFERENCE-NUMBER
           END-IF
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MONTH-LIMIT TO DAYS-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "DAYS IN MONTH: " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS READ: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-OVERDRAWN TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS OVERDRAWN IN MONTH: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CHARGES-POSTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "DEBIT INTEREST CHARGES POSTED: "
               DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CHARGES-FAILED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CHARGES THAT FAILED TO POST: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE NO-RATE TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "OVERDRAWN WITH NO DEBIT RATE: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE UNDER-ONE-CENT TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "OVERDRAWN, INTEREST UNDER ONE CENT: "
               DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-DEBIT-INTEREST TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL DEBIT INTEREST CHARGED: " DELIMITED BY SIZE
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
