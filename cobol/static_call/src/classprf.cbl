       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSPRF.

      *****************************************************************
      *  CLASSPRF is the monthly account-class profitability report:
      *  for each account class (BAL-ACCOUNT-CLASS) what its
      *  accounts held, what they cost and what they earned in the
      *  profit month, with the class's net margin against its own
      *  prior twelve months and its best and worst twenty
      *  accounts.
      *
      *  Per account, for the month:
      *
      *    average balance       the average end-of-day balance,
      *                          rebuilt from the balance-history
      *                          movements (MOVEHIST) the way
      *                          DEBITINT rebuilds it -- a day's
      *                          balance is the new balance of the
      *                          last movement run that day, a day
      *                          with none carries the day before
      *                          forward, and the month opens on the
      *                          prior balance of its first movement
      *                          (of the first later one, or the
      *                          standing balance, for an account
      *                          that did not move in the month)
      *    interest paid         INTAPPLY's interest credits, gross
      *                          -- withholding is the customer's
      *                          tax, not the bank's income
      *    fees earned           FEEAPPLY's fee debits
      *    overdraft interest    DEBITINT's debit-interest charges
      *    processing cost       every OK journal line against the
      *                          account priced by operation code
      *                          from CHARGEBK's RATECARD, the same
      *                          price the department chargeback
      *                          bills for it
      *
      *  and the net margin is fees earned plus overdraft interest,
      *  less interest paid and processing cost.  Only OK journal
      *  lines dated in the month count; accounts no longer on the
      *  balance master have no class and are left out.  The PRFWORK
      *  keyed work file holds each account's month, so neither the
      *  history nor the journal need be in any order.
      *
      *  Each class's figures are written to the PRFSUM summary
      *  master (indexed, keyed month + class); rerunning a month
      *  replaces its rows.  The trend section lists the class's
      *  rows for the twelve months before and sets the month's
      *  margin against their average.  The account listings are
      *  the class's top twenty by net margin and, below them, the
      *  bottom twenty, worst first -- a class of fewer than forty
      *  accounts lists each account once.
      *
      *  CALC-PROFIT-MONTH (YYYYMM) names the month, defaulting to
      *  the current month; it is normally supplied in the first
      *  days of the month after, once FEEAPPLY, INTAPPLY and
      *  DEBITINT have run.  RC 12 when a file will not open, the
      *  rate card has no usable rows, the month is not a month, or
      *  the class table fills (the classes past it are missing).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "MOVEHIST"
               FILE STATUS IS MOVEMENT-HISTORY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
               FILE STATUS IS RATE-CARD-STATUS.
           SELECT PROFIT-WORK-FILE ASSIGN TO "PRFWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRFW-ACCOUNT-ID
               FILE STATUS IS PROFIT-WORK-STATUS.
           SELECT PROFIT-SUMMARY-FILE ASSIGN TO "PRFSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRFS-KEY
               FILE STATUS IS PROFIT-SUMMARY-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT REPORT-FILE ASSIGN TO "CLASSPRF".

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY balrec.

       FD MOVEMENT-HISTORY-FILE.
       COPY balhist.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD RATE-CARD-FILE.
       01 RATE-CARD-ROW.
           05 RCD-OPERATION PIC X(01).
           05 FILLER        PIC X(01).
           05 RCD-PRICE     PIC X(07).
           05 FILLER        PIC X(71).

      * One row per account with a movement in or after the profit
      * month or an OK journal line in it: the balance the month
      * opened on (blank source -- no movement found, the standing
      * balance stands), the end-of-day balance of every day that
      * saw a movement, and the month's journal figures.
       FD PROFIT-WORK-FILE.
       01 PROFIT-WORK-RECORD.
           05 PRFW-ACCOUNT-ID         PIC X(08).
           05 PRFW-OPENING-BALANCE    PIC S9(9)V99.
           05 PRFW-OPENING-SOURCE     PIC X(01).
               88 PRFW-OPENED-IN-MONTH    VALUE "M".
               88 PRFW-OPENED-AFTER-MONTH VALUE "A".
               88 PRFW-NOT-MOVED          VALUE " ".
           05 PRFW-OPENING-STAMP      PIC X(16).
           05 PRFW-INTEREST-PAID      PIC S9(9)V99.
           05 PRFW-FEES-EARNED        PIC S9(9)V99.
           05 PRFW-OVERDRAFT-INTEREST PIC S9(9)V99.
           05 PRFW-LINE-COUNT         PIC 9(07).
           05 PRFW-PROCESSING-COST    PIC S9(9)V99.
           05 PRFW-DAY OCCURS 31 TIMES.
               10 PRFW-DAY-FLAG    PIC X(01).
                   88 PRFW-DAY-MOVED VALUE "Y".
               10 PRFW-DAY-TIME    PIC 9(08).
               10 PRFW-DAY-BALANCE PIC S9(9)V99.

      * One row per month per class.  The average balance is the
      * sum of the class's accounts' average balances -- the book
      * the class carried through the month.
       FD PROFIT-SUMMARY-FILE.
       01 PROFIT-SUMMARY-RECORD.
           05 PRFS-KEY.
               10 PRFS-MONTH PIC 9(06).
               10 PRFS-CLASS PIC X(04).
           05 PRFS-ACCOUNT-COUNT      PIC 9(07).
           05 PRFS-AVERAGE-BALANCE    PIC S9(11)V99.
           05 PRFS-INTEREST-PAID      PIC S9(11)V99.
           05 PRFS-FEES-EARNED        PIC S9(11)V99.
           05 PRFS-OVERDRAFT-INTEREST PIC S9(11)V99.
           05 PRFS-LINE-COUNT         PIC 9(09).
           05 PRFS-PROCESSING-COST    PIC S9(11)V99.
           05 PRFS-NET-MARGIN         PIC S9(11)V99.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-CLASS              PIC X(04).
           05 SORT-NET-MARGIN         PIC S9(11)V99.
           05 SORT-ACCOUNT-ID         PIC X(08).
           05 SORT-AVERAGE-BALANCE    PIC S9(9)V99.
           05 SORT-INTEREST-PAID      PIC S9(9)V99.
           05 SORT-FEES-EARNED        PIC S9(9)V99.
           05 SORT-OVERDRAFT-INTEREST PIC S9(9)V99.
           05 SORT-LINE-COUNT         PIC 9(07).
           05 SORT-PROCESSING-COST    PIC S9(9)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 BALANCE-STATUS          PIC X(02).
       01 MOVEMENT-HISTORY-STATUS PIC X(02).
       01 JOURNAL-STATUS          PIC X(02).
       01 RATE-CARD-STATUS        PIC X(02).
       01 PROFIT-WORK-STATUS      PIC X(02).
       01 PROFIT-SUMMARY-STATUS   PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.

       01 TODAYS-DATE PIC 9(08).
       01 PROFIT-MONTH-ENV PIC X(06).
       01 PROFIT-MONTH PIC 9(06).

      * The profit month pulled apart for its number of days.
       01 WORK-DATE.
           05 WORK-YEAR  PIC 9(04).
           05 WORK-MONTH PIC 9(02).
           05 WORK-DAY   PIC 9(02).
       01 DAYS-IN-MONTH-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-TABLE.
           05 MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       01 MONTH-LIMIT    PIC 9(02).
       01 LEAP-REMAINDER PIC 9(04) COMP.
       01 LEAP-QUOTIENT  PIC 9(04) COMP.

      * The RATECARD prices in storage, one row per operation code.
       01 PRICE-TABLE.
           05 PRICE-ENTRY OCCURS 20 TIMES INDEXED BY PRICE-IDX.
               10 PRICE-OPERATION PIC X(01).
               10 PRICE-AMOUNT    PIC 9(5)V99.
       01 PRICE-ENTRIES-USED PIC 9(02) COMP VALUE 0.
       01 PRICE-FOUND-SWITCH PIC X(01).
           88 PRICE-FOUND VALUE 'Y'.
       01 CARD-PRICE-VALUE PIC 9(5)V99.
       01 CARD-PRICE-RAW REDEFINES CARD-PRICE-VALUE PIC 9(07).

       01 PRFWORK-NEW-SWITCH PIC X(01).
           88 PRFWORK-RECORD-NEW VALUE 'Y'.
       01 PRFWORK-FOUND-SWITCH PIC X(01).
           88 PRFWORK-FOUND VALUE 'Y'.
       01 MOVEMENT-MONTH PIC 9(06).
       01 MOVEMENT-DAY   PIC 9(02).
       01 MOVEMENT-STAMP.
           05 MOVEMENT-STAMP-DATE PIC 9(08).
           05 MOVEMENT-STAMP-TIME PIC 9(08).
       01 MOVEMENT-SOURCE PIC X(01).
       01 DAY-IDX PIC 9(02) COMP.
       01 LINE-MONTH PIC 9(06).

      * One account's month, walked a day at a time.
       01 DAY-BALANCE     PIC S9(9)V99.
       01 BALANCE-SUM     PIC S9(13)V99.
       01 AVERAGE-BALANCE PIC S9(9)V99.

      *****************************************************************
      *  The month's figures per class, built while the accounts
      *  are released to the sort and read back as each class
      *  comes out of it.
      *****************************************************************
       01 CLASS-TABLE.
           05 CLS-ENTRY OCCURS 100 TIMES INDEXED BY CLS-IDX.
               10 CLS-CLASS               PIC X(04).
               10 CLS-ACCOUNT-COUNT       PIC 9(07) COMP.
               10 CLS-AVERAGE-BALANCE     PIC S9(11)V99.
               10 CLS-INTEREST-PAID       PIC S9(11)V99.
               10 CLS-FEES-EARNED         PIC S9(11)V99.
               10 CLS-OVERDRAFT-INTEREST  PIC S9(11)V99.
               10 CLS-LINE-COUNT          PIC 9(09) COMP.
               10 CLS-PROCESSING-COST     PIC S9(11)V99.
               10 CLS-NET-MARGIN          PIC S9(11)V99.
       01 CLS-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 CLS-FOUND-SWITCH PIC X(01).
           88 CLS-FOUND VALUE 'Y'.
       01 CLS-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
           88 CLS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WANTED-CLASS PIC X(04).

      * The class being printed, and the accounts past its top
      * twenty -- the last twenty of them kept round a ring, so
      * the bottom twenty are to hand when the class ends.
       01 CURRENT-CLASS PIC X(04).
       01 CLASS-STARTED-SWITCH PIC X(01) VALUE 'N'.
           88 CLASS-STARTED VALUE 'Y'.
       01 CLASS-POSITION PIC 9(07) COMP.
       01 BOTTOM-RING.
           05 BOTTOM-ENTRY OCCURS 20 TIMES.
               10 BOT-NET-MARGIN         PIC S9(11)V99.
               10 BOT-ACCOUNT-ID         PIC X(08).
               10 BOT-AVERAGE-BALANCE    PIC S9(9)V99.
               10 BOT-INTEREST-PAID      PIC S9(9)V99.
               10 BOT-FEES-EARNED        PIC S9(9)V99.
               10 BOT-OVERDRAFT-INTEREST PIC S9(9)V99.
               10 BOT-LINE-COUNT         PIC 9(07).
               10 BOT-PROCESSING-COST    PIC S9(9)V99.
       01 RING-SLOT     PIC 9(02) COMP.
       01 RING-OFFSET   PIC 9(07) COMP.
       01 RING-QUOTIENT PIC 9(07) COMP.
       01 BOTTOM-COUNT  PIC 9(02) COMP.
       01 BOTTOM-DONE   PIC 9(02) COMP.
       01 LISTING-RANK  PIC 9(02) COMP.
       01 LISTING-ACCOUNT-ID PIC X(08).

      * The twelve months before the profit month, walked back one
      * at a time against the summary master.
       01 TREND-MONTH PIC 9(06).
       01 TREND-MONTH-SPLIT REDEFINES TREND-MONTH.
           05 TREND-YEAR PIC 9(04).
           05 TREND-MM   PIC 9(02).
       01 TREND-STEP        PIC 9(02) COMP.
       01 TREND-MONTHS-FOUND PIC 9(02) COMP.
       01 TREND-MARGIN-SUM  PIC S9(13)V99.
       01 TREND-AVERAGE     PIC S9(11)V99.
       01 TREND-CHANGE      PIC S9(11)V99.

       01 ACCOUNTS-READ        PIC 9(08) COMP VALUE 0.
       01 JOURNAL-LINES-TAKEN  PIC 9(08) COMP VALUE 0.
       01 ROWS-WRITTEN-COUNT   PIC 9(05) COMP VALUE 0.
       01 ROWS-REPLACED-COUNT  PIC 9(05) COMP VALUE 0.
       01 TOTAL-ACCOUNTS       PIC 9(08) COMP VALUE 0.
       01 TOTAL-AVERAGE-BALANCE    PIC S9(11)V99 VALUE 0.
       01 TOTAL-INTEREST-PAID      PIC S9(11)V99 VALUE 0.
       01 TOTAL-FEES-EARNED        PIC S9(11)V99 VALUE 0.
       01 TOTAL-OVERDRAFT-INTEREST PIC S9(11)V99 VALUE 0.
       01 TOTAL-LINE-COUNT         PIC 9(09) COMP VALUE 0.
       01 TOTAL-PROCESSING-COST    PIC S9(11)V99 VALUE 0.
       01 TOTAL-NET-MARGIN         PIC S9(11)V99 VALUE 0.

       01 CLASS-NAME-EDIT PIC X(06).
       01 RANK-EDIT    PIC Z9.
       01 LINES-EDIT   PIC ZZZZZZ9.
       01 COUNT-EDIT   PIC ZZZZZZZ9.
       01 BALANCE-EDIT PIC ZZZZZZZZZZ9.99-.
       01 INTEREST-EDIT PIC ZZZZZZZ9.99-.
       01 FEES-EDIT    PIC ZZZZZZZ9.99-.
       01 OVERDRAFT-EDIT PIC ZZZZZZZ9.99-.
       01 COST-EDIT    PIC ZZZZZZZ9.99-.
       01 MARGIN-EDIT  PIC ZZZZZZZZZZ9.99-.
       01 TOTAL-EDIT   PIC ZZZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "CLASSPRF" TO PRMG-PROGRAM
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TODAYS-DATE(1:6) TO PROFIT-MONTH
           MOVE "CALC-PROFIT-MONTH" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO PROFIT-MONTH-ENV
           IF PROFIT-MONTH-ENV NOT = SPACES
               IF PROFIT-MONTH-ENV IS NUMERIC
                   MOVE PROFIT-MONTH-ENV TO PROFIT-MONTH
               ELSE
                   MOVE 0 TO PROFIT-MONTH
               END-IF
           END-IF
           MOVE PROFIT-MONTH TO WORK-DATE(1:6)
           MOVE "01" TO WORK-DATE(7:2)
           IF WORK-MONTH < 1 OR WORK-MONTH > 12
               DISPLAY "profit month '" PROFIT-MONTH-ENV
                   "' is not a YYYYMM month -- profitability "
                   "report cannot run"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SET-MONTH-LIMIT
           PERFORM LOAD-RATE-CARD
           IF PRICE-ENTRIES-USED = 0
               DISPLAY "no usable rate card rows -- profitability "
                   "report cannot price processing"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM BUILD-DAILY-BALANCES
           PERFORM GATHER-JOURNAL-FIGURES
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PROFIT-SUMMARY-FILE
           IF PROFIT-SUMMARY-STATUS = "35"
               OPEN OUTPUT PROFIT-SUMMARY-FILE
               CLOSE PROFIT-SUMMARY-FILE
               OPEN I-O PROFIT-SUMMARY-FILE
           END-IF
           IF PROFIT-SUMMARY-STATUS NOT = "00"
               DISPLAY "unable to open profitability summary "
                   "master, status " PROFIT-SUMMARY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT-CLASS PROFITABILITY FOR " DELIMITED BY SIZE
               PROFIT-MONTH DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CLASS
                  DESCENDING KEY SORT-NET-MARGIN
                  ASCENDING KEY SORT-ACCOUNT-ID
               INPUT PROCEDURE IS RELEASE-ACCOUNTS
               OUTPUT PROCEDURE IS PRINT-CLASSES
           PERFORM WRITE-GRAND-TOTALS
           IF CLS-TABLE-OVERFLOWED
               MOVE "*** CLASS TABLE FULL -- CLASSES MISSING ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           CLOSE PROFIT-SUMMARY-FILE
           CLOSE PROFIT-WORK-FILE
           CLOSE BALANCE-FILE
           MOVE ACCOUNTS-READ TO COUNT-EDIT
           DISPLAY "accounts read: " COUNT-EDIT
           MOVE JOURNAL-LINES-TAKEN TO COUNT-EDIT
           DISPLAY "journal lines taken: " COUNT-EDIT
           MOVE ROWS-WRITTEN-COUNT TO COUNT-EDIT
           DISPLAY "summary rows written: " COUNT-EDIT
           MOVE ROWS-REPLACED-COUNT TO COUNT-EDIT
           DISPLAY "summary rows replaced: " COUNT-EDIT
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

       LOAD-RATE-CARD SECTION.
           OPEN INPUT RATE-CARD-FILE
           IF RATE-CARD-STATUS NOT = "00"
               DISPLAY "rate card not available, status "
                   RATE-CARD-STATUS
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM LOAD-ONE-PRICE UNTIL SOURCE-EOF
               CLOSE RATE-CARD-FILE
           END-IF
           EXIT.

       LOAD-ONE-PRICE SECTION.
           READ RATE-CARD-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF RATE-CARD-ROW = SPACES
                           OR RCD-OPERATION = "#"
                       CONTINUE
                   ELSE
                       IF RCD-PRICE NOT NUMERIC
                           DISPLAY "bad rate card row for '"
                               RCD-OPERATION "' skipped"
                       ELSE
                           IF PRICE-ENTRIES-USED < 20
                               ADD 1 TO PRICE-ENTRIES-USED
                               SET PRICE-IDX
                                   TO PRICE-ENTRIES-USED
                               MOVE RCD-OPERATION TO
                                   PRICE-OPERATION(PRICE-IDX)
                               MOVE RCD-PRICE TO CARD-PRICE-RAW
                               MOVE CARD-PRICE-VALUE TO
                                   PRICE-AMOUNT(PRICE-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * One pass over the movement history builds each account's
      * day-by-day picture on the keyed work file.  Movements
      * before the profit month have nothing to say about it.
       BUILD-DAILY-BALANCES SECTION.
           OPEN OUTPUT PROFIT-WORK-FILE
           IF PROFIT-WORK-STATUS = "00"
               CLOSE PROFIT-WORK-FILE
               OPEN I-O PROFIT-WORK-FILE
           END-IF
           IF PROFIT-WORK-STATUS NOT = "00"
               DISPLAY "unable to open profitability work file, "
                   "status " PROFIT-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * Without the history every account would be averaged on its
      * standing balance, whatever it held during the month, so no
      * history, no report.
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
                   IF MOVEMENT-MONTH NOT < PROFIT-MONTH
                       PERFORM RECORD-DAILY-MOVEMENT
                   END-IF
           END-READ
           EXIT.

       RECORD-DAILY-MOVEMENT SECTION.
           MOVE BALH-RUN-DATE TO MOVEMENT-STAMP-DATE
           MOVE BALH-RUN-TIME TO MOVEMENT-STAMP-TIME
           IF MOVEMENT-MONTH = PROFIT-MONTH
               MOVE "M" TO MOVEMENT-SOURCE
           ELSE
               MOVE "A" TO MOVEMENT-SOURCE
           END-IF
           MOVE 'N' TO PRFWORK-NEW-SWITCH
           MOVE BALH-ACCOUNT-ID TO PRFW-ACCOUNT-ID
           READ PROFIT-WORK-FILE
               INVALID KEY
                   SET PRFWORK-RECORD-NEW TO TRUE
                   INITIALIZE PROFIT-WORK-RECORD
                   MOVE BALH-ACCOUNT-ID TO PRFW-ACCOUNT-ID
                   MOVE MOVEMENT-SOURCE TO PRFW-OPENING-SOURCE
                   MOVE MOVEMENT-STAMP  TO PRFW-OPENING-STAMP
                   MOVE BALH-PRIOR-BALANCE TO PRFW-OPENING-BALANCE
               NOT INVALID KEY
                   PERFORM JUDGE-OPENING-BALANCE
           END-READ
           IF MOVEMENT-MONTH = PROFIT-MONTH
               MOVE BALH-RUN-DATE(7:2) TO MOVEMENT-DAY
               IF MOVEMENT-DAY > 0 AND MOVEMENT-DAY NOT > MONTH-LIMIT
                   PERFORM NOTE-END-OF-DAY
               END-IF
           END-IF
           PERFORM STORE-PROFIT-WORK
           EXIT.

      * The last movement run on a day sets its end-of-day balance.
       NOTE-END-OF-DAY SECTION.
           IF NOT PRFW-DAY-MOVED(MOVEMENT-DAY)
                   OR BALH-RUN-TIME NOT < PRFW-DAY-TIME(MOVEMENT-DAY)
               SET PRFW-DAY-MOVED(MOVEMENT-DAY) TO TRUE
               MOVE BALH-RUN-TIME TO PRFW-DAY-TIME(MOVEMENT-DAY)
               MOVE BALH-NEW-BALANCE
                   TO PRFW-DAY-BALANCE(MOVEMENT-DAY)
           END-IF
           EXIT.

      * The month opens on the earliest movement's prior balance;
      * a movement inside the month always beats one after it.
       JUDGE-OPENING-BALANCE SECTION.
           IF MOVEMENT-SOURCE = "M"
               IF NOT PRFW-OPENED-IN-MONTH
                       OR MOVEMENT-STAMP < PRFW-OPENING-STAMP
                   MOVE MOVEMENT-SOURCE TO PRFW-OPENING-SOURCE
                   MOVE MOVEMENT-STAMP  TO PRFW-OPENING-STAMP
                   MOVE BALH-PRIOR-BALANCE TO PRFW-OPENING-BALANCE
               END-IF
           ELSE
               IF PRFW-NOT-MOVED
                       OR (PRFW-OPENED-AFTER-MONTH
                           AND MOVEMENT-STAMP < PRFW-OPENING-STAMP)
                   MOVE MOVEMENT-SOURCE TO PRFW-OPENING-SOURCE
                   MOVE MOVEMENT-STAMP  TO PRFW-OPENING-STAMP
                   MOVE BALH-PRIOR-BALANCE TO PRFW-OPENING-BALANCE
               END-IF
           END-IF
           EXIT.

       STORE-PROFIT-WORK SECTION.
           IF PRFWORK-RECORD-NEW
               WRITE PROFIT-WORK-RECORD
           ELSE
               REWRITE PROFIT-WORK-RECORD
           END-IF
           EXIT.

      * One pass over the journal adds each OK line of the month
      * to its account's row: the line's processing price, and
      * the interest, fee and overdraft figures the month-end runs
      * posted.
       GATHER-JOURNAL-FIGURES SECTION.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-JOURNAL-LINE UNTIL SOURCE-EOF
           CLOSE JOURNAL-FILE
           EXIT.

       READ-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE JRNL-RUN-DATE(1:6) TO LINE-MONTH
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                           AND JRNL-OUTCOME = "OK"
                           AND JRNL-ACCOUNT-ID NOT = SPACES
                           AND LINE-MONTH = PROFIT-MONTH
                       PERFORM TAKE-JOURNAL-LINE
                   END-IF
           END-READ
           EXIT.

       TAKE-JOURNAL-LINE SECTION.
           ADD 1 TO JOURNAL-LINES-TAKEN
           MOVE 'N' TO PRFWORK-NEW-SWITCH
           MOVE JRNL-ACCOUNT-ID TO PRFW-ACCOUNT-ID
           READ PROFIT-WORK-FILE
               INVALID KEY
                   SET PRFWORK-RECORD-NEW TO TRUE
                   INITIALIZE PROFIT-WORK-RECORD
                   MOVE JRNL-ACCOUNT-ID TO PRFW-ACCOUNT-ID
           END-READ
           ADD 1 TO PRFW-LINE-COUNT
           MOVE 'N' TO PRICE-FOUND-SWITCH
           SET PRICE-IDX TO 1
           PERFORM SEARCH-PRICE-TABLE
               UNTIL PRICE-IDX > PRICE-ENTRIES-USED OR PRICE-FOUND
           IF PRICE-FOUND
               ADD PRICE-AMOUNT(PRICE-IDX) TO PRFW-PROCESSING-COST
           END-IF
           EVALUATE JRNL-OPERATOR-ID
               WHEN "INTAPPLY"
                   IF JRNL-OPERATION = "+"
                       ADD JRNL-VALUE-2 TO PRFW-INTEREST-PAID
                   END-IF
               WHEN "FEEAPPLY"
                   ADD JRNL-VALUE-2 TO PRFW-FEES-EARNED
               WHEN "DEBITINT"
                   ADD JRNL-VALUE-2 TO PRFW-OVERDRAFT-INTEREST
           END-EVALUATE
           PERFORM STORE-PROFIT-WORK
           EXIT.

       SEARCH-PRICE-TABLE SECTION.
           IF PRICE-OPERATION(PRICE-IDX) = JRNL-OPERATION
               SET PRICE-FOUND TO TRUE
           ELSE
               SET PRICE-IDX UP BY 1
           END-IF
           EXIT.

      * Every account on the balance master goes to the sort with
      * its month's figures, and into its class's totals.
       RELEASE-ACCOUNTS SECTION.
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-AND-RELEASE UNTIL SOURCE-EOF
           EXIT.

       READ-AND-RELEASE SECTION.
           READ BALANCE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM MEASURE-ONE-ACCOUNT
           END-READ
           EXIT.

       MEASURE-ONE-ACCOUNT SECTION.
           MOVE BAL-ACCOUNT-CLASS TO WANTED-CLASS
           PERFORM FIND-OR-ADD-CLASS
           IF CLS-FOUND
               PERFORM WALK-ACCOUNT-MONTH
               COMPUTE AVERAGE-BALANCE ROUNDED =
                   BALANCE-SUM / MONTH-LIMIT
               INITIALIZE SORT-RECORD
               MOVE BAL-ACCOUNT-CLASS TO SORT-CLASS
               MOVE BAL-ACCOUNT-ID    TO SORT-ACCOUNT-ID
               MOVE AVERAGE-BALANCE   TO SORT-AVERAGE-BALANCE
               IF PRFWORK-FOUND
                   MOVE PRFW-INTEREST-PAID   TO SORT-INTEREST-PAID
                   MOVE PRFW-FEES-EARNED     TO SORT-FEES-EARNED
                   MOVE PRFW-OVERDRAFT-INTEREST
                       TO SORT-OVERDRAFT-INTEREST
                   MOVE PRFW-LINE-COUNT      TO SORT-LINE-COUNT
                   MOVE PRFW-PROCESSING-COST TO SORT-PROCESSING-COST
               END-IF
               COMPUTE SORT-NET-MARGIN =
                   SORT-FEES-EARNED + SORT-OVERDRAFT-INTEREST
                       - SORT-INTEREST-PAID - SORT-PROCESSING-COST
               ADD 1 TO CLS-ACCOUNT-COUNT(CLS-IDX)
               ADD SORT-AVERAGE-BALANCE
                   TO CLS-AVERAGE-BALANCE(CLS-IDX)
               ADD SORT-INTEREST-PAID TO CLS-INTEREST-PAID(CLS-IDX)
               ADD SORT-FEES-EARNED   TO CLS-FEES-EARNED(CLS-IDX)
               ADD SORT-OVERDRAFT-INTEREST
                   TO CLS-OVERDRAFT-INTEREST(CLS-IDX)
               ADD SORT-LINE-COUNT    TO CLS-LINE-COUNT(CLS-IDX)
               ADD SORT-PROCESSING-COST
                   TO CLS-PROCESSING-COST(CLS-IDX)
               ADD SORT-NET-MARGIN    TO CLS-NET-MARGIN(CLS-IDX)
               RELEASE SORT-RECORD
           END-IF
           EXIT.

      * Walks the month a day at a time from the opening balance,
      * adding up every end-of-day balance.  An account with no
      * movement since the month began sat at its standing balance
      * throughout.
       WALK-ACCOUNT-MONTH SECTION.
           MOVE 0 TO BALANCE-SUM
           MOVE 'N' TO PRFWORK-FOUND-SWITCH
           MOVE BAL-AMOUNT TO DAY-BALANCE
           MOVE BAL-ACCOUNT-ID TO PRFW-ACCOUNT-ID
           READ PROFIT-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRFWORK-FOUND TO TRUE
                   IF NOT PRFW-NOT-MOVED
                       MOVE PRFW-OPENING-BALANCE TO DAY-BALANCE
                   END-IF
           END-READ
           PERFORM WALK-ONE-DAY
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > MONTH-LIMIT
           EXIT.

       WALK-ONE-DAY SECTION.
           IF PRFWORK-FOUND
               IF PRFW-DAY-MOVED(DAY-IDX)
                   MOVE PRFW-DAY-BALANCE(DAY-IDX) TO DAY-BALANCE
               END-IF
           END-IF
           ADD DAY-BALANCE TO BALANCE-SUM
           EXIT.

       FIND-OR-ADD-CLASS SECTION.
           MOVE 'N' TO CLS-FOUND-SWITCH
           SET CLS-IDX TO 1
           PERFORM SEARCH-CLASS-TABLE
               UNTIL CLS-IDX > CLS-ENTRIES-USED OR CLS-FOUND
           IF NOT CLS-FOUND
               IF CLS-ENTRIES-USED < 100
                   ADD 1 TO CLS-ENTRIES-USED
                   SET CLS-IDX TO CLS-ENTRIES-USED
                   INITIALIZE CLS-ENTRY(CLS-IDX)
                   MOVE WANTED-CLASS TO CLS-CLASS(CLS-IDX)
                   SET CLS-FOUND TO TRUE
               ELSE
                   SET CLS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           EXIT.

       SEARCH-CLASS-TABLE SECTION.
           IF CLS-CLASS(CLS-IDX) = WANTED-CLASS
               SET CLS-FOUND TO TRUE
           ELSE
               SET CLS-IDX UP BY 1
           END-IF
           EXIT.

      * The accounts come back a class at a time, best margin
      * first: the first twenty of each class are its top listing
      * and the rest go round the bottom ring.
       PRINT-CLASSES SECTION.
           PERFORM RETURN-AND-PRINT UNTIL SORT-EOF
           IF CLASS-STARTED
               PERFORM FINISH-CLASS
           END-IF
           EXIT.

       RETURN-AND-PRINT SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF NOT CLASS-STARTED
                           OR SORT-CLASS NOT = CURRENT-CLASS
                       IF CLASS-STARTED
                           PERFORM FINISH-CLASS
                       END-IF
                       PERFORM START-CLASS
                   END-IF
                   PERFORM TAKE-CLASS-ACCOUNT
           END-RETURN
           EXIT.

      * Prints the class's month and its trend, and records the
      * month on the summary master.
       START-CLASS SECTION.
           SET CLASS-STARTED TO TRUE
           MOVE SORT-CLASS TO CURRENT-CLASS
           MOVE 0 TO CLASS-POSITION
           MOVE SORT-CLASS TO WANTED-CLASS
           PERFORM FIND-OR-ADD-CLASS
           IF CURRENT-CLASS = SPACES
               MOVE "(NONE)" TO CLASS-NAME-EDIT
           ELSE
               MOVE CURRENT-CLASS TO CLASS-NAME-EDIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT CLASS " DELIMITED BY SIZE
               CLASS-NAME-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CLS-ACCOUNT-COUNT(CLS-IDX) TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  ACCOUNTS               " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CLS-AVERAGE-BALANCE(CLS-IDX) TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  AVERAGE BALANCES       " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CLS-INTEREST-PAID(CLS-IDX) TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  INTEREST PAID          " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CLS-FEES-EARNED(CLS-IDX) TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  FEES EARNED            " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CLS-OVERDRAFT-INTEREST(CLS-IDX) TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  OVERDRAFT INTEREST     " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CLS-LINE-COUNT(CLS-IDX) TO COUNT-EDIT
           MOVE CLS-PROCESSING-COST(CLS-IDX) TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  PROCESSING COST        " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               "  FOR " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " POSTED LINES" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CLS-NET-MARGIN(CLS-IDX) TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  NET MARGIN             " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM STORE-CLASS-MONTH
           PERFORM PRINT-CLASS-TREND
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  TOP 20 ACCOUNTS BY NET MARGIN" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-LISTING-HEADING
           EXIT.

      * Replace-or-write, so a rerun month restates its rows.
       STORE-CLASS-MONTH SECTION.
           MOVE PROFIT-MONTH                TO PRFS-MONTH
           MOVE CURRENT-CLASS               TO PRFS-CLASS
           MOVE CLS-ACCOUNT-COUNT(CLS-IDX)  TO PRFS-ACCOUNT-COUNT
           MOVE CLS-AVERAGE-BALANCE(CLS-IDX) TO PRFS-AVERAGE-BALANCE
           MOVE CLS-INTEREST-PAID(CLS-IDX)  TO PRFS-INTEREST-PAID
           MOVE CLS-FEES-EARNED(CLS-IDX)    TO PRFS-FEES-EARNED
           MOVE CLS-OVERDRAFT-INTEREST(CLS-IDX)
               TO PRFS-OVERDRAFT-INTEREST
           MOVE CLS-LINE-COUNT(CLS-IDX)     TO PRFS-LINE-COUNT
           MOVE CLS-PROCESSING-COST(CLS-IDX) TO PRFS-PROCESSING-COST
           MOVE CLS-NET-MARGIN(CLS-IDX)     TO PRFS-NET-MARGIN
           WRITE PROFIT-SUMMARY-RECORD
               INVALID KEY
                   REWRITE PROFIT-SUMMARY-RECORD
                   ADD 1 TO ROWS-REPLACED-COUNT
               NOT INVALID KEY
                   ADD 1 TO ROWS-WRITTEN-COUNT
           END-WRITE
           EXIT.

      * The class's rows for the twelve months before, newest
      * first, and the month's margin against their average.
       PRINT-CLASS-TREND SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  TREND, PRIOR TWELVE MONTHS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "  MONTH          " DELIMITED BY SIZE
               "    AVG BALANCE " DELIMITED BY SIZE
               " INTEREST PD " DELIMITED BY SIZE
               "        FEES " DELIMITED BY SIZE
               " OD INTEREST " DELIMITED BY SIZE
               "  LINES " DELIMITED BY SIZE
               "   PROC COST " DELIMITED BY SIZE
               "     NET MARGIN" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PROFIT-MONTH TO TREND-MONTH
           MOVE 0 TO TREND-MONTHS-FOUND
           MOVE 0 TO TREND-MARGIN-SUM
           PERFORM PRINT-TREND-MONTH
               VARYING TREND-STEP FROM 1 BY 1
               UNTIL TREND-STEP > 12
           IF TREND-MONTHS-FOUND = 0
               MOVE "  NO PRIOR MONTHS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               COMPUTE TREND-AVERAGE ROUNDED =
                   TREND-MARGIN-SUM / TREND-MONTHS-FOUND
               COMPUTE TREND-CHANGE =
                   CLS-NET-MARGIN(CLS-IDX) - TREND-AVERAGE
               MOVE TREND-MONTHS-FOUND TO RANK-EDIT
               MOVE TREND-AVERAGE TO TOTAL-EDIT
               MOVE TREND-CHANGE TO MARGIN-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "  AVERAGE MARGIN OVER " DELIMITED BY SIZE
                   RANK-EDIT DELIMITED BY SIZE
                   " MONTHS " DELIMITED BY SIZE
                   TOTAL-EDIT DELIMITED BY SIZE
                   "  THIS MONTH AGAINST IT " DELIMITED BY SIZE
                   MARGIN-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       PRINT-TREND-MONTH SECTION.
           IF TREND-MM = 1
               SUBTRACT 1 FROM TREND-YEAR
               MOVE 12 TO TREND-MM
           ELSE
               SUBTRACT 1 FROM TREND-MM
           END-IF
           MOVE TREND-MONTH   TO PRFS-MONTH
           MOVE CURRENT-CLASS TO PRFS-CLASS
           READ PROFIT-SUMMARY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO TREND-MONTHS-FOUND
                   ADD PRFS-NET-MARGIN TO TREND-MARGIN-SUM
                   MOVE PRFS-AVERAGE-BALANCE    TO BALANCE-EDIT
                   MOVE PRFS-INTEREST-PAID      TO INTEREST-EDIT
                   MOVE PRFS-FEES-EARNED        TO FEES-EDIT
                   MOVE PRFS-OVERDRAFT-INTEREST TO OVERDRAFT-EDIT
                   MOVE PRFS-LINE-COUNT         TO LINES-EDIT
                   MOVE PRFS-PROCESSING-COST    TO COST-EDIT
                   MOVE PRFS-NET-MARGIN         TO MARGIN-EDIT
                   MOVE SPACES TO REPORT-WORK
                   STRING "  " DELIMITED BY SIZE
                       TREND-MONTH DELIMITED BY SIZE
                       "         " DELIMITED BY SIZE
                       BALANCE-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTEREST-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FEES-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OVERDRAFT-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LINES-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       COST-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MARGIN-EDIT DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE REPORT-WORK TO REPORT-LINE
                   WRITE REPORT-LINE
           END-READ
           EXIT.

       WRITE-LISTING-HEADING SECTION.
           MOVE SPACES TO REPORT-WORK
           STRING "   NO  " DELIMITED BY SIZE
               "ACCOUNT   " DELIMITED BY SIZE
               "    AVG BALANCE " DELIMITED BY SIZE
               " INTEREST PD " DELIMITED BY SIZE
               "        FEES " DELIMITED BY SIZE
               " OD INTEREST " DELIMITED BY SIZE
               "  LINES " DELIMITED BY SIZE
               "   PROC COST " DELIMITED BY SIZE
               "     NET MARGIN" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       TAKE-CLASS-ACCOUNT SECTION.
           ADD 1 TO CLASS-POSITION
           IF CLASS-POSITION NOT > 20
               MOVE CLASS-POSITION          TO LISTING-RANK
               PERFORM PRINT-SORTED-ACCOUNT
           ELSE
               COMPUTE RING-OFFSET = CLASS-POSITION - 21
               DIVIDE RING-OFFSET BY 20
                   GIVING RING-QUOTIENT REMAINDER RING-SLOT
               ADD 1 TO RING-SLOT
               MOVE SORT-NET-MARGIN  TO BOT-NET-MARGIN(RING-SLOT)
               MOVE SORT-ACCOUNT-ID  TO BOT-ACCOUNT-ID(RING-SLOT)
               MOVE SORT-AVERAGE-BALANCE
                   TO BOT-AVERAGE-BALANCE(RING-SLOT)
               MOVE SORT-INTEREST-PAID
                   TO BOT-INTEREST-PAID(RING-SLOT)
               MOVE SORT-FEES-EARNED TO BOT-FEES-EARNED(RING-SLOT)
               MOVE SORT-OVERDRAFT-INTEREST
                   TO BOT-OVERDRAFT-INTEREST(RING-SLOT)
               MOVE SORT-LINE-COUNT  TO BOT-LINE-COUNT(RING-SLOT)
               MOVE SORT-PROCESSING-COST
                   TO BOT-PROCESSING-COST(RING-SLOT)
           END-IF
           EXIT.

       PRINT-SORTED-ACCOUNT SECTION.
           MOVE LISTING-RANK            TO RANK-EDIT
           MOVE SORT-AVERAGE-BALANCE    TO BALANCE-EDIT
           MOVE SORT-INTEREST-PAID      TO INTEREST-EDIT
           MOVE SORT-FEES-EARNED        TO FEES-EDIT
           MOVE SORT-OVERDRAFT-INTEREST TO OVERDRAFT-EDIT
           MOVE SORT-LINE-COUNT         TO LINES-EDIT
           MOVE SORT-PROCESSING-COST    TO COST-EDIT
           MOVE SORT-NET-MARGIN         TO MARGIN-EDIT
           MOVE SORT-ACCOUNT-ID         TO LISTING-ACCOUNT-ID
           PERFORM WRITE-ACCOUNT-LINE
           EXIT.

      * The bottom listing: the accounts past the top twenty, at
      * most the last twenty of them, worst first -- walked back
      * round the ring from the slot filled last.
       FINISH-CLASS SECTION.
           IF CLASS-POSITION > 20
               COMPUTE BOTTOM-COUNT = CLASS-POSITION - 20
               IF BOTTOM-COUNT > 20
                   MOVE 20 TO BOTTOM-COUNT
               END-IF
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  BOTTOM 20 ACCOUNTS BY NET MARGIN, WORST FIRST"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-LISTING-HEADING
               COMPUTE RING-OFFSET = CLASS-POSITION - 21
               DIVIDE RING-OFFSET BY 20
                   GIVING RING-QUOTIENT REMAINDER RING-SLOT
               ADD 1 TO RING-SLOT
               MOVE 0 TO BOTTOM-DONE
               PERFORM PRINT-BOTTOM-ACCOUNT
                   UNTIL BOTTOM-DONE = BOTTOM-COUNT
           END-IF
           EXIT.

       PRINT-BOTTOM-ACCOUNT SECTION.
           ADD 1 TO BOTTOM-DONE
           MOVE BOTTOM-DONE TO LISTING-RANK
           MOVE LISTING-RANK TO RANK-EDIT
           MOVE BOT-AVERAGE-BALANCE(RING-SLOT)    TO BALANCE-EDIT
           MOVE BOT-INTEREST-PAID(RING-SLOT)      TO INTEREST-EDIT
           MOVE BOT-FEES-EARNED(RING-SLOT)        TO FEES-EDIT
           MOVE BOT-OVERDRAFT-INTEREST(RING-SLOT) TO OVERDRAFT-EDIT
           MOVE BOT-LINE-COUNT(RING-SLOT)         TO LINES-EDIT
           MOVE BOT-PROCESSING-COST(RING-SLOT)    TO COST-EDIT
           MOVE BOT-NET-MARGIN(RING-SLOT)         TO MARGIN-EDIT
           MOVE BOT-ACCOUNT-ID(RING-SLOT)     TO LISTING-ACCOUNT-ID
           PERFORM WRITE-ACCOUNT-LINE
           IF RING-SLOT = 1
               MOVE 20 TO RING-SLOT
           ELSE
               SUBTRACT 1 FROM RING-SLOT
           END-IF
           EXIT.

       WRITE-ACCOUNT-LINE SECTION.
           MOVE SPACES TO REPORT-WORK
           STRING "  " DELIMITED BY SIZE
               RANK-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               LISTING-ACCOUNT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BALANCE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTEREST-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FEES-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OVERDRAFT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LINES-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COST-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MARGIN-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-GRAND-TOTALS SECTION.
           SET CLS-IDX TO 1
           PERFORM ADD-CLASS-TO-TOTALS
               UNTIL CLS-IDX > CLS-ENTRIES-USED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ALL CLASSES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-ACCOUNTS TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  ACCOUNTS               " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-AVERAGE-BALANCE TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  AVERAGE BALANCES       " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-INTEREST-PAID TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  INTEREST PAID          " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-FEES-EARNED TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  FEES EARNED            " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-OVERDRAFT-INTEREST TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  OVERDRAFT INTEREST     " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-LINE-COUNT TO COUNT-EDIT
           MOVE TOTAL-PROCESSING-COST TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  PROCESSING COST        " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               "  FOR " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " POSTED LINES" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-NET-MARGIN TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  NET MARGIN             " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       ADD-CLASS-TO-TOTALS SECTION.
           ADD CLS-ACCOUNT-COUNT(CLS-IDX)   TO TOTAL-ACCOUNTS
           ADD CLS-AVERAGE-BALANCE(CLS-IDX) TO TOTAL-AVERAGE-BALANCE
           ADD CLS-INTEREST-PAID(CLS-IDX)   TO TOTAL-INTEREST-PAID
           ADD CLS-FEES-EARNED(CLS-IDX)     TO TOTAL-FEES-EARNED
           ADD CLS-OVERDRAFT-INTEREST(CLS-IDX)
               TO TOTAL-OVERDRAFT-INTEREST
           ADD CLS-LINE-COUNT(CLS-IDX)      TO TOTAL-LINE-COUNT
           ADD CLS-PROCESSING-COST(CLS-IDX) TO TOTAL-PROCESSING-COST
           ADD CLS-NET-MARGIN(CLS-IDX)      TO TOTAL-NET-MARGIN
           SET CLS-IDX UP BY 1
           EXIT.
