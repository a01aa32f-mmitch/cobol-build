      *    cols  6-14  monthly fee, digits, 9(7)V99 implied
      *    col  15     (blank)
      *    cols 16-26  waiver threshold, digits, 9(9)V99 implied
      *    col  27     (blank)
      *    cols 28-36  closing fee, digits, 9(7)V99 implied -- not
      *                used here; CLOSEOUT charges it when an
      *                account of the class is settled and closed
      *    col  37     (blank)
      *    cols 38-44  overdraft debit-interest rate, annual
      *                percent, 9(3)V9(4) implied -- not used
      *                here; DEBITINT charges it on the month's
      *                average overdrawn balance
      *    col  45     (blank)
      *    cols 46-48  debits permitted per statement cycle,
      *                9(3), blank or zero for no limit -- this
      *                and the next two are not used here;
      *                CALCULATOR counts balance-mode debits
      *                against it (DEBITCNT)
      *    col  49     (blank)
      *    col  50     action on a debit past the count: W (or
      *                blank) warn, F charge the excess fee, R
      *                refuse the debit
      *    col  51     (blank)
      *    cols 52-58  excess-debit fee, 9(5)V99 implied
      *    col  59     (blank)
      *    cols 60-66  returned-item fee, 9(5)V99 implied -- not
      *                used here; RTNITEM charges it when a
      *                deposit to an account of the class comes
      *                back unpaid
      *    col  67     (blank)
      *    cols 68-70  term-deposit break penalty, days of interest
      *                forfeited, digits -- not used here; TDMATURE
      *                charges it when a deposit of the class is
      *                broken before maturity
      *    col  71     (blank)
      *    cols 72-78  term-deposit flat break fee, 9(5)V99
      *                implied -- TDMATURE, as above
      *
      *  An account whose balance stayed above the threshold for
      *  the whole fee month is waived.  "Stayed above" is judged
      *
      *  CALC-FEE-MONTH (YYYYMM) names the fee month, defaulting
      *  to the current month.
      *
      *  When the account master (ACCTMAST) is there, an account
      *  CHRGOFF has charged off pays no fee -- its balance is
      *  already written off, and a fee would only grow the debt
      *  nobody expects to collect.  These are listed and counted
      *  apart.  Without the master every account is judged as
      *  before.
      *
      *  Nor does an account whose term deposit (TDMAST) is still
      *  running -- active or awaiting its break -- pay a fee: the
      *  balance is the deposit's principal, and TDMATURE pays the
      *  term's interest on the whole of it.  These are listed and
      *  counted apart too.  No TDMAST dataset, no check.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEEW-ACCOUNT-ID
               FILE STATUS IS FEE-WORK-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCOUNT-ID
               FILE STATUS IS TERM-DEPOSIT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
           05 FSC-FEE-AMOUNT    PIC X(09).
           05 FILLER            PIC X(01).
           05 FSC-WAIVER-LIMIT  PIC X(11).
           05 FILLER            PIC X(01).
           05 FSC-CLOSING-FEE   PIC X(09).
           05 FILLER            PIC X(44).

       FD BALANCE-HISTORY-FILE.
       COPY balhist.
           05 FEEW-ACCOUNT-ID  PIC X(08).
           05 FEEW-MONTH-MIN   PIC S9(9)V99.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD TERM-DEPOSIT-FILE.
       COPY termdep.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       01 FEE-SCHEDULE-STATUS    PIC X(02).
       01 BALANCE-HISTORY-STATUS PIC X(02).
       01 FEE-WORK-STATUS        PIC X(02).
       01 ACCOUNT-MASTER-STATUS  PIC X(02).
       01 TERM-DEPOSIT-STATUS    PIC X(02).
       01 JOURNAL-STATUS         PIC X(02).
       01 REFERENCE-SEQ-STATUS   PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 ACCOUNT-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 ACCOUNT-MASTER-OPEN VALUE 'Y'.
       01 TERM-DEPOSIT-SWITCH PIC X(01) VALUE 'N'.
           88 TERM-DEPOSIT-OPEN VALUE 'Y'.
       01 TERM-RUNNING-SWITCH PIC X(01).
           88 TERM-DEPOSIT-RUNNING VALUE 'Y'.
       01 CHARGED-OFF-SWITCH PIC X(01).
           88 ACCOUNT-CHARGED-OFF VALUE 'Y'.

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
       01 FEE-MONTH-ENV PIC X(06).
       01 FEE-MONTH PIC 9(06).
       01 REF-LAST-DATE   PIC 9(08) VALUE 0.
       01 FEES-APPLIED    PIC 9(08) COMP VALUE 0.
       01 FEES-WAIVED     PIC 9(08) COMP VALUE 0.
       01 NO-SCHEDULE     PIC 9(08) COMP VALUE 0.
       01 CHARGED-OFF-SKIPPED PIC 9(08) COMP VALUE 0.
       01 TERM-DEPOSIT-SKIPPED PIC 9(08) COMP VALUE 0.
       01 TOTAL-FEES      PIC S9(11)V99 VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(08) COMP VALUE 0.
      * Sum of the JRNL-RESULT amounts journaled as OK lines --
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "FEEAPPLY" TO PRMG-PROGRAM
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
           MOVE RUN-DATE(1:6) TO FEE-MONTH
           MOVE "CALC-FEE-MONTH" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FEE-MONTH-ENV
           IF FEE-MONTH-ENV NOT = SPACES
               MOVE FEE-MONTH-ENV TO FEE-MONTH
           END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               SET ACCOUNT-MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-STATUS = "00"
               SET TERM-DEPOSIT-OPEN TO TRUE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           CALL 'balpost' USING BALANCE-POSTING-AREA
           CLOSE BALANCE-FILE
           CLOSE FEE-WORK-FILE
           IF ACCOUNT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF TERM-DEPOSIT-OPEN
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           GOBACK
           PERFORM SEARCH-FEE-SCHEDULE
               UNTIL SCHED-IDX > SCHED-ENTRIES-USED
                   OR SCHED-FOUND
           PERFORM CHECK-CHARGED-OFF
           PERFORM CHECK-TERM-DEPOSIT
           IF ACCOUNT-CHARGED-OFF
               PERFORM SKIP-CHARGED-OFF
           ELSE
           IF TERM-DEPOSIT-RUNNING
               PERFORM SKIP-TERM-DEPOSIT
           ELSE
           IF NOT SCHED-FOUND
               ADD 1 TO NO-SCHEDULE
           ELSE
                   PERFORM CHARGE-ONE-FEE
               END-IF
           END-IF
           END-IF
           END-IF
           EXIT.

      * An account not on the master (or no master at all) is
      * judged as it always was.
       CHECK-CHARGED-OFF SECTION.
           MOVE 'N' TO CHARGED-OFF-SWITCH
           IF ACCOUNT-MASTER-OPEN
               MOVE BAL-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCT-CHARGED-OFF
                           SET ACCOUNT-CHARGED-OFF TO TRUE
                       END-IF
               END-READ
           END-IF
           EXIT.

       SKIP-CHARGED-OFF SECTION.
           ADD 1 TO CHARGED-OFF-SKIPPED
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT " DELIMITED BY SIZE
               BAL-ACCOUNT-ID DELIMITED BY SIZE
               " CHARGED OFF -- NO FEE" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Active, or flagged for a break TDMATURE has not yet
      * settled: either way the principal is still the term's.
       CHECK-TERM-DEPOSIT SECTION.
           MOVE 'N' TO TERM-RUNNING-SWITCH
           IF TERM-DEPOSIT-OPEN
               MOVE BAL-ACCOUNT-ID TO TD-ACCOUNT-ID
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

       SKIP-TERM-DEPOSIT SECTION.
           ADD 1 TO TERM-DEPOSIT-SKIPPED
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT " DELIMITED BY SIZE
               BAL-ACCOUNT-ID DELIMITED BY SIZE
               " TERM DEPOSIT RUNNING -- NO FEE" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       SEARCH-FEE-SCHEDULE SECTION.
           MOVE RUN-DATE       TO BPST-RUN-DATE
           MOVE RUN-TIME       TO BPST-RUN-TIME
           MOVE REFERENCE-NUMBER TO BPST-REFERENCE
           MOVE RUN-DATE       TO BPST-VALUE-DATE
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           EXIT.

       ASSIGN-FEE-REFERENCE SECTION.
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
           MOVE CHARGED-OFF-SKIPPED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CHARGED-OFF ACCOUNTS SKIPPED: "
               DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TERM-DEPOSIT-SKIPPED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TERM DEPOSITS SKIPPED: "
               DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-FEES TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL FEES COLLECTED: " DELIMITED BY SIZE
