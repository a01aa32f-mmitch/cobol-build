       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATURE.

      *****************************************************************
      *  TDMATURE is the daily term-deposit run.  It passes the
      *  term-deposit master (TDMAST, copy/termdep.cpy) once and
      *  settles every deposit that has come due:
      *
      *    - an active deposit whose maturity date has arrived
      *      earns the term's interest -- principal times the fixed
      *      annual rate, on the actual days from the start date to
      *      the maturity date over 365 -- and its maturity
      *      instruction is carried out:
      *        R  the interest is credited to the deposit account
      *           and principal and interest roll over together,
      *        P  the interest is credited to the payout account
      *           and the principal rolls over alone,
      *        X  the interest is credited to the deposit account
      *           and the whole balance is paid out to the payout
      *           account; the deposit is marked matured ("M").
      *      A roll-over starts a new term of the same length on
      *      the old maturity date, at the same fixed rate.
      *    - a deposit TDMNT flagged for a break ("B") earns interest
      *      to its break date only, pays the break penalty of the
      *      account's class, and has its whole balance paid out to
      *      the payout account; it is marked broken ("K").  The
      *      penalty is the interest on the principal for the days
      *      named in FEESCHED cols 68-70 of the class row plus the
      *      flat break fee in cols 72-78 (see FEEAPPLY for the
      *      rest of the row); no row, no penalty.  A penalty larger
      *      than the interest comes out of the principal, but never
      *      takes the account below zero.
      *
      *  Money leaving the deposit account is judged before
      *  anything posts, as CLOSEOUT judges a residual: the deposit
      *  account may not be under an active HOLDMAST hold, and the
      *  payout account must be on the balance master, open on
      *  ACCTMAST and not under a full hold.  A deposit refused is
      *  left exactly as it was and comes due again on the next run.
      *  A roll-over of principal and interest moves nothing out
      *  and is never refused.
      *
      *  Every movement goes through balpost and journals inside
      *  this program's header/trailer pair (references from the
      *  shared REFSEQ sequence); a payout credit carries its debit
      *  leg's reference in JRNL-ORIG-REFERENCE.  The deposit's new
      *  state is rewritten on TDMAST with its before/after image on
      *  MNTAUDIT under CALC-MAINT-OPERATOR, and a maturity notice
      *  goes to the account holder on TDNOTICE -- addressed, as
      *  NOTICGEN addresses its letters, to the primary owner when
      *  the customer master is mounted.
      *
      *  The run is as of today unless CALC-BUSINESS-DATE names the
      *  day being run.  TDMRPT lists each deposit settled or
      *  refused and the run totals.  RETURN-CODE 4 means deposits
      *  were refused and wait on the next run; 12 means a posting
      *  failed part-way (the report names the deposit and what had
      *  posted, for repair by hand) or a file would not open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCOUNT-ID
               FILE STATUS IS TERM-DEPOSIT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCOUNT-ID
               FILE STATUS IS HOLD-MASTER-STATUS.
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
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               FILE STATUS IS FEE-SCHEDULE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "TDNOTICE".
           SELECT REPORT-FILE ASSIGN TO "TDMRPT".

       DATA DIVISION.
       FILE SECTION.
       FD TERM-DEPOSIT-FILE.
       COPY termdep.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD HOLD-MASTER-FILE.
       COPY holdrec.

       FD CUSTOMER-MASTER-FILE.
       COPY custrec.

       FD CUSTOMER-LINK-FILE.
       COPY custlink.

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-CARD.
           05 FSC-ACCOUNT-CLASS  PIC X(04).
           05 FILLER             PIC X(63).
           05 FSC-PENALTY-DAYS   PIC X(03).
           05 FILLER             PIC X(01).
           05 FSC-BREAK-FEE      PIC X(07).
           05 FILLER             PIC X(02).

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD REFERENCE-SEQ-FILE.
       01 REFSEQ-RECORD.
           05 REFS-LAST-DATE   PIC 9(08).
           05 REFS-LAST-NUMBER PIC 9(04).

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 TERM-DEPOSIT-STATUS    PIC X(02).
       01 ACCOUNT-MASTER-STATUS  PIC X(02).
       01 HOLD-MASTER-STATUS     PIC X(02).
       01 CUSTOMER-MASTER-STATUS PIC X(02).
       01 CUSTOMER-LINK-STATUS   PIC X(02).
       01 FEE-SCHEDULE-STATUS    PIC X(02).
       01 JOURNAL-STATUS         PIC X(02).
       01 REFERENCE-SEQ-STATUS   PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 ACCTMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 ACCTMAST-AVAILABLE VALUE 'Y'.
       01 HOLD-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 HOLD-MASTER-AVAILABLE VALUE 'Y'.
       01 CUSTOMER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CUSTOMER-FILES-AVAILABLE VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 BUSINESS-DATE-ENV PIC X(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 REF-LAST-DATE   PIC 9(08) VALUE 0.
       01 REF-LAST-NUMBER PIC 9(04) VALUE 0.
      * Check-digit reference assignment, matching CALCULATOR's
      * CALC-REF-CHECKDIGIT mode so every assigner hands out the
      * same YYMMDDnnnC shape once the shop flips it on.
       01 REF-CHECKDIGIT-ENV PIC X(03).
       01 REF-CHECKDIGIT-SWITCH PIC X(01) VALUE 'N'.
           88 REF-CHECKDIGIT-MODE VALUE 'Y'.
       01 REF-SHORT-NUMBER PIC 9(03).
       01 REFERENCE-NUMBER PIC X(10).
       01 REFERENCE-CHECK-AREA.
           05 RFC-FUNCTION   PIC X(01).
           05 RFC-REFERENCE  PIC X(10).
           05 RFC-VALID-FLAG PIC X(01).
               88 RFC-VALID VALUE "Y".

      * The break penalty by class, from the fee schedule.
       01 PENALTY-TABLE.
           05 PEN-ENTRY OCCURS 100 TIMES INDEXED BY PEN-IDX.
               10 PEN-CLASS      PIC X(04).
               10 PEN-DAYS       PIC 9(03).
               10 PEN-BREAK-FEE  PIC 9(05)V99.
       01 PENALTIES-USED PIC 9(03) COMP VALUE 0.
       01 PEN-FOUND-SWITCH PIC X(01).
           88 PEN-FOUND VALUE 'Y'.
       01 BREAK-FEE-CARD  PIC X(07).
       01 BREAK-FEE-VALUE REDEFINES BREAK-FEE-CARD PIC 9(05)V99.

      * The deposit being settled.
       01 DEPOSIT-ACCOUNT-ID PIC X(08).
       01 DEPOSIT-CLASS      PIC X(04).
       01 DEPOSIT-BALANCE    PIC S9(9)V99.
       01 PAYOUT-ACCOUNT     PIC X(08).
       01 SETTLEMENT-KIND    PIC X(01).
           88 SETTLING-MATURITY VALUE "M".
           88 SETTLING-BREAK    VALUE "B".
       01 SETTLE-SWITCH PIC X(01).
           88 SETTLE-REFUSED VALUE 'N'.
           88 SETTLE-ALLOWED VALUE 'Y'.
       01 PAYOUT-NEEDED-SWITCH PIC X(01).
           88 PAYOUT-NEEDED VALUE 'Y'.
       01 POSTING-FAILED-SWITCH PIC X(01).
           88 POSTING-FAILED VALUE 'Y'.
       01 REFUSAL-REASON PIC X(50).
       01 HOLD-ACCOUNT-WANTED PIC X(08).
       01 HOLD-FOUND-SWITCH PIC X(01).
           88 HOLD-FOUND-ACTIVE VALUE 'Y'.
       01 HOLD-FOUND-TYPE PIC X(01).
           88 HOLD-FOUND-FULL VALUE "F".
       01 BEFORE-IMAGE PIC X(80).

      * Each movement goes through the shared balpost subprogram
      * (see copy/balpostl.cpy).
       COPY balpostl.
       01 TERM-END-DATE     PIC 9(08).
       01 INTEREST-DAYS     PIC 9(05) COMP.
       01 TERM-INTEREST     PIC S9(9)V99.
       01 BREAK-PENALTY     PIC S9(9)V99.
       01 PAID-OUT-AMOUNT   PIC S9(9)V99.
       01 NEW-PRINCIPAL     PIC S9(9)V99.
       01 POSTING-ACCOUNT   PIC X(08).
       01 POSTING-OPERATION PIC X(01).
       01 POSTING-AMOUNT    PIC S9(9)V99.
       01 POSTING-ORIG-REFERENCE PIC X(10).
       01 INTEREST-REFERENCE     PIC X(10).
       01 PENALTY-REFERENCE      PIC X(10).
       01 PAYOUT-DEBIT-REFERENCE PIC X(10).

      * Pulled apart to move a start date on by the term.
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

      * Day-serial arithmetic, in the shop's usual form.
       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS       PIC 9(08) COMP.
       01 SERIAL-YEAR       PIC 9(04) COMP.
       01 SERIAL-MONTH      PIC 9(02) COMP.
       01 SERIAL-WORK       PIC 9(08) COMP.
       01 SERIAL-DAY        PIC 9(02) COMP.
       01 START-SERIAL      PIC 9(08) COMP.

      * Addressee block, from the primary owner when there is one.
       01 ADDRESSEE-NAME    PIC X(30).
       01 ADDRESSEE-LINE-1  PIC X(30).
       01 ADDRESSEE-LINE-2  PIC X(30).
       01 ADDRESSEE-POSTAL  PIC X(10).
       01 PRIMARY-OWNER-ID  PIC X(08).
       01 LINK-SCAN-DONE-SWITCH PIC X(01).
           88 LINK-SCAN-DONE VALUE 'Y'.

       01 DEPOSITS-READ      PIC 9(08) COMP VALUE 0.
       01 DEPOSITS-ROLLED    PIC 9(08) COMP VALUE 0.
       01 DEPOSITS-PAID-OUT  PIC 9(08) COMP VALUE 0.
       01 DEPOSITS-BROKEN    PIC 9(08) COMP VALUE 0.
       01 DEPOSITS-REFUSED   PIC 9(08) COMP VALUE 0.
       01 SETTLEMENTS-FAILED PIC 9(08) COMP VALUE 0.
       01 TOTAL-INTEREST     PIC S9(11)V99 VALUE 0.
       01 TOTAL-PENALTIES    PIC S9(11)V99 VALUE 0.
       01 TOTAL-PAID-OUT     PIC S9(11)V99 VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(08) COMP VALUE 0.
      * Sum of the JRNL-RESULT amounts journaled as OK lines --
      * the figure the run trailer must claim for JRNLRPT's
      * reconciliation of this run to foot.
       01 JOURNALED-RESULT-TOTAL PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 DAYS-EDIT   PIC ZZZZ9.
       01 RATE-EDIT   PIC ZZ9.9999.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 RETURN-CODE-EDIT PIC ZZZ9.
       01 REPORT-WORK PIC X(120).
       01 NOTICE-WORK PIC X(80).

      * Tamper-evidence chain state (see copy/jrnlhshl.cpy).
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "TDMATURE" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-BUSINESS-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUSINESS-DATE-ENV
           IF BUSINESS-DATE-ENV IS NUMERIC
               MOVE BUSINESS-DATE-ENV TO RUN-DATE
           END-IF
           MOVE "CALC-REF-CHECKDIGIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REF-CHECKDIGIT-ENV
           IF REF-CHECKDIGIT-ENV = "YES"
               SET REF-CHECKDIGIT-MODE TO TRUE
           END-IF
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           IF MAINT-OPERATOR-ID = SPACES
               MOVE "TDMATURE" TO MAINT-OPERATOR-ID
           END-IF
           PERFORM LOAD-BREAK-PENALTIES
           OPEN I-O TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-STATUS NOT = "00"
               DISPLAY "unable to open term-deposit master, status "
                   TERM-DEPOSIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * The account, hold and customer masters are optional
      * equipment, the usual absent-file convention: no ACCTMAST,
      * no open-account check on the payout side and a plainer
      * addressee; no HOLDMAST, no hold check.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               SET ACCTMAST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT HOLD-MASTER-FILE
           IF HOLD-MASTER-STATUS = "00"
               SET HOLD-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-STATUS = "00"
               OPEN INPUT CUSTOMER-LINK-FILE
               IF CUSTOMER-LINK-STATUS = "00"
                   SET CUSTOMER-FILES-AVAILABLE TO TRUE
               ELSE
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "TERM DEPOSIT MATURITY RUN " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LOAD-REFERENCE-SEQUENCE
           PERFORM WRITE-RUN-HEADER
           MOVE 'N' TO SOURCE-EOF-SWITCH
           MOVE LOW-VALUES TO TD-ACCOUNT-ID
           START TERM-DEPOSIT-FILE KEY NOT < TD-ACCOUNT-ID
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START
           PERFORM READ-AND-SETTLE-DEPOSIT UNTIL SOURCE-EOF
           PERFORM WRITE-RUN-TRAILER
           PERFORM WRITE-SUMMARY
           PERFORM SAVE-REFERENCE-SEQUENCE
           MOVE "CLOSE   " TO BPST-FUNCTION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           CLOSE TERM-DEPOSIT-FILE
           IF ACCTMAST-AVAILABLE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF HOLD-MASTER-AVAILABLE
               CLOSE HOLD-MASTER-FILE
           END-IF
           IF CUSTOMER-FILES-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-LINK-FILE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE NOTICE-FILE
           CLOSE REPORT-FILE
           IF SETTLEMENTS-FAILED > 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF DEPOSITS-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK
           .

      *****************************************************************
      *  FEESCHED is optional here: with no schedule, or no row for
      *  the class, a break pays no penalty.  Blank penalty columns
      *  are zero.
      *****************************************************************
       LOAD-BREAK-PENALTIES SECTION.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-SCHEDULE-STATUS NOT = "00"
               DISPLAY "fee schedule not available -- no break "
                   "penalties charged"
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM LOAD-ONE-PENALTY UNTIL SOURCE-EOF
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           EXIT.

       LOAD-ONE-PENALTY SECTION.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF FEE-SCHEDULE-CARD(1:1) = "*"
                           OR FEE-SCHEDULE-CARD = SPACES
                       CONTINUE
                   ELSE
                       IF PENALTIES-USED < 100
                           ADD 1 TO PENALTIES-USED
                           SET PEN-IDX TO PENALTIES-USED
                           MOVE FSC-ACCOUNT-CLASS
                               TO PEN-CLASS(PEN-IDX)
                           IF FSC-PENALTY-DAYS IS NUMERIC
                               MOVE FSC-PENALTY-DAYS
                                   TO PEN-DAYS(PEN-IDX)
                           ELSE
                               MOVE 0 TO PEN-DAYS(PEN-IDX)
                           END-IF
                           MOVE FSC-BREAK-FEE TO BREAK-FEE-CARD
                           IF BREAK-FEE-CARD IS NUMERIC
                               MOVE BREAK-FEE-VALUE
                                   TO PEN-BREAK-FEE(PEN-IDX)
                           ELSE
                               MOVE 0 TO PEN-BREAK-FEE(PEN-IDX)
                           END-IF
                       ELSE
                           DISPLAY "fee schedule table full -- class "
                               FSC-ACCOUNT-CLASS " ignored"
                       END-IF
                   END-IF
           END-READ
           EXIT.

       READ-AND-SETTLE-DEPOSIT SECTION.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO DEPOSITS-READ
                   EVALUATE TRUE
                       WHEN TD-ACTIVE
                               AND TD-MATURITY-DATE NOT > RUN-DATE
                           SET SETTLING-MATURITY TO TRUE
                           PERFORM SETTLE-ONE-DEPOSIT
                       WHEN TD-BREAK-REQUESTED
                           SET SETTLING-BREAK TO TRUE
                           PERFORM SETTLE-ONE-DEPOSIT
                   END-EVALUATE
           END-READ
           EXIT.

       WRITE-RUN-HEADER SECTION.
           MOVE "H"        TO JRNLH-RECORD-TYPE
           MOVE RUN-DATE   TO JRNLH-RUN-DATE
           MOVE RUN-TIME   TO JRNLH-RUN-TIME
           MOVE "TDMATURE" TO JRNLH-PROGRAM-NAME
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
      *  One deposit come due: price it, judge the payout side,
      *  and only then post.  The record is rewritten only once
      *  every movement has posted; a posting failure after the
      *  judging can only be file trouble, and the report names
      *  the deposit and what had already posted.
      *****************************************************************
       SETTLE-ONE-DEPOSIT SECTION.
           SET SETTLE-ALLOWED TO TRUE
           MOVE 'N' TO PAYOUT-NEEDED-SWITCH
           MOVE 'N' TO POSTING-FAILED-SWITCH
           MOVE SPACES TO REFUSAL-REASON
           MOVE TERM-DEPOSIT-RECORD TO BEFORE-IMAGE
           MOVE TD-ACCOUNT-ID TO DEPOSIT-ACCOUNT-ID
           MOVE TD-PAYOUT-ACCOUNT TO PAYOUT-ACCOUNT
           MOVE SPACES TO INTEREST-REFERENCE
           MOVE SPACES TO PENALTY-REFERENCE
           MOVE SPACES TO PAYOUT-DEBIT-REFERENCE
           MOVE 0 TO TERM-INTEREST
           MOVE 0 TO BREAK-PENALTY
           MOVE 0 TO PAID-OUT-AMOUNT
           MOVE TD-PRINCIPAL TO NEW-PRINCIPAL
           MOVE "INQUIRE " TO BPST-FUNCTION
           MOVE DEPOSIT-ACCOUNT-ID TO BPST-ACCOUNT-ID
           PERFORM INQUIRE-ONE-ACCOUNT
           IF BPST-RETURN-CODE = 8
               SET SETTLE-REFUSED TO TRUE
               MOVE "DEPOSIT ACCOUNT NOT ON THE BALANCE MASTER"
                   TO REFUSAL-REASON
           ELSE
               MOVE BPST-PRIOR-BALANCE TO DEPOSIT-BALANCE
               MOVE BPST-ACCOUNT-CLASS TO DEPOSIT-CLASS
           END-IF
           IF SETTLE-ALLOWED
               PERFORM PRICE-TERM-INTEREST
               IF SETTLING-BREAK
                   PERFORM PRICE-BREAK-PENALTY
               END-IF
               IF SETTLING-BREAK OR TD-PAY-OUT-ALL
                       OR (TD-ROLL-PRINCIPAL AND TERM-INTEREST > 0)
                   SET PAYOUT-NEEDED TO TRUE
                   PERFORM JUDGE-PAYOUT-SIDE
               END-IF
           END-IF
           IF SETTLE-REFUSED
               PERFORM REPORT-REFUSAL
           ELSE
               PERFORM POST-SETTLEMENT
               IF NOT POSTING-FAILED
                   PERFORM RECORD-SETTLEMENT
                   PERFORM WRITE-MATURITY-NOTICE
                   PERFORM REPORT-SETTLEMENT
               END-IF
           END-IF
           EXIT.

      * Simple interest on the principal at the fixed rate, on the
      * actual days of the term (to the break date for a break)
      * over 365.
       PRICE-TERM-INTEREST SECTION.
           IF SETTLING-BREAK
               MOVE TD-BREAK-DATE TO TERM-END-DATE
           ELSE
               MOVE TD-MATURITY-DATE TO TERM-END-DATE
           END-IF
           MOVE TD-START-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO START-SERIAL
           MOVE TERM-END-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           IF SERIAL-DAYS > START-SERIAL
               COMPUTE INTEREST-DAYS = SERIAL-DAYS - START-SERIAL
           ELSE
               MOVE 0 TO INTEREST-DAYS
           END-IF
           COMPUTE TERM-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-FIXED-RATE * INTEREST-DAYS / 36500
           IF TERM-INTEREST < 0
               MOVE 0 TO TERM-INTEREST
           END-IF
           EXIT.

      * The class's penalty days of interest on the principal, plus
      * its flat break fee -- capped at what the account will hold
      * once the interest is in.
       PRICE-BREAK-PENALTY SECTION.
           MOVE 'N' TO PEN-FOUND-SWITCH
           SET PEN-IDX TO 1
           PERFORM SEARCH-PENALTY-TABLE
               UNTIL PEN-FOUND OR PEN-IDX > PENALTIES-USED
           IF PEN-FOUND
               COMPUTE BREAK-PENALTY ROUNDED =
                   TD-PRINCIPAL * TD-FIXED-RATE * PEN-DAYS(PEN-IDX)
                       / 36500 + PEN-BREAK-FEE(PEN-IDX)
           END-IF
           IF BREAK-PENALTY > DEPOSIT-BALANCE + TERM-INTEREST
               COMPUTE BREAK-PENALTY = DEPOSIT-BALANCE + TERM-INTEREST
           END-IF
           IF BREAK-PENALTY < 0
               MOVE 0 TO BREAK-PENALTY
           END-IF
           EXIT.

       SEARCH-PENALTY-TABLE SECTION.
           IF PEN-CLASS(PEN-IDX) = DEPOSIT-CLASS
               SET PEN-FOUND TO TRUE
           ELSE
               SET PEN-IDX UP BY 1
           END-IF
           EXIT.

      * Money leaves the deposit account only when legal has no
      * hold on it, and reaches the payout account only when that
      * account can take it.
       JUDGE-PAYOUT-SIDE SECTION.
           IF PAYOUT-ACCOUNT = SPACES
               SET SETTLE-REFUSED TO TRUE
               MOVE "NO PAYOUT ACCOUNT ON THE DEPOSIT"
                   TO REFUSAL-REASON
           END-IF
           IF SETTLE-ALLOWED
                   AND (SETTLING-BREAK OR TD-PAY-OUT-ALL)
               MOVE DEPOSIT-ACCOUNT-ID TO HOLD-ACCOUNT-WANTED
               PERFORM CHECK-ACCOUNT-HOLD
               IF HOLD-FOUND-ACTIVE
                   SET SETTLE-REFUSED TO TRUE
                   MOVE "ACTIVE HOLD ON THE DEPOSIT ACCOUNT"
                       TO REFUSAL-REASON
               END-IF
           END-IF
           IF SETTLE-ALLOWED
               MOVE "INQUIRE " TO BPST-FUNCTION
               MOVE PAYOUT-ACCOUNT TO BPST-ACCOUNT-ID
               PERFORM INQUIRE-ONE-ACCOUNT
               IF BPST-RETURN-CODE = 8
                   SET SETTLE-REFUSED TO TRUE
                   MOVE "PAYOUT ACCOUNT NOT ON BALANCE MASTER"
                       TO REFUSAL-REASON
               END-IF
           END-IF
           IF SETTLE-ALLOWED AND ACCTMAST-AVAILABLE
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

      * An INQUIRE against balpost: RC 8 is the caller's to judge,
      * a lock refusal stops the run before anything has moved,
      * and anything else is file trouble.
       INQUIRE-ONE-ACCOUNT SECTION.
           MOVE "+"      TO BPST-OPERATION
           MOVE 0        TO BPST-AMOUNT
           MOVE RUN-DATE TO BPST-RUN-DATE
           MOVE RUN-TIME TO BPST-RUN-TIME
           MOVE SPACES   TO BPST-REFERENCE
           MOVE RUN-DATE TO BPST-VALUE-DATE
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE = 16
               DISPLAY "balance lock held by another job -- "
                   "maturity run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BPST-RETURN-CODE NOT = 0 AND BPST-RETURN-CODE NOT = 8
               SET SETTLE-REFUSED TO TRUE
               MOVE "BALANCE MASTER NOT READABLE"
                   TO REFUSAL-REASON
               ADD 1 TO SETTLEMENTS-FAILED
           END-IF
           EXIT.

      *****************************************************************
      *  Interest in, penalty out, balance across -- each its own
      *  balpost movement and journal line, in that order.
      *****************************************************************
       POST-SETTLEMENT SECTION.
           IF TERM-INTEREST > 0
               PERFORM ASSIGN-MATURITY-REFERENCE
               MOVE REFERENCE-NUMBER TO INTEREST-REFERENCE
               IF SETTLING-MATURITY AND TD-ROLL-PRINCIPAL
                   MOVE PAYOUT-ACCOUNT TO POSTING-ACCOUNT
                   ADD TERM-INTEREST TO PAID-OUT-AMOUNT
               ELSE
                   MOVE DEPOSIT-ACCOUNT-ID TO POSTING-ACCOUNT
               END-IF
               MOVE "+"           TO POSTING-OPERATION
               MOVE TERM-INTEREST TO POSTING-AMOUNT
               MOVE SPACES TO POSTING-ORIG-REFERENCE
               PERFORM POST-ONE-MOVEMENT
               IF NOT POSTING-FAILED
                   ADD TERM-INTEREST TO TOTAL-INTEREST
                   IF POSTING-ACCOUNT = DEPOSIT-ACCOUNT-ID
                       MOVE BPST-NEW-BALANCE TO DEPOSIT-BALANCE
                   END-IF
               END-IF
           END-IF
           IF NOT POSTING-FAILED AND BREAK-PENALTY > 0
               PERFORM ASSIGN-MATURITY-REFERENCE
               MOVE REFERENCE-NUMBER   TO PENALTY-REFERENCE
               MOVE DEPOSIT-ACCOUNT-ID TO POSTING-ACCOUNT
               MOVE "-"                TO POSTING-OPERATION
               MOVE BREAK-PENALTY      TO POSTING-AMOUNT
               MOVE SPACES TO POSTING-ORIG-REFERENCE
               PERFORM POST-ONE-MOVEMENT
               IF NOT POSTING-FAILED
                   ADD BREAK-PENALTY TO TOTAL-PENALTIES
                   MOVE BPST-NEW-BALANCE TO DEPOSIT-BALANCE
               END-IF
           END-IF
           IF NOT POSTING-FAILED
                   AND (SETTLING-BREAK OR TD-PAY-OUT-ALL)
                   AND DEPOSIT-BALANCE > 0
               PERFORM PAY-OUT-BALANCE
           END-IF
           EXIT.

      * The debit leg first, then the credit that carries its
      * reference.
       PAY-OUT-BALANCE SECTION.
           MOVE DEPOSIT-BALANCE TO PAID-OUT-AMOUNT
           PERFORM ASSIGN-MATURITY-REFERENCE
           MOVE REFERENCE-NUMBER   TO PAYOUT-DEBIT-REFERENCE
           MOVE DEPOSIT-ACCOUNT-ID TO POSTING-ACCOUNT
           MOVE "-"                TO POSTING-OPERATION
           MOVE PAID-OUT-AMOUNT    TO POSTING-AMOUNT
           MOVE SPACES TO POSTING-ORIG-REFERENCE
           PERFORM POST-ONE-MOVEMENT
           IF NOT POSTING-FAILED
               MOVE BPST-NEW-BALANCE TO DEPOSIT-BALANCE
               PERFORM ASSIGN-MATURITY-REFERENCE
               MOVE PAYOUT-ACCOUNT  TO POSTING-ACCOUNT
               MOVE "+"             TO POSTING-OPERATION
               MOVE PAID-OUT-AMOUNT TO POSTING-AMOUNT
               MOVE PAYOUT-DEBIT-REFERENCE TO POSTING-ORIG-REFERENCE
               PERFORM POST-ONE-MOVEMENT
           END-IF
           EXIT.

      * One balpost call moves the balance and writes the history
      * line together.  A lock refusal can only come on the run's
      * first movement, before anything has moved, and stops the
      * run; any other failure leaves the settlement part-posted
      * and is reported against the deposit for hand repair.
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
                   "maturity run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               SET POSTING-FAILED TO TRUE
               MOVE BPST-RETURN-CODE TO RETURN-CODE-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "DEPOSIT " DELIMITED BY SIZE
                   DEPOSIT-ACCOUNT-ID DELIMITED BY SIZE
                   " POSTING " DELIMITED BY SIZE
                   REFERENCE-NUMBER DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   POSTING-ACCOUNT DELIMITED BY SIZE
                   " FAILED, RETURN CODE " DELIMITED BY SIZE
                   RETURN-CODE-EDIT DELIMITED BY SIZE
                   " -- SETTLEMENT PART-POSTED, DEPOSIT NOT UPDATED"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO SETTLEMENTS-FAILED
           ELSE
               PERFORM JOURNAL-ONE-MOVEMENT
           END-IF
           EXIT.

      * Journaled as an ordinary addition or subtraction so the
      * trial-balance replay and the statement read it like any
      * other posting.
       JOURNAL-ONE-MOVEMENT SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE BPST-PRIOR-BALANCE TO JRNL-VALUE-1
           MOVE POSTING-OPERATION  TO JRNL-OPERATION
           MOVE POSTING-AMOUNT     TO JRNL-VALUE-2
           MOVE BPST-NEW-BALANCE   TO JRNL-RESULT
           MOVE RUN-DATE           TO JRNL-DATE
           MOVE "TDMATURE"         TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER   TO JRNL-REFERENCE
           MOVE "OK"               TO JRNL-OUTCOME
           MOVE RUN-DATE           TO JRNL-RUN-DATE
           MOVE RUN-TIME           TO JRNL-RUN-TIME
           MOVE POSTING-ORIG-REFERENCE TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE POSTING-ACCOUNT TO JRNL-ACCOUNT-ID
           IF REFERENCE-NUMBER = INTEREST-REFERENCE
               COMPUTE JRNL-RATE-APPLIED = TD-FIXED-RATE / 100
           ELSE
               MOVE 0 TO JRNL-RATE-APPLIED
           END-IF
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
      *  Every movement is in: the deposit rolls over into its next
      *  term, or is marked paid out, and the change is audited.
      *****************************************************************
       RECORD-SETTLEMENT SECTION.
           EVALUATE TRUE
               WHEN SETTLING-BREAK
                   COMPUTE TD-LAST-INTEREST =
                       TERM-INTEREST - BREAK-PENALTY
                   SET TD-BROKEN TO TRUE
                   ADD 1 TO DEPOSITS-BROKEN
               WHEN TD-PAY-OUT-ALL
                   MOVE TERM-INTEREST TO TD-LAST-INTEREST
                   SET TD-MATURED TO TRUE
                   ADD 1 TO TD-TERMS-RUN
                   ADD 1 TO DEPOSITS-PAID-OUT
               WHEN OTHER
                   MOVE TERM-INTEREST TO TD-LAST-INTEREST
                   IF TD-ROLL-ALL
                       ADD TERM-INTEREST TO NEW-PRINCIPAL
                   END-IF
                   MOVE NEW-PRINCIPAL TO TD-PRINCIPAL
                   MOVE TD-MATURITY-DATE TO TD-START-DATE
                   MOVE TD-MATURITY-DATE TO WORK-DATE-NUM
                   MOVE TD-TERM-MONTHS TO MONTHS-TO-ADD
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE WORK-DATE-NUM TO TD-MATURITY-DATE
                   ADD 1 TO TD-TERMS-RUN
                   ADD 1 TO DEPOSITS-ROLLED
           END-EVALUATE
           ADD PAID-OUT-AMOUNT TO TOTAL-PAID-OUT
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "term deposit vanished during the run: "
                       DEPOSIT-ACCOUNT-ID
                   ADD 1 TO SETTLEMENTS-FAILED
           END-REWRITE
           MOVE "TDMAST" TO MAUD-FILE-NAME
           IF SETTLING-BREAK
               MOVE "BREAK" TO MAUD-ACTION
           ELSE
               MOVE "MATURE" TO MAUD-ACTION
           END-IF
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE DEPOSIT-ACCOUNT-ID TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           MOVE TERM-DEPOSIT-RECORD TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
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

      *****************************************************************
      *  The maturity notice: what was placed, what it earned, and
      *  what has become of it.
      *****************************************************************
       WRITE-MATURITY-NOTICE SECTION.
           PERFORM FIND-ADDRESSEE
           MOVE ALL "-" TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-WORK
           STRING "NOTICE DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "          ACCOUNT " DELIMITED BY SIZE
               DEPOSIT-ACCOUNT-ID DELIMITED BY SIZE
               INTO NOTICE-WORK
           MOVE NOTICE-WORK TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE ADDRESSEE-NAME TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF ADDRESSEE-LINE-1 NOT = SPACES
               MOVE ADDRESSEE-LINE-1 TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           IF ADDRESSEE-LINE-2 NOT = SPACES
               MOVE ADDRESSEE-LINE-2 TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           IF ADDRESSEE-POSTAL NOT = SPACES
               MOVE ADDRESSEE-POSTAL TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF SETTLING-BREAK
               MOVE "YOUR TERM DEPOSIT HAS BEEN WITHDRAWN BEFORE ITS"
                   TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE "MATURITY DATE, AS YOU ASKED."
                   TO NOTICE-LINE
           ELSE
               MOVE "YOUR TERM DEPOSIT HAS REACHED ITS MATURITY DATE."
                   TO NOTICE-LINE
           END-IF
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-WORK
           MOVE TERM-INTEREST TO AMOUNT-EDIT
           MOVE TD-FIXED-RATE TO RATE-EDIT
           MOVE INTEREST-DAYS TO DAYS-EDIT
           STRING "INTEREST EARNED:   " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " DAYS AT " DELIMITED BY SIZE
               RATE-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO NOTICE-WORK
           MOVE NOTICE-WORK TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF SETTLING-BREAK
               COMPUTE AMOUNT-EDIT = 0 - BREAK-PENALTY
               MOVE SPACES TO NOTICE-WORK
               STRING "EARLY WITHDRAWAL:  " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO NOTICE-WORK
               MOVE NOTICE-WORK TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE SPACES TO NOTICE-WORK
           EVALUATE TRUE
               WHEN SETTLING-BREAK OR TD-MATURED
                   MOVE PAID-OUT-AMOUNT TO AMOUNT-EDIT
                   STRING "PAID TO ACCOUNT " DELIMITED BY SIZE
                       PAYOUT-ACCOUNT DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                       INTO NOTICE-WORK
               WHEN TD-ROLL-PRINCIPAL
                   MOVE PAID-OUT-AMOUNT TO AMOUNT-EDIT
                   STRING "INTEREST PAID TO ACCOUNT " DELIMITED BY SIZE
                       PAYOUT-ACCOUNT DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                       INTO NOTICE-WORK
               WHEN OTHER
                   MOVE "INTEREST ADDED TO THE DEPOSIT."
                       TO NOTICE-WORK
           END-EVALUATE
           MOVE NOTICE-WORK TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF TD-ACTIVE
               MOVE TD-PRINCIPAL TO AMOUNT-EDIT
               MOVE SPACES TO NOTICE-WORK
               STRING "RENEWED FOR A NEW TERM OF " DELIMITED BY SIZE
                   TD-TERM-MONTHS DELIMITED BY SIZE
                   " MONTHS TO " DELIMITED BY SIZE
                   TD-MATURITY-DATE DELIMITED BY SIZE
                   INTO NOTICE-WORK
               MOVE NOTICE-WORK TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE SPACES TO NOTICE-WORK
               STRING "PRINCIPAL FOR THE NEW TERM: " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO NOTICE-WORK
               MOVE NOTICE-WORK TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           EXIT.

       FIND-ADDRESSEE SECTION.
           MOVE SPACES TO ADDRESSEE-NAME
           MOVE SPACES TO ADDRESSEE-LINE-1
           MOVE SPACES TO ADDRESSEE-LINE-2
           MOVE SPACES TO ADDRESSEE-POSTAL
           MOVE SPACES TO PRIMARY-OWNER-ID
           IF CUSTOMER-FILES-AVAILABLE
               PERFORM FIND-PRIMARY-OWNER
           END-IF
           IF PRIMARY-OWNER-ID NOT = SPACES
               MOVE PRIMARY-OWNER-ID TO CUST-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PRIMARY-OWNER-ID
                   NOT INVALID KEY
                       MOVE CUST-LEGAL-NAME     TO ADDRESSEE-NAME
                       MOVE CUST-ADDRESS-LINE-1 TO ADDRESSEE-LINE-1
                       MOVE CUST-ADDRESS-LINE-2 TO ADDRESSEE-LINE-2
                       MOVE CUST-POSTAL-CODE    TO ADDRESSEE-POSTAL
               END-READ
           END-IF
           IF PRIMARY-OWNER-ID = SPACES
               MOVE "ACCOUNT HOLDER" TO ADDRESSEE-NAME
               IF ACCTMAST-AVAILABLE
                   MOVE DEPOSIT-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                   READ ACCOUNT-MASTER-FILE
                       NOT INVALID KEY
                           MOVE ACCT-NAME TO ADDRESSEE-NAME
                   END-READ
               END-IF
           END-IF
           EXIT.

       FIND-PRIMARY-OWNER SECTION.
           MOVE 'N' TO LINK-SCAN-DONE-SWITCH
           MOVE DEPOSIT-ACCOUNT-ID TO CLNK-ACCOUNT-ID
           MOVE LOW-VALUES TO CLNK-CUSTOMER-ID
           START CUSTOMER-LINK-FILE KEY NOT < CLNK-KEY
               INVALID KEY
                   SET LINK-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-OWNER-LINK UNTIL LINK-SCAN-DONE
           EXIT.

       SCAN-ONE-OWNER-LINK SECTION.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET LINK-SCAN-DONE TO TRUE
               NOT AT END
                   IF CLNK-ACCOUNT-ID NOT = DEPOSIT-ACCOUNT-ID
                       SET LINK-SCAN-DONE TO TRUE
                   ELSE
                       IF CLNK-PRIMARY
                           MOVE CLNK-CUSTOMER-ID TO PRIMARY-OWNER-ID
                           SET LINK-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       REPORT-SETTLEMENT SECTION.
           MOVE TERM-INTEREST TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           EVALUATE TRUE
               WHEN SETTLING-BREAK
                   STRING "DEPOSIT " DELIMITED BY SIZE
                       DEPOSIT-ACCOUNT-ID DELIMITED BY SIZE
                       " BROKEN    INTEREST " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                       "  REF " DELIMITED BY SIZE
                       INTEREST-REFERENCE DELIMITED BY SIZE
                       INTO REPORT-WORK
               WHEN TD-MATURED
                   STRING "DEPOSIT " DELIMITED BY SIZE
                       DEPOSIT-ACCOUNT-ID DELIMITED BY SIZE
                       " PAID OUT  INTEREST " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                       "  REF " DELIMITED BY SIZE
                       INTEREST-REFERENCE DELIMITED BY SIZE
                       INTO REPORT-WORK
               WHEN OTHER
                   STRING "DEPOSIT " DELIMITED BY SIZE
                       DEPOSIT-ACCOUNT-ID DELIMITED BY SIZE
                       " ROLLED    INTEREST " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                       "  REF " DELIMITED BY SIZE
                       INTEREST-REFERENCE DELIMITED BY SIZE
                       "  NEW MATURITY " DELIMITED BY SIZE
                       TD-MATURITY-DATE DELIMITED BY SIZE
                       INTO REPORT-WORK
           END-EVALUATE
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF BREAK-PENALTY > 0
               COMPUTE AMOUNT-EDIT = 0 - BREAK-PENALTY
               MOVE SPACES TO REPORT-WORK
               STRING "                 BREAK PENALTY "
                   DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  REF " DELIMITED BY SIZE
                   PENALTY-REFERENCE DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF PAID-OUT-AMOUNT > 0
               MOVE PAID-OUT-AMOUNT TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "                 PAID OUT      "
                   DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  TO " DELIMITED BY SIZE
                   PAYOUT-ACCOUNT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       REPORT-REFUSAL SECTION.
           ADD 1 TO DEPOSITS-REFUSED
           MOVE SPACES TO REPORT-WORK
           STRING "DEPOSIT " DELIMITED BY SIZE
               DEPOSIT-ACCOUNT-ID DELIMITED BY SIZE
               " NOT SETTLED -- " DELIMITED BY SIZE
               REFUSAL-REASON DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       ASSIGN-MATURITY-REFERENCE SECTION.
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
           MOVE DEPOSITS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "DEPOSITS ON FILE: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DEPOSITS-ROLLED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "DEPOSITS ROLLED OVER: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DEPOSITS-PAID-OUT TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "DEPOSITS MATURED AND PAID OUT: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DEPOSITS-BROKEN TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "DEPOSITS BROKEN: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DEPOSITS-REFUSED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "DEPOSITS REFUSED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SETTLEMENTS-FAILED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "SETTLEMENTS FAILED: " DELIMITED BY SIZE
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
           MOVE TOTAL-PENALTIES TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "BREAK PENALTIES CHARGED: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-PAID-OUT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "PAID OUT: " DELIMITED BY SIZE
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
