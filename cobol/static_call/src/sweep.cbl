       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEP.

      *****************************************************************
      *  SWEEP is the end-of-day cash-pooling run.  Corporate
      *  clients keep their subsidiaries' accounts in pools: each
      *  evening the money above each participant's target balance
      *  is swept up into the pool's concentration account, and a
      *  participant left below its target is covered back down
      *  from it -- the transfers treasury used to key by hand at
      *  six.  The pools come off the SWEEPMST rules SWEEPMNT
      *  maintains (see copy/sweeprec.cpy), read a pool at a time.
      *
      *  Runs after the day's last CALCULATOR batch run, so it
      *  sweeps the balances the day actually closed on.  Each
      *  pool is worked in two passes: every sweep up first, so
      *  the concentration account holds the day's surplus before
      *  any cover is paid from it, then every cover.  A cover is
      *  paid only from what the concentration account holds above
      *  its own minimum balance; one the pool cannot fund in full
      *  is paid in part, and the shortfall shows on the statement.
      *  A movement under the participant's minimum sweep is not
      *  made.
      *
      *  Legal's holds (HOLDMAST, when mounted) are honoured the
      *  way CALCULATOR honours them on a transfer: any active hold
      *  stops money leaving an account, a full hold stops it
      *  arriving too.  A pool whose concentration account is on
      *  a full hold, is not on the balance master, or is not
      *  exactly one row on the rules is not swept at all.
      *
      *  A participant the account master (ACCTMAST, when mounted)
      *  does not show open -- charged off, closed, or waiting on
      *  review or closure -- is neither swept up nor covered, nor
      *  is one whose term deposit (TDMAST, when mounted) is still
      *  running: the balance is the term's until TDMATURE matures
      *  or breaks it.  Each is noted on the statement.  A
      *  concentration account in either case refuses the pool.
      *  Nor is a participant kept in another currency than the
      *  concentration account's (blank on the balance master
      *  being CALC-BASE-CURRENCY) swept either way.
      *
      *  A sweep up takes no more than the participant's available
      *  balance above target, as fundfind works it from AMTHOLD:
      *  money under an amount hold or in deposit float stays put.
      *  Covers likewise leave what is held or in float on the
      *  concentration account alone.
      *
      *  Each sweep is a pair of balpost movements, debit leg
      *  first, under one reference from the shared REFSEQ
      *  sequence, each leg journaled OK under operator SWEEP
      *  inside this program's header/trailer pair -- the two
      *  lines read together in the journal by their reference,
      *  as a CALCULATOR transfer's do.  A credit leg that will not
      *  post has its debit backed out at once under the same
      *  reference, the back-out naming it as the entry reversed;
      *  a back-out that fails too is alerted on ALERTQ for the
      *  morning shift to square by hand.
      *
      *  SWEEPRPT is the pool statement: each participant's
      *  pre-sweep balance, sweep (plus = covered, minus = swept
      *  up) and post-sweep balance, the concentration account's
      *  own line, the concentration total and the pool total,
      *  then the run summary.
      *
      *  Return codes: 0 clean; 4 something was not swept as the
      *  rules ask (see SWEEPRPT); 8 a sweep stands half-posted
      *  and is alerted; 12 a file would not open or the balance
      *  lock is held -- nothing swept.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-RULE-FILE ASSIGN TO "SWEEPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SWP-KEY
               FILE STATUS IS SWEEP-RULE-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCOUNT-ID
               FILE STATUS IS HOLD-MASTER-STATUS.
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
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTQ"
               FILE STATUS IS ALERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SWEEPRPT".

       DATA DIVISION.
       FILE SECTION.
       FD SWEEP-RULE-FILE.
       COPY sweeprec.

       FD HOLD-MASTER-FILE.
       COPY holdrec.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD TERM-DEPOSIT-FILE.
       COPY termdep.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD REFERENCE-SEQ-FILE.
       01 REFSEQ-RECORD.
           05 REFS-LAST-DATE   PIC 9(08).
           05 REFS-LAST-NUMBER PIC 9(04).

       FD ALERT-FILE.
       COPY alertrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWEEP-RULE-STATUS    PIC X(02).
       01 HOLD-MASTER-STATUS   PIC X(02).
       01 ACCOUNT-MASTER-STATUS PIC X(02).
       01 TERM-DEPOSIT-STATUS  PIC X(02).
       01 JOURNAL-STATUS       PIC X(02).
       01 REFERENCE-SEQ-STATUS PIC X(02).
       01 ALERT-STATUS         PIC X(02).
       01 RULE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 RULE-EOF VALUE 'Y'.
       01 HOLD-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 HOLD-MASTER-AVAILABLE VALUE 'Y'.
       01 ACCOUNT-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 ACCOUNT-MASTER-AVAILABLE VALUE 'Y'.
       01 TERM-DEPOSIT-SWITCH PIC X(01) VALUE 'N'.
           88 TERM-DEPOSIT-AVAILABLE VALUE 'Y'.

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

      * The pool being swept.  POOL-REFUSAL is set when the pool
      * cannot be swept at all and says why.
       01 POOL-ID             PIC X(04).
       01 POOL-REFUSAL        PIC X(44).
       01 CONCENTRATION-COUNT PIC 9(03) COMP.
       01 CONCENTRATION-ACCOUNT PIC X(08).
       01 CONCENTRATION-PRE   PIC S9(9)V99.
       01 CONCENTRATION-BALANCE PIC S9(9)V99.
       01 CONCENTRATION-FLOOR PIC S9(9)V99.
      * What fundfind finds held or in float on the concentration
      * account -- not the pool's to pay covers from.
       01 CONCENTRATION-SET-ASIDE PIC S9(9)V99.
       01 CONCENTRATION-CURRENCY PIC X(03).
       01 CONCENTRATION-HOLD  PIC X(01).
           88 CONCENTRATION-HELD VALUE "F" "D".
           88 CONCENTRATION-FROZEN VALUE "F".
       01 POOL-TOTAL          PIC S9(11)V99.

      * The pool's participants, in key order.  A pool past the
      * table's size has its extra rows reported and left alone.
       01 PARTICIPANT-TABLE.
           05 PART-ENTRY OCCURS 100 TIMES.
               10 PART-ACCOUNT-ID    PIC X(08).
               10 PART-DIRECTION     PIC X(01).
                   88 PART-SWEEP-UP   VALUE "U" "B".
                   88 PART-SWEEP-DOWN VALUE "D" "B".
               10 PART-TARGET        PIC S9(9)V99.
               10 PART-MINIMUM-SWEEP PIC 9(9)V99.
               10 PART-STATE         PIC X(01).
                   88 PART-ON-MASTER  VALUE "R".
               10 PART-HOLD          PIC X(01).
                   88 PART-HELD       VALUE "F" "D".
                   88 PART-FROZEN     VALUE "F".
               10 PART-STANDING      PIC X(01).
                   88 PART-STANDING-GOOD VALUE SPACE.
                   88 PART-CHARGED-OFF   VALUE "W".
                   88 PART-NOT-OPEN      VALUE "N".
                   88 PART-TERM-RUNNING  VALUE "T".
               10 PART-PRE-BALANCE   PIC S9(9)V99.
               10 PART-AVAILABLE     PIC S9(9)V99.
               10 PART-SWEEP-AMOUNT  PIC S9(9)V99.
               10 PART-POST-BALANCE  PIC S9(9)V99.
               10 PART-REFERENCE     PIC X(10).
               10 PART-NOTE          PIC X(45).
       01 PART-COUNT     PIC 9(03) COMP.
       01 PART-SUB       PIC 9(03) COMP.
       01 PART-OVERFLOW  PIC 9(05) COMP VALUE 0.

      * One sweep's two legs.  SWEEP-ORIG-REFERENCE is blank on
      * the legs themselves and names the sweep on a back-out.
       01 SWEEP-AMOUNT         PIC S9(9)V99.
       01 SWEEP-AVAILABLE      PIC S9(9)V99.
       01 SWEEP-DEBIT-ACCOUNT  PIC X(08).
       01 SWEEP-CREDIT-ACCOUNT PIC X(08).
       01 SWEEP-ORIG-REFERENCE PIC X(10).
       01 SWEEP-POSTED-SWITCH PIC X(01).
           88 SWEEP-POSTED VALUE 'Y'.
       01 DEBIT-NEW-BALANCE    PIC S9(9)V99.
       01 CREDIT-NEW-BALANCE   PIC S9(9)V99.
       01 LEG-RC-EDIT PIC Z9.

       01 HOLD-ACCOUNT-WANTED PIC X(08).
       01 HOLD-FOUND-TYPE PIC X(01).
       01 STANDING-ACCOUNT-WANTED PIC X(08).
       01 STANDING-FOUND PIC X(01).
           88 STANDING-GOOD          VALUE SPACE.
           88 STANDING-CHARGED-OFF   VALUE "W".
           88 STANDING-NOT-OPEN      VALUE "N".
           88 STANDING-TERM-RUNNING  VALUE "T".
      * A blank currency on the balance master is the base currency,
      * CALC-BASE-CURRENCY (default USD) as CALCULATOR reads it.
       01 BASE-CURRENCY-ENV PIC X(03).
       01 BASE-CURRENCY PIC X(03) VALUE "USD".
       01 PART-CURRENCY PIC X(03).

      * Every movement goes through the shared balpost subprogram
      * (see copy/balpostl.cpy), balances read through its INQUIRE
      * under the same lock the sweeps post under.
       COPY balpostl.
      * Available balances -- the ledger less amount holds and
      * unmatured float -- come from fundfind (copy/fundfndl.cpy).
       COPY fundfndl.

       01 POOLS-READ        PIC 9(08) COMP VALUE 0.
       01 POOLS-REFUSED     PIC 9(08) COMP VALUE 0.
       01 SWEEPS-UP         PIC 9(08) COMP VALUE 0.
       01 COVERS-PAID       PIC 9(08) COMP VALUE 0.
       01 SWEEPS-FAILED     PIC 9(08) COMP VALUE 0.
       01 NOT-SWEPT         PIC 9(08) COMP VALUE 0.
       01 HALF-POSTED       PIC 9(08) COMP VALUE 0.
       01 TOTAL-SWEPT-UP    PIC S9(11)V99 VALUE 0.
       01 TOTAL-COVERED     PIC S9(11)V99 VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(08) COMP VALUE 0.
      * Sum of the JRNL-RESULT amounts journaled as OK lines --
      * the figure the run trailer must claim for JRNLRPT's
      * reconciliation of this run to foot.
       01 JOURNALED-RESULT-TOTAL PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 TOTAL-EDIT  PIC ZZZZZZZZZZZ9.99-.
       01 TARGET-EDIT PIC ZZZZZZZZ9.99-.
       01 PRE-EDIT    PIC ZZZZZZZZ9.99-.
       01 SWEEP-EDIT  PIC ZZZZZZZZ9.99-.
       01 POST-EDIT   PIC ZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(132).

      * Tamper-evidence chain state (see copy/jrnlhshl.cpy).
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "SWEEP" TO PRMG-PROGRAM
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
           MOVE "CALC-BASE-CURRENCY" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BASE-CURRENCY-ENV
           IF BASE-CURRENCY-ENV NOT = SPACES
               MOVE BASE-CURRENCY-ENV TO BASE-CURRENCY
           END-IF
           OPEN INPUT SWEEP-RULE-FILE
           IF SWEEP-RULE-STATUS NOT = "00"
               DISPLAY "unable to open sweep rules master, status "
                   SWEEP-RULE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * No HOLDMAST dataset, no hold check -- the same absent-file
      * convention CALCULATOR follows; likewise ACCTMAST and TDMAST.
           OPEN INPUT HOLD-MASTER-FILE
           IF HOLD-MASTER-STATUS = "00"
               SET HOLD-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               SET ACCOUNT-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-STATUS = "00"
               SET TERM-DEPOSIT-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN EXTEND ALERT-FILE
           IF ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "CASH-POOLING SWEEP FOR " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LOAD-REFERENCE-SEQUENCE
           PERFORM WRITE-RUN-HEADER
           PERFORM READ-SWEEP-RULE
           PERFORM SWEEP-ONE-POOL UNTIL RULE-EOF
           PERFORM WRITE-RUN-TRAILER
           PERFORM WRITE-SUMMARY
           PERFORM SAVE-REFERENCE-SEQUENCE
           MOVE "CLOSE   " TO BPST-FUNCTION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           MOVE "CLOSE   " TO FFND-FUNCTION
           CALL 'fundfind' USING FUNDS-FIND-AREA
           CLOSE SWEEP-RULE-FILE
           IF HOLD-MASTER-AVAILABLE
               CLOSE HOLD-MASTER-FILE
           END-IF
           IF ACCOUNT-MASTER-AVAILABLE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF TERM-DEPOSIT-AVAILABLE
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE
           IF HALF-POSTED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF POOLS-REFUSED > 0 OR SWEEPS-FAILED > 0
                       OR NOT-SWEPT > 0 OR PART-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK
           .

       READ-SWEEP-RULE SECTION.
           READ SWEEP-RULE-FILE
               AT END
                   SET RULE-EOF TO TRUE
           END-READ
           EXIT.

      * One pool: its rows gathered, its sweeps posted, its
      * statement printed.
       SWEEP-ONE-POOL SECTION.
           ADD 1 TO POOLS-READ
           MOVE SWP-POOL-ID TO POOL-ID
           MOVE 0 TO CONCENTRATION-COUNT
           MOVE SPACES TO CONCENTRATION-ACCOUNT
           MOVE 0 TO PART-COUNT
           MOVE SPACES TO POOL-REFUSAL
           PERFORM GATHER-POOL-RULE
               UNTIL RULE-EOF OR SWP-POOL-ID NOT = POOL-ID
           EVALUATE TRUE
               WHEN CONCENTRATION-COUNT = 0
                   MOVE "NO CONCENTRATION ACCOUNT ON THE RULES"
                       TO POOL-REFUSAL
               WHEN CONCENTRATION-COUNT > 1
                   MOVE "MORE THAN ONE CONCENTRATION ACCOUNT"
                       TO POOL-REFUSAL
               WHEN OTHER
                   PERFORM READ-CONCENTRATION-ACCOUNT
           END-EVALUATE
           IF POOL-REFUSAL = SPACES
               PERFORM READ-PARTICIPANT
                   VARYING PART-SUB FROM 1 BY 1
                   UNTIL PART-SUB > PART-COUNT
               PERFORM SWEEP-PARTICIPANT-UP
                   VARYING PART-SUB FROM 1 BY 1
                   UNTIL PART-SUB > PART-COUNT
               PERFORM COVER-PARTICIPANT
                   VARYING PART-SUB FROM 1 BY 1
                   UNTIL PART-SUB > PART-COUNT
               PERFORM PRINT-POOL-STATEMENT
           ELSE
               ADD 1 TO POOLS-REFUSED
               PERFORM PRINT-POOL-REFUSAL
           END-IF
           EXIT.

       GATHER-POOL-RULE SECTION.
           IF SWP-CONCENTRATION
               ADD 1 TO CONCENTRATION-COUNT
               MOVE SWP-ACCOUNT-ID TO CONCENTRATION-ACCOUNT
           ELSE
               IF PART-COUNT < 100
                   ADD 1 TO PART-COUNT
                   MOVE SWP-ACCOUNT-ID
                       TO PART-ACCOUNT-ID(PART-COUNT)
                   MOVE SWP-DIRECTION TO PART-DIRECTION(PART-COUNT)
                   MOVE SWP-TARGET-BALANCE TO PART-TARGET(PART-COUNT)
                   MOVE SWP-MINIMUM-SWEEP
                       TO PART-MINIMUM-SWEEP(PART-COUNT)
               ELSE
                   ADD 1 TO PART-OVERFLOW
                   DISPLAY "pool " SWP-POOL-ID " has more than 100 "
                       "participants -- account " SWP-ACCOUNT-ID
                       " not swept"
               END-IF
           END-IF
           PERFORM READ-SWEEP-RULE
           EXIT.

      * The concentration account's balance is the pool's purse
      * for the covers; what it may not go below is its own
      * minimum-balance threshold, and what is held or in float on
      * it is set aside on top.  An account the participants could
      * not be swept into -- frozen, not open, charged off, or its
      * balance tied up in a running term deposit -- refuses the
      * whole pool.
       READ-CONCENTRATION-ACCOUNT SECTION.
           MOVE CONCENTRATION-ACCOUNT TO BPST-ACCOUNT-ID
           PERFORM INQUIRE-BALANCE
           IF BPST-RETURN-CODE NOT = 0
               MOVE "CONCENTRATION ACCOUNT NOT ON BALANCE MASTER"
                   TO POOL-REFUSAL
           ELSE
               MOVE BPST-PRIOR-BALANCE TO CONCENTRATION-PRE
               MOVE BPST-PRIOR-BALANCE TO CONCENTRATION-BALANCE
               MOVE BPST-MINIMUM TO CONCENTRATION-FLOOR
               MOVE BPST-CURRENCY TO CONCENTRATION-CURRENCY
               IF CONCENTRATION-CURRENCY = SPACES
                   MOVE BASE-CURRENCY TO CONCENTRATION-CURRENCY
               END-IF
               MOVE CONCENTRATION-ACCOUNT TO HOLD-ACCOUNT-WANTED
               PERFORM CHECK-ACCOUNT-HOLD
               MOVE HOLD-FOUND-TYPE TO CONCENTRATION-HOLD
               MOVE CONCENTRATION-ACCOUNT TO STANDING-ACCOUNT-WANTED
               PERFORM CHECK-ACCOUNT-STANDING
               EVALUATE TRUE
                   WHEN CONCENTRATION-FROZEN
                       MOVE "CONCENTRATION ACCOUNT UNDER A FULL HOLD"
                           TO POOL-REFUSAL
                   WHEN STANDING-CHARGED-OFF
                       MOVE "CONCENTRATION ACCOUNT CHARGED OFF"
                           TO POOL-REFUSAL
                   WHEN STANDING-NOT-OPEN
                       MOVE "CONCENTRATION ACCOUNT NOT OPEN"
                           TO POOL-REFUSAL
                   WHEN STANDING-TERM-RUNNING
                       MOVE
                         "CONCENTRATION ACCOUNT UNMATURED TERM DEPOSIT"
                           TO POOL-REFUSAL
                   WHEN OTHER
                       MOVE CONCENTRATION-ACCOUNT TO FFND-ACCOUNT-ID
                       MOVE CONCENTRATION-PRE TO FFND-LEDGER-BALANCE
                       PERFORM FIND-AVAILABLE-BALANCE
                       COMPUTE CONCENTRATION-SET-ASIDE =
                           CONCENTRATION-PRE - FFND-AVAILABLE
               END-EVALUATE
           END-IF
           EXIT.

      * A participant in another currency than the concentration
      * account's is set aside like one off the balance master:
      * no sweep can move money between the two, and its balance
      * cannot be added into the pool total.
       READ-PARTICIPANT SECTION.
           MOVE 0 TO PART-SWEEP-AMOUNT(PART-SUB)
           MOVE SPACES TO PART-REFERENCE(PART-SUB)
           MOVE SPACES TO PART-NOTE(PART-SUB)
           MOVE SPACE TO PART-STANDING(PART-SUB)
           MOVE PART-ACCOUNT-ID(PART-SUB) TO BPST-ACCOUNT-ID
           PERFORM INQUIRE-BALANCE
           MOVE BPST-CURRENCY TO PART-CURRENCY
           IF PART-CURRENCY = SPACES
               MOVE BASE-CURRENCY TO PART-CURRENCY
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               MOVE SPACE TO PART-STATE(PART-SUB)
               MOVE 0 TO PART-PRE-BALANCE(PART-SUB)
               MOVE 0 TO PART-POST-BALANCE(PART-SUB)
               MOVE "NOT ON BALANCE MASTER -- NOT SWEPT"
                   TO PART-NOTE(PART-SUB)
               ADD 1 TO NOT-SWEPT
           ELSE
               IF PART-CURRENCY NOT = CONCENTRATION-CURRENCY
                   MOVE "C" TO PART-STATE(PART-SUB)
                   MOVE 0 TO PART-PRE-BALANCE(PART-SUB)
                   MOVE 0 TO PART-POST-BALANCE(PART-SUB)
                   MOVE
                     "NOT SWEPT -- CURRENCY NOT CONCENTRATION'S"
                       TO PART-NOTE(PART-SUB)
                   ADD 1 TO NOT-SWEPT
               ELSE
                   PERFORM READ-PARTICIPANT-TERMS
               END-IF
           END-IF
           EXIT.

       READ-PARTICIPANT-TERMS SECTION.
           MOVE "R" TO PART-STATE(PART-SUB)
           MOVE BPST-PRIOR-BALANCE TO PART-PRE-BALANCE(PART-SUB)
           MOVE BPST-PRIOR-BALANCE TO PART-POST-BALANCE(PART-SUB)
           MOVE PART-ACCOUNT-ID(PART-SUB) TO HOLD-ACCOUNT-WANTED
           PERFORM CHECK-ACCOUNT-HOLD
           MOVE HOLD-FOUND-TYPE TO PART-HOLD(PART-SUB)
           MOVE PART-ACCOUNT-ID(PART-SUB) TO STANDING-ACCOUNT-WANTED
           PERFORM CHECK-ACCOUNT-STANDING
           MOVE STANDING-FOUND TO PART-STANDING(PART-SUB)
           MOVE PART-ACCOUNT-ID(PART-SUB) TO FFND-ACCOUNT-ID
           MOVE PART-PRE-BALANCE(PART-SUB) TO FFND-LEDGER-BALANCE
           PERFORM FIND-AVAILABLE-BALANCE
           MOVE FFND-AVAILABLE TO PART-AVAILABLE(PART-SUB)
           EXIT.

      * An account off the master, or no master mounted, is judged
      * open; likewise no deposit on TDMAST is no term running.
       CHECK-ACCOUNT-STANDING SECTION.
           MOVE SPACE TO STANDING-FOUND
           IF ACCOUNT-MASTER-AVAILABLE
               MOVE STANDING-ACCOUNT-WANTED TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACCT-CHARGED-OFF
                               SET STANDING-CHARGED-OFF TO TRUE
                           WHEN NOT ACCT-OPEN
                               SET STANDING-NOT-OPEN TO TRUE
                       END-EVALUATE
               END-READ
           END-IF
           IF STANDING-GOOD AND TERM-DEPOSIT-AVAILABLE
               MOVE STANDING-ACCOUNT-WANTED TO TD-ACCOUNT-ID
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-UNMATURED
                           SET STANDING-TERM-RUNNING TO TRUE
                       END-IF
               END-READ
           END-IF
           EXIT.

      * fundfind answers even without AMTHOLD -- nothing held, so
      * the available balance is the ledger.
       FIND-AVAILABLE-BALANCE SECTION.
           MOVE "AVAIL   " TO FFND-FUNCTION
           MOVE RUN-DATE   TO FFND-DATE
           CALL 'fundfind' USING FUNDS-FIND-AREA
               ON EXCEPTION
                   MOVE 12 TO FFND-RETURN-CODE
           END-CALL
           IF FFND-RETURN-CODE NOT = 0
               MOVE FFND-LEDGER-BALANCE TO FFND-AVAILABLE
           END-IF
           EXIT.

      * The first call to balpost takes the balance lock; another
      * job holding it stops the run before anything has moved.
       INQUIRE-BALANCE SECTION.
           MOVE "INQUIRE " TO BPST-FUNCTION
           MOVE RUN-DATE   TO BPST-RUN-DATE
           MOVE RUN-TIME   TO BPST-RUN-TIME
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE = 16 OR BPST-RETURN-CODE = 12
               DISPLAY "balance master not available to the sweep, "
                   "rc " BPST-RETURN-CODE " -- sweep run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * Pass one: the balance above target goes up to the
      * concentration account -- no more of it than is available,
      * so money under an amount hold or still in float stays
      * where it is.
       SWEEP-PARTICIPANT-UP SECTION.
           IF PART-ON-MASTER(PART-SUB)
                   AND PART-SWEEP-UP(PART-SUB)
                   AND PART-PRE-BALANCE(PART-SUB)
                       > PART-TARGET(PART-SUB)
               COMPUTE SWEEP-AMOUNT = PART-PRE-BALANCE(PART-SUB)
                   - PART-TARGET(PART-SUB)
               COMPUTE SWEEP-AVAILABLE = PART-AVAILABLE(PART-SUB)
                   - PART-TARGET(PART-SUB)
               EVALUATE TRUE
                   WHEN PART-CHARGED-OFF(PART-SUB)
                       MOVE "NOT SWEPT -- ACCOUNT CHARGED OFF"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN PART-NOT-OPEN(PART-SUB)
                       MOVE "NOT SWEPT -- ACCOUNT NOT OPEN"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN PART-TERM-RUNNING(PART-SUB)
                       MOVE "NOT SWEPT -- UNMATURED TERM DEPOSIT"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN PART-HELD(PART-SUB)
                       MOVE "NOT SWEPT -- ACCOUNT UNDER HOLD"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN SWEEP-AMOUNT < PART-MINIMUM-SWEEP(PART-SUB)
                       MOVE "UNDER MINIMUM SWEEP" TO PART-NOTE(PART-SUB)
                   WHEN SWEEP-AVAILABLE NOT > 0
                           OR SWEEP-AVAILABLE
                               < PART-MINIMUM-SWEEP(PART-SUB)
                       MOVE "NOT SWEPT -- FUNDS HELD OR IN FLOAT"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN OTHER
                       IF SWEEP-AVAILABLE < SWEEP-AMOUNT
                           MOVE SWEEP-AVAILABLE TO SWEEP-AMOUNT
                           MOVE "PART SWEPT -- FUNDS HELD OR IN FLOAT"
                               TO PART-NOTE(PART-SUB)
                           ADD 1 TO NOT-SWEPT
                       END-IF
                       MOVE PART-ACCOUNT-ID(PART-SUB)
                           TO SWEEP-DEBIT-ACCOUNT
                       MOVE CONCENTRATION-ACCOUNT
                           TO SWEEP-CREDIT-ACCOUNT
                       PERFORM POST-SWEEP-LEGS
                       IF SWEEP-POSTED
                           ADD 1 TO SWEEPS-UP
                           ADD SWEEP-AMOUNT TO TOTAL-SWEPT-UP
                           COMPUTE PART-SWEEP-AMOUNT(PART-SUB) =
                               0 - SWEEP-AMOUNT
                           MOVE DEBIT-NEW-BALANCE
                               TO PART-POST-BALANCE(PART-SUB)
                           MOVE CREDIT-NEW-BALANCE
                               TO CONCENTRATION-BALANCE
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      * Pass two: a balance below target is made up from the
      * concentration account, as far as the pool can fund it
      * without touching what is held or in float there.
       COVER-PARTICIPANT SECTION.
           IF PART-ON-MASTER(PART-SUB)
                   AND PART-SWEEP-DOWN(PART-SUB)
                   AND PART-PRE-BALANCE(PART-SUB)
                       < PART-TARGET(PART-SUB)
               COMPUTE SWEEP-AMOUNT = PART-TARGET(PART-SUB)
                   - PART-PRE-BALANCE(PART-SUB)
               COMPUTE SWEEP-AVAILABLE = CONCENTRATION-BALANCE
                   - CONCENTRATION-SET-ASIDE - CONCENTRATION-FLOOR
               EVALUATE TRUE
                   WHEN PART-CHARGED-OFF(PART-SUB)
                       MOVE "NOT COVERED -- ACCOUNT CHARGED OFF"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN PART-NOT-OPEN(PART-SUB)
                       MOVE "NOT COVERED -- ACCOUNT NOT OPEN"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN PART-TERM-RUNNING(PART-SUB)
                       MOVE "NOT COVERED -- UNMATURED TERM DEPOSIT"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN PART-FROZEN(PART-SUB)
                       MOVE "NOT COVERED -- ACCOUNT UNDER FULL HOLD"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN CONCENTRATION-HELD
                       MOVE "NOT COVERED -- CONCENTRATION HELD"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN SWEEP-AMOUNT < PART-MINIMUM-SWEEP(PART-SUB)
                       MOVE "UNDER MINIMUM SWEEP" TO PART-NOTE(PART-SUB)
                   WHEN SWEEP-AVAILABLE NOT > 0
                           OR SWEEP-AVAILABLE
                               < PART-MINIMUM-SWEEP(PART-SUB)
                       MOVE "NOT COVERED -- POOL SHORT"
                           TO PART-NOTE(PART-SUB)
                       ADD 1 TO NOT-SWEPT
                   WHEN OTHER
                       IF SWEEP-AVAILABLE < SWEEP-AMOUNT
                           MOVE SWEEP-AVAILABLE TO SWEEP-AMOUNT
                           MOVE "PART COVERED -- POOL SHORT"
                               TO PART-NOTE(PART-SUB)
                           ADD 1 TO NOT-SWEPT
                       END-IF
                       MOVE CONCENTRATION-ACCOUNT
                           TO SWEEP-DEBIT-ACCOUNT
                       MOVE PART-ACCOUNT-ID(PART-SUB)
                           TO SWEEP-CREDIT-ACCOUNT
                       PERFORM POST-SWEEP-LEGS
                       IF SWEEP-POSTED
                           ADD 1 TO COVERS-PAID
                           ADD SWEEP-AMOUNT TO TOTAL-COVERED
                           MOVE SWEEP-AMOUNT
                               TO PART-SWEEP-AMOUNT(PART-SUB)
                           MOVE CREDIT-NEW-BALANCE
                               TO PART-POST-BALANCE(PART-SUB)
                           MOVE DEBIT-NEW-BALANCE
                               TO CONCENTRATION-BALANCE
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      * Debit first, then credit, both under the one reference --
      * the CALCULATOR transfer's discipline.  A debit that will
      * not post leaves nothing to undo; a credit that will not
      * post has the debit reversed at once.
       POST-SWEEP-LEGS SECTION.
           MOVE 'N' TO SWEEP-POSTED-SWITCH
           PERFORM ASSIGN-SWEEP-REFERENCE
           MOVE REFERENCE-NUMBER TO PART-REFERENCE(PART-SUB)
           MOVE SPACES TO SWEEP-ORIG-REFERENCE
           MOVE "POST    "       TO BPST-FUNCTION
           MOVE SWEEP-DEBIT-ACCOUNT TO BPST-ACCOUNT-ID
           MOVE "-"              TO BPST-OPERATION
           MOVE SWEEP-AMOUNT     TO BPST-AMOUNT
           MOVE RUN-DATE         TO BPST-RUN-DATE
           MOVE RUN-TIME         TO BPST-RUN-TIME
           MOVE REFERENCE-NUMBER TO BPST-REFERENCE
           MOVE RUN-DATE         TO BPST-VALUE-DATE
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE NOT = 0
               ADD 1 TO SWEEPS-FAILED
               MOVE BPST-RETURN-CODE TO LEG-RC-EDIT
               MOVE SPACES TO PART-NOTE(PART-SUB)
               STRING "NOT POSTED -- DEBIT LEG RC " DELIMITED BY SIZE
                   LEG-RC-EDIT DELIMITED BY SIZE
                   INTO PART-NOTE(PART-SUB)
           ELSE
               MOVE BPST-NEW-BALANCE TO DEBIT-NEW-BALANCE
               PERFORM JOURNAL-SWEEP-LEG
               MOVE SWEEP-CREDIT-ACCOUNT TO BPST-ACCOUNT-ID
               MOVE "+" TO BPST-OPERATION
               CALL 'balpost' USING BALANCE-POSTING-AREA
                   ON EXCEPTION
                       MOVE 12 TO BPST-RETURN-CODE
               END-CALL
               IF BPST-RETURN-CODE NOT = 0
                   PERFORM BACK-OUT-SWEEP-DEBIT
               ELSE
                   MOVE BPST-NEW-BALANCE TO CREDIT-NEW-BALANCE
                   PERFORM JOURNAL-SWEEP-LEG
                   SET SWEEP-POSTED TO TRUE
               END-IF
           END-IF
           EXIT.

      * The reversing credit rides under the sweep's own reference
      * and names it as the entry reversed, so the pair and its
      * undoing read together in the journal.  A back-out that
      * itself fails leaves the debit standing: that goes to the
      * alert queue.
       BACK-OUT-SWEEP-DEBIT SECTION.
           ADD 1 TO SWEEPS-FAILED
           MOVE BPST-RETURN-CODE TO LEG-RC-EDIT
           DISPLAY "sweep credit leg on account " SWEEP-CREDIT-ACCOUNT
               " refused by balpost, rc " LEG-RC-EDIT
               " -- backing out the debit"
           MOVE SPACES TO PART-NOTE(PART-SUB)
           STRING "CREDIT LEG RC " DELIMITED BY SIZE
               LEG-RC-EDIT DELIMITED BY SIZE
               " -- DEBIT BACKED OUT" DELIMITED BY SIZE
               INTO PART-NOTE(PART-SUB)
           MOVE SWEEP-DEBIT-ACCOUNT TO BPST-ACCOUNT-ID
           MOVE "+" TO BPST-OPERATION
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE = 0
               MOVE REFERENCE-NUMBER TO SWEEP-ORIG-REFERENCE
               PERFORM JOURNAL-SWEEP-LEG
           ELSE
               ADD 1 TO HALF-POSTED
               MOVE "HALF POSTED -- DEBIT STANDS, SEE ALERTQ"
                   TO PART-NOTE(PART-SUB)
               IF SWEEP-DEBIT-ACCOUNT = CONCENTRATION-ACCOUNT
                   SUBTRACT SWEEP-AMOUNT FROM CONCENTRATION-BALANCE
               ELSE
                   MOVE DEBIT-NEW-BALANCE
                       TO PART-POST-BALANCE(PART-SUB)
               END-IF
               MOVE RUN-DATE TO ALERT-RUN-DATE
               MOVE RUN-TIME TO ALERT-RUN-TIME
               MOVE SPACES TO ALERT-MESSAGE
               STRING "SWEEP HALF POSTED: ACCOUNT " DELIMITED BY SIZE
                   SWEEP-DEBIT-ACCOUNT DELIMITED BY SIZE
                   " DEBITED, REFERENCE " DELIMITED BY SIZE
                   REFERENCE-NUMBER DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               MOVE 'N'    TO ALERT-ACK-FLAG
               MOVE SPACES TO ALERT-ACK-BY
               MOVE 0      TO ALERT-ACK-DATE
               MOVE 0      TO ALERT-ACK-TIME
               MOVE SPACES TO ALERT-DISPOSITION
               IF ALERT-STATUS = "00"
                   WRITE ALERT-RECORD
               END-IF
               DISPLAY "sweep back-out failed -- account "
                   SWEEP-DEBIT-ACCOUNT " debited under reference "
                   REFERENCE-NUMBER " with no credit"
           END-IF
           EXIT.

      * Journaled off balpost's own return, so each leg's line
      * carries the balance it moved from and to.
       JOURNAL-SWEEP-LEG SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE BPST-PRIOR-BALANCE TO JRNL-VALUE-1
           MOVE BPST-OPERATION     TO JRNL-OPERATION
           MOVE BPST-AMOUNT        TO JRNL-VALUE-2
           MOVE BPST-NEW-BALANCE   TO JRNL-RESULT
           MOVE RUN-DATE           TO JRNL-DATE
           MOVE "SWEEP"            TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER   TO JRNL-REFERENCE
           MOVE "OK"               TO JRNL-OUTCOME
           MOVE RUN-DATE           TO JRNL-RUN-DATE
           MOVE RUN-TIME           TO JRNL-RUN-TIME
           MOVE SWEEP-ORIG-REFERENCE TO JRNL-ORIG-REFERENCE
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
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           ADD JRNL-RESULT TO JOURNALED-RESULT-TOTAL
           EXIT.

       CHECK-ACCOUNT-HOLD SECTION.
           MOVE SPACE TO HOLD-FOUND-TYPE
           IF HOLD-MASTER-AVAILABLE
               MOVE HOLD-ACCOUNT-WANTED TO HLD-ACCOUNT-ID
               READ HOLD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-HOLD-ACTIVE
                           MOVE HLD-HOLD-TYPE TO HOLD-FOUND-TYPE
                       END-IF
               END-READ
           END-IF
           EXIT.

       PRINT-POOL-REFUSAL SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "POOL " DELIMITED BY SIZE
               POOL-ID DELIMITED BY SIZE
               "  NOT SWEPT -- " DELIMITED BY SIZE
               POOL-REFUSAL DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * The pool statement.  SWEEP is signed from the account's
      * side: minus swept up out of it, plus covered into it.
       PRINT-POOL-STATEMENT SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "POOL " DELIMITED BY SIZE
               POOL-ID DELIMITED BY SIZE
               "  CONCENTRATION ACCOUNT " DELIMITED BY SIZE
               CONCENTRATION-ACCOUNT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "  ACCOUNT   DIR        TARGET      PRE-SWEEP"
               DELIMITED BY SIZE
               "          SWEEP     POST-SWEEP  REFERENCE"
               DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CONCENTRATION-BALANCE TO POOL-TOTAL
           PERFORM PRINT-PARTICIPANT-LINE
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PART-COUNT
           MOVE CONCENTRATION-PRE TO PRE-EDIT
           COMPUTE SWEEP-AMOUNT = CONCENTRATION-BALANCE
               - CONCENTRATION-PRE
           MOVE SWEEP-AMOUNT TO SWEEP-EDIT
           MOVE CONCENTRATION-BALANCE TO POST-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  " DELIMITED BY SIZE
               CONCENTRATION-ACCOUNT DELIMITED BY SIZE
               "  CONC               " DELIMITED BY SIZE
               PRE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SWEEP-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               POST-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CONCENTRATION-BALANCE TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  CONCENTRATION TOTAL: " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE POOL-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  POOL TOTAL:          " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       PRINT-PARTICIPANT-LINE SECTION.
           MOVE PART-TARGET(PART-SUB) TO TARGET-EDIT
           MOVE SPACES TO REPORT-WORK
           IF PART-ON-MASTER(PART-SUB)
               ADD PART-POST-BALANCE(PART-SUB) TO POOL-TOTAL
               MOVE PART-PRE-BALANCE(PART-SUB) TO PRE-EDIT
               MOVE PART-SWEEP-AMOUNT(PART-SUB) TO SWEEP-EDIT
               MOVE PART-POST-BALANCE(PART-SUB) TO POST-EDIT
               STRING "  " DELIMITED BY SIZE
                   PART-ACCOUNT-ID(PART-SUB) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   PART-DIRECTION(PART-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TARGET-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PRE-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SWEEP-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   POST-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PART-REFERENCE(PART-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PART-NOTE(PART-SUB) DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "  " DELIMITED BY SIZE
                   PART-ACCOUNT-ID(PART-SUB) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   PART-DIRECTION(PART-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TARGET-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PART-NOTE(PART-SUB) DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-RUN-HEADER SECTION.
           MOVE "H"        TO JRNLH-RECORD-TYPE
           MOVE RUN-DATE   TO JRNLH-RUN-DATE
           MOVE RUN-TIME   TO JRNLH-RUN-TIME
           MOVE "SWEEP"    TO JRNLH-PROGRAM-NAME
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

       ASSIGN-SWEEP-REFERENCE SECTION.
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
           MOVE POOLS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "POOLS READ: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE POOLS-REFUSED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "POOLS NOT SWEPT: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SWEEPS-UP TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "SWEEPS UP POSTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-SWEPT-UP TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL SWEPT UP: " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE COVERS-PAID TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "COVERS POSTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-COVERED TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL COVERED: " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE NOT-SWEPT TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "PARTICIPANTS NOT SWEPT AS RULED: "
               DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SWEEPS-FAILED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "SWEEPS THAT FAILED TO POST: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HALF-POSTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "SWEEPS LEFT HALF POSTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
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
