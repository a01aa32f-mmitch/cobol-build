       IDENTIFICATION DIVISION.
       PROGRAM-ID. BVADJ.

      *****************************************************************
      *  BVADJ is the back-valuation interest adjustment.  A
      *  transaction that arrives late can carry the date the money
      *  really moved (TRAN-VALUE-DATE, or CALC-VALUE-DATE on a
      *  BALANCE mode posting), and balance history records it in
      *  BALH-VALUE-DATE.  Between that value date and the day the
      *  movement actually posted, the account earned interest on
      *  the wrong balance; this run squares it.
      *
      *  One pass over BALHIST picks out the movements valued
      *  earlier than they posted that it has not seen before --
      *  the BVADJPOS file holds the run-date/run-time stamp of the
      *  newest history line the last run looked at, so each run
      *  takes only what has arrived since.  The candidates land on
      *  the BVADWORK work file and BALHIST is closed before any
      *  posting appends to it.
      *
      *  For each candidate the interest the movement would have
      *  earned is priced the way INTACCR prices a day's accrual:
      *  the month's interest on the movement through the same
      *  `interest` subprogram, over the account's own rate and
      *  periods, spread evenly over the days of the value date's
      *  month, times the days between value date and posting.  A
      *  credit valued early gained interest and is credited; a
      *  debit valued early lost interest and is debited.  Each
      *  correction goes through balpost like any other movement
      *  and journals inside this program's header/trailer pair
      *  (references from the shared REFSEQ sequence), carrying
      *  the original movement's reference in JRNL-ORIG-REFERENCE
      *  so the pair can be read together.  Accounts on zero rate
      *  or zero periods earn nothing and are passed by; an
      *  adjustment that rounds to nothing is reported, not
      *  posted.  BVADRPT lists every candidate and the totals.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT BACKVALUE-WORK-FILE ASSIGN TO "BVADWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BVW-SEQUENCE
               FILE STATUS IS BACKVALUE-WORK-STATUS.
           SELECT POSITION-FILE ASSIGN TO "BVADJPOS"
               FILE STATUS IS POSITION-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BVADRPT".

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY balrec.

       FD BALANCE-HISTORY-FILE.
       COPY balhist.

      * One row per back-valued movement still to be squared, in
      * the order BALHIST carried them.
       FD BACKVALUE-WORK-FILE.
       01 BACKVALUE-WORK-RECORD.
           05 BVW-SEQUENCE    PIC 9(08).
           05 BVW-ACCOUNT-ID  PIC X(08).
           05 BVW-REFERENCE   PIC X(10).
           05 BVW-VALUE-DATE  PIC 9(08).
           05 BVW-POST-DATE   PIC 9(08).
           05 BVW-MOVEMENT    PIC S9(9)V99.

      * The stamp of the newest history line the last run saw.
       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 BVAP-LAST-RUN-DATE PIC 9(08).
           05 BVAP-LAST-RUN-TIME PIC 9(08).

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD REFERENCE-SEQ-FILE.
       01 REFSEQ-RECORD.
           05 REFS-LAST-DATE   PIC 9(08).
           05 REFS-LAST-NUMBER PIC 9(04).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 BALANCE-STATUS         PIC X(02).
       01 BALANCE-HISTORY-STATUS PIC X(02).
       01 BACKVALUE-WORK-STATUS  PIC X(02).
       01 POSITION-STATUS        PIC X(02).
       01 JOURNAL-STATUS         PIC X(02).
       01 REFERENCE-SEQ-STATUS   PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 ACCOUNT-FOUND-SWITCH PIC X(01).
           88 ACCOUNT-FOUND VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
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

      * History stamps compare as date-then-time.
       01 HIGH-WATER-STAMP.
           05 HWM-DATE PIC 9(08) VALUE 0.
           05 HWM-TIME PIC 9(08) VALUE 0.
       01 LATEST-STAMP.
           05 LST-DATE PIC 9(08) VALUE 0.
           05 LST-TIME PIC 9(08) VALUE 0.
       01 MOVEMENT-STAMP.
           05 MVS-DATE PIC 9(08).
           05 MVS-TIME PIC 9(08).
       01 WORK-SEQUENCE PIC 9(08) VALUE 0.

      * The correction goes through the shared balpost subprogram
      * (see copy/balpostl.cpy); this program's own BALANCE open
      * is read-only, for the account's interest terms.
       COPY balpostl.
       01 PRIOR-BALANCE  PIC S9(9)V99.
       01 MONTH-INTEREST PIC S9(9)V99.
       01 ADJUSTMENT     PIC S9(9)V99.
       01 ADJUSTMENT-AMOUNT PIC S9(9)V99.
       01 ADJUSTMENT-OPERATION PIC X(01).
       01 BACKVALUE-DAYS PIC S9(08) COMP.

      * Pulled apart to find the number of days in the value
      * date's month.
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
       01 VALUE-SERIAL   PIC 9(08) COMP.
       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS    PIC 9(08) COMP.
       01 SERIAL-YEAR    PIC 9(04) COMP.
       01 SERIAL-MONTH   PIC 9(02) COMP.
       01 SERIAL-WORK    PIC 9(08) COMP.
       01 SERIAL-DAY     PIC 9(02) COMP.

       01 HISTORY-READ      PIC 9(08) COMP VALUE 0.
       01 CANDIDATES        PIC 9(08) COMP VALUE 0.
       01 ADJUSTMENTS-POSTED PIC 9(08) COMP VALUE 0.
       01 ADJUSTMENTS-NIL   PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-NO-RATE  PIC 9(08) COMP VALUE 0.
       01 ADJUSTMENTS-FAILED PIC 9(08) COMP VALUE 0.
       01 TOTAL-CREDITED    PIC S9(11)V99 VALUE 0.
       01 TOTAL-DEBITED     PIC S9(11)V99 VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(08) COMP VALUE 0.
      * Sum of the JRNL-RESULT amounts journaled as OK lines --
      * the figure the run trailer must claim for JRNLRPT's
      * reconciliation of this run to foot.
       01 JOURNALED-RESULT-TOTAL PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 DAYS-EDIT   PIC ZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 INTEREST-EDIT PIC ZZZZZZZZ9.99-.
       01 RETURN-CODE-EDIT PIC ZZZ9.
       01 REPORT-WORK PIC X(120).
       01 IO.
       COPY data.

      * Tamper-evidence chain state (see copy/jrnlhshl.cpy).
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "BVADJ" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-REF-CHECKDIGIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REF-CHECKDIGIT-ENV
           IF REF-CHECKDIGIT-ENV = "YES"
               SET REF-CHECKDIGIT-MODE TO TRUE
           END-IF
           PERFORM LOAD-POSITION
           PERFORM COLLECT-BACKVALUED-MOVEMENTS
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BACKVALUE-WORK-FILE
           IF BACKVALUE-WORK-STATUS NOT = "00"
               DISPLAY "unable to reopen back-value work file, "
                   "status " BACKVALUE-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "BACK-VALUATION INTEREST ADJUSTMENT RUN "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LOAD-REFERENCE-SEQUENCE
           PERFORM WRITE-RUN-HEADER
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-AND-ADJUST UNTIL SOURCE-EOF
           PERFORM WRITE-RUN-TRAILER
           PERFORM WRITE-SUMMARY
           PERFORM SAVE-REFERENCE-SEQUENCE
           PERFORM SAVE-POSITION
           MOVE "CLOSE   " TO BPST-FUNCTION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           CLOSE BALANCE-FILE
           CLOSE BACKVALUE-WORK-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           IF ADJUSTMENTS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * No position file yet means every back-valued movement on
      * history is still to be squared.
       LOAD-POSITION SECTION.
           OPEN INPUT POSITION-FILE
           IF POSITION-STATUS = "00"
               READ POSITION-FILE
                   NOT AT END
                       MOVE BVAP-LAST-RUN-DATE TO HWM-DATE
                       MOVE BVAP-LAST-RUN-TIME TO HWM-TIME
               END-READ
               CLOSE POSITION-FILE
           END-IF
           MOVE HIGH-WATER-STAMP TO LATEST-STAMP
           EXIT.

       SAVE-POSITION SECTION.
           OPEN OUTPUT POSITION-FILE
           MOVE LST-DATE TO BVAP-LAST-RUN-DATE
           MOVE LST-TIME TO BVAP-LAST-RUN-TIME
           WRITE POSITION-RECORD
           CLOSE POSITION-FILE
           EXIT.

      * One pass over balance history.  BALHIST is closed again
      * before any correction is posted, since balpost appends the
      * corrections' own history lines to it.
       COLLECT-BACKVALUED-MOVEMENTS SECTION.
           OPEN OUTPUT BACKVALUE-WORK-FILE
           IF BACKVALUE-WORK-STATUS NOT = "00"
               DISPLAY "unable to open back-value work file, status "
                   BACKVALUE-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM NOTE-ONE-MOVEMENT UNTIL SOURCE-EOF
               CLOSE BALANCE-HISTORY-FILE
           ELSE
               DISPLAY "balance history not available, status "
                   BALANCE-HISTORY-STATUS
           END-IF
           CLOSE BACKVALUE-WORK-FILE
           EXIT.

       NOTE-ONE-MOVEMENT SECTION.
           READ BALANCE-HISTORY-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-READ
                   MOVE BALH-RUN-DATE TO MVS-DATE
                   MOVE BALH-RUN-TIME TO MVS-TIME
                   IF MOVEMENT-STAMP > HIGH-WATER-STAMP
                       IF MOVEMENT-STAMP > LATEST-STAMP
                           MOVE MOVEMENT-STAMP TO LATEST-STAMP
                       END-IF
                       IF BALH-VALUE-DATE IS NUMERIC
                               AND BALH-VALUE-DATE > 0
                               AND BALH-VALUE-DATE < BALH-RUN-DATE
                           PERFORM KEEP-CANDIDATE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       KEEP-CANDIDATE SECTION.
           ADD 1 TO WORK-SEQUENCE
           ADD 1 TO CANDIDATES
           MOVE WORK-SEQUENCE   TO BVW-SEQUENCE
           MOVE BALH-ACCOUNT-ID TO BVW-ACCOUNT-ID
           MOVE BALH-REFERENCE  TO BVW-REFERENCE
           MOVE BALH-VALUE-DATE TO BVW-VALUE-DATE
           MOVE BALH-RUN-DATE   TO BVW-POST-DATE
           COMPUTE BVW-MOVEMENT =
               BALH-NEW-BALANCE - BALH-PRIOR-BALANCE
           WRITE BACKVALUE-WORK-RECORD
           EXIT.

       WRITE-RUN-HEADER SECTION.
           MOVE "H"        TO JRNLH-RECORD-TYPE
           MOVE RUN-DATE   TO JRNLH-RUN-DATE
           MOVE RUN-TIME   TO JRNLH-RUN-TIME
           MOVE "BVADJ   " TO JRNLH-PROGRAM-NAME
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

       READ-AND-ADJUST SECTION.
           READ BACKVALUE-WORK-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   PERFORM JUDGE-ONE-MOVEMENT
           END-READ
           EXIT.

       JUDGE-ONE-MOVEMENT SECTION.
           MOVE BVW-ACCOUNT-ID TO BAL-ACCOUNT-ID
           MOVE 'Y' TO ACCOUNT-FOUND-SWITCH
           READ BALANCE-FILE
               INVALID KEY
                   MOVE 'N' TO ACCOUNT-FOUND-SWITCH
           END-READ
           IF NOT ACCOUNT-FOUND
               ADD 1 TO ADJUSTMENTS-FAILED
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BVW-ACCOUNT-ID DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   BVW-REFERENCE DELIMITED BY SIZE
                   " NOT ON BALANCE MASTER -- NOT ADJUSTED"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF BAL-INTEREST-RATE = 0
                       OR BAL-INTEREST-PERIODS = 0
                   ADD 1 TO ACCOUNTS-NO-RATE
               ELSE
                   PERFORM PRICE-ONE-ADJUSTMENT
               END-IF
           END-IF
           EXIT.

      * The movement's month interest, priced as INTACCR prices
      * it, earned for each day the money was really there before
      * it posted.
       PRICE-ONE-ADJUSTMENT SECTION.
           MOVE BVW-VALUE-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO VALUE-SERIAL
           MOVE BVW-POST-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           COMPUTE BACKVALUE-DAYS = SERIAL-DAYS - VALUE-SERIAL
           MOVE BVW-VALUE-DATE TO WORK-DATE-NUM
           PERFORM SET-MONTH-LIMIT
           MOVE BVW-MOVEMENT         TO VALUE-1
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
               ADD 1 TO ADJUSTMENTS-FAILED
               MOVE RETURN-CODE TO RETURN-CODE-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BVW-ACCOUNT-ID DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   BVW-REFERENCE DELIMITED BY SIZE
                   " NOT PRICED -- RETURN CODE " DELIMITED BY SIZE
                   RETURN-CODE-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO RETURN-CODE
           ELSE
               COMPUTE MONTH-INTEREST = RESULT - BVW-MOVEMENT
               COMPUTE ADJUSTMENT ROUNDED =
                   MONTH-INTEREST * BACKVALUE-DAYS / MONTH-LIMIT
               IF ADJUSTMENT = 0
                   ADD 1 TO ADJUSTMENTS-NIL
                   MOVE SPACES TO REFERENCE-NUMBER
                   PERFORM REPORT-ONE-ADJUSTMENT
               ELSE
                   PERFORM POST-ONE-ADJUSTMENT
               END-IF
           END-IF
           EXIT.

       POST-ONE-ADJUSTMENT SECTION.
           IF ADJUSTMENT > 0
               MOVE "+" TO ADJUSTMENT-OPERATION
               MOVE ADJUSTMENT TO ADJUSTMENT-AMOUNT
           ELSE
               MOVE "-" TO ADJUSTMENT-OPERATION
               COMPUTE ADJUSTMENT-AMOUNT = 0 - ADJUSTMENT
           END-IF
           PERFORM ASSIGN-ADJUSTMENT-REFERENCE
           MOVE "POST    "     TO BPST-FUNCTION
           MOVE BVW-ACCOUNT-ID TO BPST-ACCOUNT-ID
           MOVE ADJUSTMENT-OPERATION TO BPST-OPERATION
           MOVE ADJUSTMENT-AMOUNT TO BPST-AMOUNT
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
                   "back-valuation run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               ADD 1 TO ADJUSTMENTS-FAILED
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BVW-ACCOUNT-ID DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   BVW-REFERENCE DELIMITED BY SIZE
                   " ADJUSTMENT FAILED -- BALANCE UNTOUCHED"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE BPST-PRIOR-BALANCE TO PRIOR-BALANCE
               ADD 1 TO ADJUSTMENTS-POSTED
               IF ADJUSTMENT > 0
                   ADD ADJUSTMENT-AMOUNT TO TOTAL-CREDITED
               ELSE
                   ADD ADJUSTMENT-AMOUNT TO TOTAL-DEBITED
               END-IF
               PERFORM JOURNAL-ADJUSTMENT
               PERFORM REPORT-ONE-ADJUSTMENT
           END-IF
           EXIT.

      * Journaled as an ordinary addition or subtraction so the
      * trial-balance replay and the statement read it like any
      * other posting; the original movement's reference rides in
      * JRNL-ORIG-REFERENCE and the rate in the rate-applied field.
       JOURNAL-ADJUSTMENT SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE PRIOR-BALANCE    TO JRNL-VALUE-1
           MOVE ADJUSTMENT-OPERATION TO JRNL-OPERATION
           MOVE ADJUSTMENT-AMOUNT TO JRNL-VALUE-2
           MOVE BPST-NEW-BALANCE TO JRNL-RESULT
           MOVE RUN-DATE         TO JRNL-DATE
           MOVE "BVADJ   "       TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER TO JRNL-REFERENCE
           MOVE "OK"             TO JRNL-OUTCOME
           MOVE RUN-DATE         TO JRNL-RUN-DATE
           MOVE RUN-TIME         TO JRNL-RUN-TIME
           MOVE BVW-REFERENCE    TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE BVW-MOVEMENT     TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE BVW-ACCOUNT-ID    TO JRNL-ACCOUNT-ID
           MOVE BAL-INTEREST-RATE TO JRNL-RATE-APPLIED
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

       REPORT-ONE-ADJUSTMENT SECTION.
           MOVE BACKVALUE-DAYS TO DAYS-EDIT
           MOVE ADJUSTMENT TO INTEREST-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT " DELIMITED BY SIZE
               BVW-ACCOUNT-ID DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               BVW-REFERENCE DELIMITED BY SIZE
               " VALUED " DELIMITED BY SIZE
               BVW-VALUE-DATE DELIMITED BY SIZE
               " POSTED " DELIMITED BY SIZE
               BVW-POST-DATE DELIMITED BY SIZE
               " DAYS " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " INTEREST " DELIMITED BY SIZE
               INTEREST-EDIT DELIMITED BY SIZE
               " ADJ REF " DELIMITED BY SIZE
               REFERENCE-NUMBER DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       ASSIGN-ADJUSTMENT-REFERENCE SECTION.
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
           MOVE HISTORY-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "HISTORY LINES READ: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CANDIDATES TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "BACK-VALUED MOVEMENTS: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ADJUSTMENTS-POSTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ADJUSTMENTS POSTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ADJUSTMENTS-NIL TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ADJUSTMENTS ROUNDING TO NIL: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-NO-RATE TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "MOVEMENTS ON NON-INTEREST ACCOUNTS: "
               DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ADJUSTMENTS-FAILED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "MOVEMENTS NOT ADJUSTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-CREDITED TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "INTEREST CREDITED: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-DEBITED TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "INTEREST DEBITED: " DELIMITED BY SIZE
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
