      *    DATE  TRAN-DATE-IN not a plausible calendar date
      *    OPCD  operation code not in the OP-TABLE
      *    OPER  operator id blank or not starting with a letter
      *    ACOP  account posting whose operation is not "+" or "-"
      *    ACAM  account posting whose amount is not positive
      *    CCYU  a currency code not on the currency master
      *    CCYI  a currency code not active on TRAN-DATE-IN
      *
      *  Clean records go to CLEANTRN (which CALCBAT then posts in
      *  place of the raw file); rejects go to REJECTS, each
      *  batch "B"/"E" control records pass through to CLEANTRN
      *  untouched -- they are CALCULATOR's to interpret.
      *
      *  The currency checks are made through currfind against the
      *  currency master (copy/currrec.cpy), the same judgement
      *  CALCULATOR makes; a blank code is the base currency and
      *  passes.  With no currency master mounted the codes go
      *  through unjudged.
      *
      *  After the built-in checks come the business rules on the
      *  EDITRULE master (copy/editrule.cpy, maintained by EDITMNT),
      *  applied in rule-id order to the records each rule's scope
      *  covers -- department (from the "B" header the record
      *  arrived under), operation code, currency, amount.  A record
      *  that breaks a rule is rejected under the rule's own reject
      *  code, and EDITRPT counts the rejects rule by rule.  With no
      *  rule master on hand the built-in checks run alone.
      *
      *  A reject leaves the department batch it belonged to short,
      *  which the department trailer reconciliation in CALCULATOR
      *  then reports -- that is the desired behavior: the batch
      *  bounces back to the submitting department with the edit
      *  report naming the record that caused it.
      *
      *  Each department's records submitted, and its rejects by
      *  reason code, are appended to the data-quality history
      *  (copy/dqhist.cpy) at the end of the run for DQSCORE's
      *  monthly scorecard.  Records outside a department batch
      *  are not counted there; with no DQHIST mounted nothing is
      *  recorded.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT CLEAN-FILE  ASSIGN TO "CLEANTRN".
           SELECT REJECT-FILE ASSIGN TO "REJECTS".
           SELECT REPORT-FILE ASSIGN TO "EDITRPT".
           SELECT EDIT-RULE-FILE ASSIGN TO "EDITRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ERL-RULE-ID
               FILE STATUS IS EDIT-RULE-STATUS.
           SELECT QUALITY-HISTORY-FILE ASSIGN TO "DQHIST"
               FILE STATUS IS QUALITY-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RAW-APPROVED-BY    PIC X(08).
           05 RAW-COST-CENTER    PIC X(04).
           05 RAW-PRODUCT-CODE   PIC X(04).
           05 RAW-VALUE-DATE     PIC X(08).
           05 RAW-ACCOUNT-ID     PIC X(08).
           05 RAW-SOURCE-POSITION PIC X(08).
           05 RAW-SOURCE-SYSTEM   PIC X(04).

       FD CLEAN-FILE.
       01 CLEAN-RECORD PIC X(109).

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-REASON-CODE PIC X(04).
           05 FILLER          PIC X(01).
           05 REJ-TRAN-IMAGE  PIC X(112).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD EDIT-RULE-FILE.
       COPY editrule.

       FD QUALITY-HISTORY-FILE.
       COPY dqhist.

       WORKING-STORAGE SECTION.
       01 RAW-TRAN-STATUS PIC X(02).
       01 TRAN-EOF-SWITCH PIC X(01) VALUE 'N'.
       01 REPORT-WORK           PIC X(100).
       COPY optable.

      * The business edit rules in storage, in rule-id order, with
      * the rejects each has named this run.
       01 EDIT-RULE-STATUS PIC X(02).
       01 RULE-EOF-SWITCH PIC X(01).
           88 RULE-EOF VALUE 'Y'.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 200 TIMES INDEXED BY RULE-IDX.
               10 RULE-ID          PIC X(04).
               10 RULE-FIELD       PIC X(04).
               10 RULE-CONDITION   PIC X(02).
               10 RULE-VALUE       PIC X(11).
               10 RULE-VALUE-AMOUNT REDEFINES RULE-VALUE
                                   PIC 9(9)V99.
               10 RULE-REJECT-CODE PIC X(04).
               10 RULE-DEPARTMENT  PIC X(04).
               10 RULE-OPERATION   PIC X(01).
               10 RULE-CURRENCY    PIC X(03).
               10 RULE-SCOPE-AMOUNT PIC 9(9)V99.
               10 RULE-DESCRIPTION PIC X(18).
               10 RULE-REJECT-COUNT PIC 9(08) COMP.
       01 RULE-ENTRIES-USED   PIC 9(03) COMP VALUE 0.
       01 RULES-NOT-LOADED    PIC 9(05) COMP VALUE 0.
       01 RULE-IN-SCOPE-SWITCH PIC X(01).
           88 RULE-IN-SCOPE VALUE 'Y'.
       01 RULE-BROKEN-SWITCH PIC X(01).
           88 RULE-BROKEN VALUE 'Y'.
      * The department of the "B" batch being read -- blank outside
      * a batch, where only rules with no department scope apply.
       01 CURRENT-DEPARTMENT PIC X(04) VALUE SPACES.
      * The field a rule names, as text and (VAL1/VAL2) as amount.
       01 RULE-FIELD-TEXT   PIC X(11).
       01 RULE-FIELD-AMOUNT PIC S9(9)V99.
       01 RULE-AMOUNT-TEST  PIC S9(9)V99.

      * Per department, records submitted and rejects by reason,
      * for the data-quality history.  A department/reason pair
      * past the table's capacity is counted and reported, not
      * recorded.
       01 QUALITY-HISTORY-STATUS PIC X(02).
       01 QUALITY-TABLE.
           05 QUALITY-ENTRY OCCURS 500 TIMES INDEXED BY QUALITY-IDX.
               10 QLT-DEPARTMENT PIC X(04).
               10 QLT-MEASURE    PIC X(04).
               10 QLT-REASON     PIC X(04).
               10 QLT-COUNT      PIC 9(08) COMP.
       01 QUALITY-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 QUALITY-NOT-KEPT     PIC 9(05) COMP VALUE 0.
       01 QUALITY-FOUND-SWITCH PIC X(01).
           88 QUALITY-FOUND VALUE 'Y'.
       01 QUALITY-MEASURE PIC X(04).
       01 QUALITY-REASON  PIC X(04).
       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).

       COPY currfndl.
       01 CURRMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CURRMAST-AVAILABLE VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM LOAD-EDIT-RULES
           MOVE "OPEN    " TO CFND-FUNCTION
           CALL 'currfind' USING CURRENCY-FIND-AREA
           IF CFND-RETURN-CODE = 0
               SET CURRMAST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT RAW-TRAN-FILE
           IF RAW-TRAN-STATUS NOT = "00"
               DISPLAY "unable to open transaction file, status "
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-RULE-COUNTS
           PERFORM WRITE-QUALITY-HISTORY
           CLOSE RAW-TRAN-FILE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE REPORT-FILE
           IF CURRMAST-AVAILABLE
               MOVE "CLOSE   " TO CFND-FUNCTION
               CALL 'currfind' USING CURRENCY-FIND-AREA
           END-IF
           IF RECORDS-REJECT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
                           OR RAW-TRAN-RECORD(1:1) = "B"
                           OR RAW-TRAN-RECORD(1:1) = "E"
                           OR RAW-TRAN-RECORD(1:1) = "C"
                       PERFORM NOTE-BATCH-DEPARTMENT
                       WRITE CLEAN-RECORD FROM RAW-TRAN-RECORD
                       ADD 1 TO CONTROL-PASSED-COUNT
                   ELSE
                       ADD 1 TO RECORDS-READ-COUNT
                       MOVE "SUBM" TO QUALITY-MEASURE
                       MOVE SPACES TO QUALITY-REASON
                       PERFORM TALLY-QUALITY
                       PERFORM VALIDATE-RAW-RECORD
                       IF RECORD-VALID
                           WRITE CLEAN-RECORD FROM RAW-TRAN-RECORD
                           MOVE RAW-TRAN-RECORD TO REJ-TRAN-IMAGE
                           WRITE REJECT-RECORD
                           ADD 1 TO RECORDS-REJECT-COUNT
                           MOVE "EREJ" TO QUALITY-MEASURE
                           MOVE REJECT-REASON TO QUALITY-REASON
                           PERFORM TALLY-QUALITY
                       END-IF
                   END-IF
           END-READ
               IF RECORD-VALID
                   PERFORM VALIDATE-OPERATOR-FORMAT
               END-IF
               IF RECORD-VALID AND RAW-ACCOUNT-ID NOT = SPACES
                   PERFORM VALIDATE-ACCOUNT-POSTING
               END-IF
               IF RECORD-VALID AND CURRMAST-AVAILABLE
                   PERFORM VALIDATE-CURRENCY-CODES
               END-IF
               IF RECORD-VALID AND RULE-ENTRIES-USED > 0
                   PERFORM APPLY-EDIT-RULES
               END-IF
           END-IF
           END-IF
           END-IF
           END-SEARCH
           EXIT.

      * A record naming an account moves that account's balance:
      * only a credit or a debit of a positive amount means
      * anything there.
       VALIDATE-ACCOUNT-POSTING SECTION.
           IF RAW-OPERATION NOT = "+" AND RAW-OPERATION NOT = "-"
               MOVE 'N' TO RECORD-VALID-SWITCH
               MOVE "ACOP" TO REJECT-REASON
           ELSE
               IF RAW-VALUE-2-NUM NOT > 0
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE "ACAM" TO REJECT-REASON
               END-IF
           END-IF
           EXIT.

       VALIDATE-CURRENCY-CODES SECTION.
           MOVE RAW-DATE TO CFND-DATE
           IF RAW-CURRENCY-1 NOT = SPACES
               MOVE RAW-CURRENCY-1 TO CFND-CURRENCY
               PERFORM JUDGE-ONE-CURRENCY
           END-IF
           IF RECORD-VALID AND RAW-CURRENCY-2 NOT = SPACES
               MOVE RAW-CURRENCY-2 TO CFND-CURRENCY
               PERFORM JUDGE-ONE-CURRENCY
           END-IF
           EXIT.

       JUDGE-ONE-CURRENCY SECTION.
           MOVE "CHECK   " TO CFND-FUNCTION
           CALL 'currfind' USING CURRENCY-FIND-AREA
           EVALUATE CFND-RETURN-CODE
               WHEN 8
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE "CCYU" TO REJECT-REASON
               WHEN 4
                   MOVE 'N' TO RECORD-VALID-SWITCH
                   MOVE "CCYI" TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       VALIDATE-OPERATOR-FORMAT SECTION.
           IF RAW-OPERATOR = SPACES
               MOVE 'N' TO RECORD-VALID-SWITCH
               END-IF
           END-IF
           EXIT.

      * The rule master is read once into storage; a rule past the
      * table's capacity is reported and not applied.
       LOAD-EDIT-RULES SECTION.
           OPEN INPUT EDIT-RULE-FILE
           IF EDIT-RULE-STATUS NOT = "00"
               DISPLAY "no edit rule master on hand, status "
                   EDIT-RULE-STATUS " -- built-in checks only"
           ELSE
               MOVE 'N' TO RULE-EOF-SWITCH
               PERFORM LOAD-ONE-RULE UNTIL RULE-EOF
               CLOSE EDIT-RULE-FILE
               IF RULES-NOT-LOADED > 0
                   DISPLAY "edit rule table full -- "
                       RULES-NOT-LOADED " rules not applied"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

       LOAD-ONE-RULE SECTION.
           READ EDIT-RULE-FILE
               AT END
                   SET RULE-EOF TO TRUE
               NOT AT END
                   IF RULE-ENTRIES-USED < 200
                       ADD 1 TO RULE-ENTRIES-USED
                       SET RULE-IDX TO RULE-ENTRIES-USED
                       MOVE ERL-RULE-ID     TO RULE-ID(RULE-IDX)
                       MOVE ERL-FIELD       TO RULE-FIELD(RULE-IDX)
                       MOVE ERL-CONDITION
                           TO RULE-CONDITION(RULE-IDX)
                       MOVE ERL-VALUE       TO RULE-VALUE(RULE-IDX)
                       MOVE ERL-REJECT-CODE
                           TO RULE-REJECT-CODE(RULE-IDX)
                       MOVE ERL-SCOPE-DEPARTMENT
                           TO RULE-DEPARTMENT(RULE-IDX)
                       MOVE ERL-SCOPE-OPERATION
                           TO RULE-OPERATION(RULE-IDX)
                       MOVE ERL-SCOPE-CURRENCY
                           TO RULE-CURRENCY(RULE-IDX)
                       MOVE ERL-SCOPE-AMOUNT
                           TO RULE-SCOPE-AMOUNT(RULE-IDX)
                       MOVE ERL-DESCRIPTION
                           TO RULE-DESCRIPTION(RULE-IDX)
                       MOVE 0 TO RULE-REJECT-COUNT(RULE-IDX)
                   ELSE
                       ADD 1 TO RULES-NOT-LOADED
                   END-IF
           END-READ
           EXIT.

       NOTE-BATCH-DEPARTMENT SECTION.
           IF RAW-TRAN-RECORD(1:1) = "B"
               MOVE RAW-TRAN-RECORD(2:4) TO CURRENT-DEPARTMENT
           END-IF
           IF RAW-TRAN-RECORD(1:1) = "E"
               MOVE SPACES TO CURRENT-DEPARTMENT
           END-IF
           EXIT.

      * Rules run in rule-id order and stop at the first one the
      * record breaks, the same one-reason-per-reject discipline
      * as the built-in checks.
       APPLY-EDIT-RULES SECTION.
           MOVE 'N' TO RULE-BROKEN-SWITCH
           SET RULE-IDX TO 1
           PERFORM APPLY-ONE-RULE
               UNTIL RULE-IDX > RULE-ENTRIES-USED OR RULE-BROKEN
           EXIT.

       APPLY-ONE-RULE SECTION.
           PERFORM JUDGE-RULE-SCOPE
           IF RULE-IN-SCOPE
               PERFORM FETCH-RULE-FIELD
               PERFORM JUDGE-RULE-CONDITION
           END-IF
           IF RULE-BROKEN
               MOVE 'N' TO RECORD-VALID-SWITCH
               MOVE RULE-REJECT-CODE(RULE-IDX) TO REJECT-REASON
               ADD 1 TO RULE-REJECT-COUNT(RULE-IDX)
           ELSE
               SET RULE-IDX UP BY 1
           END-IF
           EXIT.

       JUDGE-RULE-SCOPE SECTION.
           MOVE 'Y' TO RULE-IN-SCOPE-SWITCH
           IF RULE-DEPARTMENT(RULE-IDX) NOT = SPACES
                   AND RULE-DEPARTMENT(RULE-IDX)
                       NOT = CURRENT-DEPARTMENT
               MOVE 'N' TO RULE-IN-SCOPE-SWITCH
           END-IF
           IF RULE-OPERATION(RULE-IDX) NOT = SPACE
                   AND RULE-OPERATION(RULE-IDX) NOT = RAW-OPERATION
               MOVE 'N' TO RULE-IN-SCOPE-SWITCH
           END-IF
           IF RULE-CURRENCY(RULE-IDX) NOT = SPACES
                   AND RULE-CURRENCY(RULE-IDX) NOT = RAW-CURRENCY-1
               MOVE 'N' TO RULE-IN-SCOPE-SWITCH
           END-IF
           IF RULE-SCOPE-AMOUNT(RULE-IDX) > 0
               MOVE RAW-VALUE-2-NUM TO RULE-AMOUNT-TEST
               IF RULE-AMOUNT-TEST < 0
                   COMPUTE RULE-AMOUNT-TEST = 0 - RULE-AMOUNT-TEST
               END-IF
               IF RULE-AMOUNT-TEST NOT > RULE-SCOPE-AMOUNT(RULE-IDX)
                   MOVE 'N' TO RULE-IN-SCOPE-SWITCH
               END-IF
           END-IF
           EXIT.

       FETCH-RULE-FIELD SECTION.
           MOVE SPACES TO RULE-FIELD-TEXT
           MOVE 0 TO RULE-FIELD-AMOUNT
           EVALUATE RULE-FIELD(RULE-IDX)
               WHEN "VAL1"
                   MOVE RAW-VALUE-1 TO RULE-FIELD-TEXT
                   MOVE RAW-VALUE-1-NUM TO RULE-FIELD-AMOUNT
               WHEN "VAL2"
                   MOVE RAW-VALUE-2 TO RULE-FIELD-TEXT
                   MOVE RAW-VALUE-2-NUM TO RULE-FIELD-AMOUNT
               WHEN "OPCD"
                   MOVE RAW-OPERATION TO RULE-FIELD-TEXT
               WHEN "OPID"
                   MOVE RAW-OPERATOR TO RULE-FIELD-TEXT
               WHEN "REF "
                   MOVE RAW-REFERENCE TO RULE-FIELD-TEXT
               WHEN "CUR1"
                   MOVE RAW-CURRENCY-1 TO RULE-FIELD-TEXT
               WHEN "CUR2"
                   MOVE RAW-CURRENCY-2 TO RULE-FIELD-TEXT
               WHEN "ORIG"
                   MOVE RAW-ORIG-REFERENCE TO RULE-FIELD-TEXT
               WHEN "APPR"
                   MOVE RAW-APPROVED-BY TO RULE-FIELD-TEXT
               WHEN "COST"
                   MOVE RAW-COST-CENTER TO RULE-FIELD-TEXT
               WHEN "PROD"
                   MOVE RAW-PRODUCT-CODE TO RULE-FIELD-TEXT
               WHEN "VDAT"
                   MOVE RAW-VALUE-DATE TO RULE-FIELD-TEXT
               WHEN "ACCT"
                   MOVE RAW-ACCOUNT-ID TO RULE-FIELD-TEXT
           END-EVALUATE
           EXIT.

      * An all-zero value date is as good as blank (see tranrec).
       JUDGE-RULE-CONDITION SECTION.
           IF RULE-FIELD(RULE-IDX) = "VDAT"
                   AND RULE-FIELD-TEXT = "00000000"
               MOVE SPACES TO RULE-FIELD-TEXT
           END-IF
           EVALUATE RULE-CONDITION(RULE-IDX)
               WHEN "PR"
                   IF RULE-FIELD-TEXT = SPACES
                       SET RULE-BROKEN TO TRUE
                   END-IF
               WHEN "AB"
                   IF RULE-FIELD-TEXT NOT = SPACES
                       SET RULE-BROKEN TO TRUE
                   END-IF
               WHEN OTHER
                   IF RULE-FIELD(RULE-IDX) = "VAL1"
                           OR RULE-FIELD(RULE-IDX) = "VAL2"
                       PERFORM JUDGE-AMOUNT-CONDITION
                   ELSE
                       PERFORM JUDGE-TEXT-CONDITION
                   END-IF
           END-EVALUATE
           EXIT.

       JUDGE-AMOUNT-CONDITION SECTION.
           EVALUATE RULE-CONDITION(RULE-IDX)
               WHEN "EQ"
                   IF RULE-FIELD-AMOUNT
                           NOT = RULE-VALUE-AMOUNT(RULE-IDX)
                       SET RULE-BROKEN TO TRUE
                   END-IF
               WHEN "NE"
                   IF RULE-FIELD-AMOUNT = RULE-VALUE-AMOUNT(RULE-IDX)
                       SET RULE-BROKEN TO TRUE
                   END-IF
               WHEN "LE"
                   IF RULE-FIELD-AMOUNT > RULE-VALUE-AMOUNT(RULE-IDX)
                       SET RULE-BROKEN TO TRUE
                   END-IF
               WHEN "GE"
                   IF RULE-FIELD-AMOUNT < RULE-VALUE-AMOUNT(RULE-IDX)
                       SET RULE-BROKEN TO TRUE
                   END-IF
           END-EVALUATE
           EXIT.

       JUDGE-TEXT-CONDITION SECTION.
           EVALUATE RULE-CONDITION(RULE-IDX)
               WHEN "EQ"
                   IF RULE-FIELD-TEXT NOT = RULE-VALUE(RULE-IDX)
                       SET RULE-BROKEN TO TRUE
                   END-IF
               WHEN "NE"
                   IF RULE-FIELD-TEXT = RULE-VALUE(RULE-IDX)
                       SET RULE-BROKEN TO TRUE
                   END-IF
               WHEN "LE"
                   IF RULE-FIELD-TEXT > RULE-VALUE(RULE-IDX)
                       SET RULE-BROKEN TO TRUE
                   END-IF
               WHEN "GE"
                   IF RULE-FIELD-TEXT < RULE-VALUE(RULE-IDX)
                       SET RULE-BROKEN TO TRUE
                   END-IF
           END-EVALUATE
           EXIT.

       WRITE-RULE-COUNTS SECTION.
           IF RULE-ENTRIES-USED > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "REJECTS BY EDIT RULE" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-ONE-RULE-COUNT
                   VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-ENTRIES-USED
           END-IF
           EXIT.

       WRITE-ONE-RULE-COUNT SECTION.
           MOVE RULE-REJECT-COUNT(RULE-IDX) TO EDIT-STAT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RULE " DELIMITED BY SIZE
               RULE-ID(RULE-IDX) DELIMITED BY SIZE
               " CODE " DELIMITED BY SIZE
               RULE-REJECT-CODE(RULE-IDX) DELIMITED BY SIZE
               " REJECTS: " DELIMITED BY SIZE
               EDIT-STAT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RULE-DESCRIPTION(RULE-IDX) DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Counts one record against the current department under
      * QUALITY-MEASURE and QUALITY-REASON.
       TALLY-QUALITY SECTION.
           IF CURRENT-DEPARTMENT NOT = SPACES
               MOVE 'N' TO QUALITY-FOUND-SWITCH
               SET QUALITY-IDX TO 1
               PERFORM FIND-QUALITY-ENTRY
                   UNTIL QUALITY-IDX > QUALITY-ENTRIES-USED
                       OR QUALITY-FOUND
               IF NOT QUALITY-FOUND
                   IF QUALITY-ENTRIES-USED < 500
                       ADD 1 TO QUALITY-ENTRIES-USED
                       SET QUALITY-IDX TO QUALITY-ENTRIES-USED
                       MOVE CURRENT-DEPARTMENT
                           TO QLT-DEPARTMENT(QUALITY-IDX)
                       MOVE QUALITY-MEASURE TO QLT-MEASURE(QUALITY-IDX)
                       MOVE QUALITY-REASON  TO QLT-REASON(QUALITY-IDX)
                       MOVE 0 TO QLT-COUNT(QUALITY-IDX)
                       SET QUALITY-FOUND TO TRUE
                   ELSE
                       ADD 1 TO QUALITY-NOT-KEPT
                   END-IF
               END-IF
               IF QUALITY-FOUND
                   ADD 1 TO QLT-COUNT(QUALITY-IDX)
               END-IF
           END-IF
           EXIT.

       FIND-QUALITY-ENTRY SECTION.
           IF QLT-DEPARTMENT(QUALITY-IDX) = CURRENT-DEPARTMENT
                   AND QLT-MEASURE(QUALITY-IDX) = QUALITY-MEASURE
                   AND QLT-REASON(QUALITY-IDX) = QUALITY-REASON
               SET QUALITY-FOUND TO TRUE
           ELSE
               SET QUALITY-IDX UP BY 1
           END-IF
           EXIT.

      * The run's department counts go to the data-quality history;
      * the file is created on first use.
       WRITE-QUALITY-HISTORY SECTION.
           IF QUALITY-NOT-KEPT > 0
               DISPLAY "data-quality table full -- "
                   QUALITY-NOT-KEPT " records not recorded"
           END-IF
           IF QUALITY-ENTRIES-USED > 0
               OPEN EXTEND QUALITY-HISTORY-FILE
               IF QUALITY-HISTORY-STATUS = "35"
                   OPEN OUTPUT QUALITY-HISTORY-FILE
               END-IF
               IF QUALITY-HISTORY-STATUS = "00"
                   ACCEPT RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT RUN-TIME FROM TIME
                   PERFORM WRITE-QUALITY-RECORD
                       VARYING QUALITY-IDX FROM 1 BY 1
                       UNTIL QUALITY-IDX > QUALITY-ENTRIES-USED
                   CLOSE QUALITY-HISTORY-FILE
               END-IF
           END-IF
           EXIT.

       WRITE-QUALITY-RECORD SECTION.
           MOVE SPACES TO DATA-QUALITY-RECORD
           MOVE RUN-DATE   TO DQH-RUN-DATE
           MOVE RUN-TIME   TO DQH-RUN-TIME
           MOVE "TRANEDIT" TO DQH-PROGRAM
           MOVE QLT-DEPARTMENT(QUALITY-IDX) TO DQH-DEPARTMENT
           MOVE QLT-MEASURE(QUALITY-IDX)    TO DQH-MEASURE
           MOVE QLT-REASON(QUALITY-IDX)     TO DQH-REASON
           MOVE QLT-COUNT(QUALITY-IDX)      TO DQH-COUNT
           MOVE 0 TO DQH-DAYS
           WRITE DATA-QUALITY-RECORD
           EXIT.
