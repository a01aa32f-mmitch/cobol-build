       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOMSCAN.

      *****************************************************************
      *  ANOMSCAN is compliance's nightly look for the activity the
      *  operator limits cannot see.  CHECK-OPERATOR-LIMITS stops a
      *  posting over the single or daily maximum; it says nothing
      *  about a clerk -- or a customer -- keeping just under them.
      *  This scan scores the night's journal generation and the
      *  day's balance history against four rules:
      *
      *    NEARLIM   a posting within the top band of the operator's
      *              LIMITMST single maximum (at or above the rule's
      *              percentage of it, not over it) -- scored to the
      *              operator and to the account posted
      *    BURST     one run posting to one account at least the
      *              rule's count of times -- scored to the account
      *              once per run
      *    ROUNDAMT  a posting that is an exact multiple of the
      *              rule's unit -- scored to the operator and the
      *              account
      *    DORMANT   movement on a dormant account: a BALHIST entry
      *              for an account the balance master flags
      *              BAL-DORMANT, or CALCULATOR's DORMANT ACCOUNT
      *              journal event -- scored to the account once
      *
      *  Every hit adds the rule's points to the subject's score.
      *  A subject scoring at least the CASE level is written to
      *  the ANOMCASE case file (copy/anomcase.cpy) for
      *  investigation and listed on ANOMRPT; at least the ALERT
      *  level also raises an ALERTQ alert, and the run ends with
      *  RETURN-CODE 4.
      *
      *  The rules come from ANOMRULS control cards, one per rule,
      *  overriding the built-in defaults shown:
      *
      *    cols  1-8   rule        NEARLIM / BURST / ROUNDAMT /
      *                            DORMANT / CASE / ALERT
      *    col   9     (blank)
      *    cols 10-20  parameter, 9 digits and 2 implied decimals
      *                  NEARLIM   percent of the single max  90.00
      *                  BURST     postings per account/run   10
      *                  ROUNDAMT  round-amount unit        1000.00
      *                  CASE      score that opens a case    20
      *                  ALERT     score that raises ALERTQ   50
      *    col  21     (blank)
      *    cols 22-24  points per hit (NEARLIM 010, BURST 025,
      *                ROUNDAMT 005, DORMANT 050); 000 switches the
      *                rule off
      *
      *  A bad card is reported and ignored and the run ends with
      *  RETURN-CODE 8.  Postings are the journal's OK and BELOW
      *  MINIMUM lines; a balance-mode line's amount is its VALUE-2
      *  operand, any other line's its VALUE-1.  BALHIST is read for
      *  CALC-SCAN-DATE (YYYYMMDD, default today) -- set it when the
      *  scan runs past midnight.  LIMITMST and BALANCE are optional;
      *  without them NEARLIM and the BALHIST half of DORMANT rest.
      *  Scores accumulate on the ANOMWORK keyed work file.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT LIMIT-MASTER-FILE ASSIGN TO "LIMITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-OPERATOR-ID
               FILE STATUS IS LIMIT-MASTER-STATUS.
           SELECT RULE-CARD-FILE ASSIGN TO "ANOMRULS"
               FILE STATUS IS RULE-CARD-STATUS.
           SELECT ANOMALY-WORK-FILE ASSIGN TO "ANOMWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANMW-KEY
               FILE STATUS IS ANOMALY-WORK-STATUS.
           SELECT ANOMALY-CASE-FILE ASSIGN TO "ANOMCASE"
               FILE STATUS IS ANOMALY-CASE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTQ"
               FILE STATUS IS ALERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ANOMRPT".

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD BALANCE-HISTORY-FILE.
       COPY balhist.

       FD BALANCE-FILE.
       COPY balrec.

      * CALCULATOR's operator limit master.
       FD LIMIT-MASTER-FILE.
       01 LIMIT-MASTER-RECORD.
           05 LIM-OPERATOR-ID PIC X(08).
           05 LIM-SINGLE-MAX  PIC S9(9)V99.
           05 LIM-DAILY-MAX   PIC S9(9)V99.

       FD RULE-CARD-FILE.
       01 RULE-CARD.
           05 RCARD-RULE      PIC X(08).
           05 FILLER          PIC X(01).
           05 RCARD-PARAMETER PIC X(11).
           05 FILLER          PIC X(01).
           05 RCARD-POINTS    PIC X(03).
           05 FILLER          PIC X(56).

      * One score record per account ("A") or operator ("O"), and
      * one posting counter per account per run ("B") for the
      * burst rule; the run stamp is zero on the score records.
       FD ANOMALY-WORK-FILE.
       01 ANOMALY-WORK-RECORD.
           05 ANMW-KEY.
               10 ANMW-SUBJECT-TYPE PIC X(01).
               10 ANMW-SUBJECT-ID   PIC X(08).
               10 ANMW-RUN-DATE     PIC 9(08).
               10 ANMW-RUN-TIME     PIC 9(08).
           05 ANMW-SCORE           PIC 9(07).
           05 ANMW-POSTINGS        PIC 9(07).
           05 ANMW-AMOUNT          PIC S9(11)V99.
           05 ANMW-NEAR-LIMIT-HITS PIC 9(05).
           05 ANMW-BURST-HITS      PIC 9(05).
           05 ANMW-ROUND-HITS      PIC 9(05).
           05 ANMW-DORMANT-HITS    PIC 9(05).

       FD ANOMALY-CASE-FILE.
       COPY anomcase.

       FD ALERT-FILE.
       COPY alertrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS         PIC X(02).
       01 BALANCE-HISTORY-STATUS PIC X(02).
       01 BALANCE-STATUS         PIC X(02).
       01 LIMIT-MASTER-STATUS    PIC X(02).
       01 RULE-CARD-STATUS       PIC X(02).
       01 ANOMALY-WORK-STATUS    PIC X(02).
       01 ANOMALY-CASE-STATUS    PIC X(02).
       01 ALERT-STATUS           PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 BALANCE-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 BALANCE-AVAILABLE VALUE 'Y'.
       01 LIMITMST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 LIMITMST-AVAILABLE VALUE 'Y'.
       01 BALHIST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 BALHIST-AVAILABLE VALUE 'Y'.
       01 ANMW-NEW-SWITCH PIC X(01).
           88 ANMW-RECORD-NEW VALUE 'Y'.

       01 RUN-DATE  PIC 9(08).
       01 RUN-TIME  PIC 9(08).
       01 SCAN-DATE-ENV PIC X(08).
       01 SCAN-DATE PIC 9(08).

      * The rules in force, defaults first, then the cards.
       01 NEARLIM-PCT      PIC 9(9)V99 VALUE 90.
       01 NEARLIM-POINTS   PIC 9(03) VALUE 10.
       01 BURST-COUNT      PIC 9(9)V99 VALUE 10.
       01 BURST-POINTS     PIC 9(03) VALUE 25.
       01 ROUND-UNIT       PIC 9(9)V99 VALUE 1000.
       01 ROUND-POINTS     PIC 9(03) VALUE 5.
       01 DORMANT-POINTS   PIC 9(03) VALUE 50.
       01 CASE-LEVEL       PIC 9(9)V99 VALUE 20.
       01 ALERT-LEVEL      PIC 9(9)V99 VALUE 50.
       01 CARD-PARAMETER-VALUE PIC 9(9)V99.
       01 CARD-PARAMETER-RAW REDEFINES CARD-PARAMETER-VALUE
               PIC 9(11).
       01 CARD-POINTS-VALUE PIC 9(03).
       01 CARD-VALID-SWITCH PIC X(01).
           88 CARD-VALID VALUE 'Y'.
       01 CARDS-APPLIED  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED PIC 9(05) COMP VALUE 0.

      * The posting being scored and what it hit.
       01 LINE-AMOUNT    PIC S9(9)V99.
       01 LINE-MAGNITUDE PIC 9(9)V99.
       01 LINE-NEAR-LIMIT-SWITCH PIC X(01).
           88 LINE-NEAR-LIMIT VALUE 'Y'.
       01 LINE-ROUND-SWITCH PIC X(01).
           88 LINE-ROUND VALUE 'Y'.
       01 LINE-BURST-SWITCH PIC X(01).
           88 LINE-BURST VALUE 'Y'.
       01 LINE-DORMANT-SWITCH PIC X(01).
           88 LINE-DORMANT VALUE 'Y'.
       01 LINE-POSTING-SWITCH PIC X(01).
           88 LINE-IS-POSTING VALUE 'Y'.
       01 ROUND-QUOTIENT  PIC 9(11).
       01 ROUND-REMAINDER PIC 9(9)V99.
       01 LIMIT-FLOOR     PIC 9(9)V99.

      * The last operator's limit, so a run of one clerk's lines
      * reads LIMITMST once.
       01 CACHED-LIMIT-OPERATOR PIC X(08) VALUE LOW-VALUES.
       01 CACHED-SINGLE-MAX     PIC S9(9)V99 VALUE 0.

       01 SCORE-SUBJECT-TYPE PIC X(01).
       01 SCORE-SUBJECT-ID   PIC X(08).
       01 SCORE-POSTING-SWITCH PIC X(01).
           88 SCORE-COUNTS-POSTING VALUE 'Y'.

       01 LINES-SCANNED     PIC 9(08) COMP VALUE 0.
       01 POSTINGS-SCORED   PIC 9(08) COMP VALUE 0.
       01 HISTORY-SCANNED   PIC 9(08) COMP VALUE 0.
       01 CASES-WRITTEN     PIC 9(05) COMP VALUE 0.
       01 ALERTS-RAISED     PIC 9(05) COMP VALUE 0.
       01 COUNT-EDIT   PIC ZZZZZZZ9.
       01 SCORE-EDIT   PIC ZZZZZZ9.
       01 HITS-EDIT-1  PIC ZZZZ9.
       01 HITS-EDIT-2  PIC ZZZZ9.
       01 HITS-EDIT-3  PIC ZZZZ9.
       01 HITS-EDIT-4  PIC ZZZZ9.
       01 POINTS-EDIT  PIC ZZ9.
       01 PARM-EDIT    PIC ZZZZZZZZ9.99.
       01 AMOUNT-EDIT  PIC ZZZZZZZZZZZ9.99-.
       01 SUBJECT-TEXT PIC X(08).
       01 ALERT-TEXT   PIC X(07).
       01 REPORT-WORK  PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "ANOMSCAN" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO SCAN-DATE
           MOVE "CALC-SCAN-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SCAN-DATE-ENV
           IF SCAN-DATE-ENV NOT = SPACES
               MOVE SCAN-DATE-ENV TO SCAN-DATE
           END-IF
           OPEN INPUT RULE-CARD-FILE
           IF RULE-CARD-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-AND-APPLY-RULE UNTIL SOURCE-EOF
               CLOSE RULE-CARD-FILE
           END-IF
           OPEN OUTPUT ANOMALY-WORK-FILE
           IF ANOMALY-WORK-STATUS = "00"
               CLOSE ANOMALY-WORK-FILE
               OPEN I-O ANOMALY-WORK-FILE
           END-IF
           IF ANOMALY-WORK-STATUS NOT = "00"
               DISPLAY "unable to open anomaly work file, status "
                   ANOMALY-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
               CLOSE ANOMALY-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * The limit and balance masters are optional equipment: the
      * rules that need them rest when they are not mounted.
           OPEN INPUT LIMIT-MASTER-FILE
           IF LIMIT-MASTER-STATUS = "00"
               SET LIMITMST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS = "00"
               SET BALANCE-AVAILABLE TO TRUE
           END-IF
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM SCAN-ONE-JOURNAL-LINE UNTIL SOURCE-EOF
           CLOSE JOURNAL-FILE
           IF BALANCE-AVAILABLE AND DORMANT-POINTS > 0
               OPEN INPUT BALANCE-HISTORY-FILE
               IF BALANCE-HISTORY-STATUS = "00"
                   SET BALHIST-AVAILABLE TO TRUE
                   MOVE 'N' TO SOURCE-EOF-SWITCH
                   PERFORM SCAN-ONE-HISTORY-ENTRY UNTIL SOURCE-EOF
                   CLOSE BALANCE-HISTORY-FILE
               END-IF
           END-IF
           IF LIMITMST-AVAILABLE
               CLOSE LIMIT-MASTER-FILE
           END-IF
           IF BALANCE-AVAILABLE
               CLOSE BALANCE-FILE
           END-IF
           OPEN EXTEND ANOMALY-CASE-FILE
           IF ANOMALY-CASE-STATUS = "35"
               OPEN OUTPUT ANOMALY-CASE-FILE
           END-IF
           IF ANOMALY-CASE-STATUS NOT = "00"
               DISPLAY "unable to open anomaly case file, status "
                   ANOMALY-CASE-STATUS
               CLOSE ANOMALY-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND ALERT-FILE
           IF ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           MOVE 'N' TO SOURCE-EOF-SWITCH
           MOVE LOW-VALUES TO ANMW-KEY
           START ANOMALY-WORK-FILE KEY >= ANMW-KEY
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START
           PERFORM JUDGE-ONE-SUBJECT UNTIL SOURCE-EOF
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF ALERT-STATUS = "00"
               CLOSE ALERT-FILE
           END-IF
           CLOSE ANOMALY-CASE-FILE
           CLOSE ANOMALY-WORK-FILE
           MOVE CASES-WRITTEN TO COUNT-EDIT
           DISPLAY "anomaly cases written: " COUNT-EDIT
           MOVE ALERTS-RAISED TO COUNT-EDIT
           DISPLAY "anomaly alerts raised: " COUNT-EDIT
           IF CARDS-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF ALERTS-RAISED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * Blank cards and cards beginning with an asterisk are
      * comment lines.
       READ-AND-APPLY-RULE SECTION.
           READ RULE-CARD-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF RULE-CARD = SPACES
                           OR RULE-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-RULE-CARD
                   END-IF
           END-READ
           EXIT.

      * A blank parameter or points field leaves that default
      * alone.
       APPLY-RULE-CARD SECTION.
           MOVE 'Y' TO CARD-VALID-SWITCH
           MOVE 0 TO CARD-PARAMETER-VALUE
           MOVE 0 TO CARD-POINTS-VALUE
           IF RCARD-PARAMETER NOT = SPACES
               IF RCARD-PARAMETER NUMERIC
                   MOVE RCARD-PARAMETER TO CARD-PARAMETER-RAW
               ELSE
                   MOVE 'N' TO CARD-VALID-SWITCH
               END-IF
           END-IF
           IF RCARD-POINTS NOT = SPACES
               IF RCARD-POINTS NUMERIC
                   MOVE RCARD-POINTS TO CARD-POINTS-VALUE
               ELSE
                   MOVE 'N' TO CARD-VALID-SWITCH
               END-IF
           END-IF
           IF CARD-VALID
               EVALUATE RCARD-RULE
                   WHEN "NEARLIM "
                       IF RCARD-PARAMETER NOT = SPACES
                           IF CARD-PARAMETER-VALUE > 100
                                   OR CARD-PARAMETER-VALUE = 0
                               MOVE 'N' TO CARD-VALID-SWITCH
                           ELSE
                               MOVE CARD-PARAMETER-VALUE TO NEARLIM-PCT
                           END-IF
                       END-IF
                       IF RCARD-POINTS NOT = SPACES
                           MOVE CARD-POINTS-VALUE TO NEARLIM-POINTS
                       END-IF
                   WHEN "BURST   "
                       IF RCARD-PARAMETER NOT = SPACES
                           IF CARD-PARAMETER-VALUE < 2
                               MOVE 'N' TO CARD-VALID-SWITCH
                           ELSE
                               MOVE CARD-PARAMETER-VALUE TO BURST-COUNT
                           END-IF
                       END-IF
                       IF RCARD-POINTS NOT = SPACES
                           MOVE CARD-POINTS-VALUE TO BURST-POINTS
                       END-IF
                   WHEN "ROUNDAMT"
                       IF RCARD-PARAMETER NOT = SPACES
                           IF CARD-PARAMETER-VALUE = 0
                               MOVE 'N' TO CARD-VALID-SWITCH
                           ELSE
                               MOVE CARD-PARAMETER-VALUE TO ROUND-UNIT
                           END-IF
                       END-IF
                       IF RCARD-POINTS NOT = SPACES
                           MOVE CARD-POINTS-VALUE TO ROUND-POINTS
                       END-IF
                   WHEN "DORMANT "
                       IF RCARD-POINTS NOT = SPACES
                           MOVE CARD-POINTS-VALUE TO DORMANT-POINTS
                       END-IF
                   WHEN "CASE    "
                       IF RCARD-PARAMETER NOT = SPACES
                           MOVE CARD-PARAMETER-VALUE TO CASE-LEVEL
                       END-IF
                   WHEN "ALERT   "
                       IF RCARD-PARAMETER NOT = SPACES
                           MOVE CARD-PARAMETER-VALUE TO ALERT-LEVEL
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO CARD-VALID-SWITCH
               END-EVALUATE
           END-IF
           IF CARD-VALID
               ADD 1 TO CARDS-APPLIED
           ELSE
               DISPLAY "rule card rejected: " RULE-CARD(1:24)
               ADD 1 TO CARDS-REJECTED
           END-IF
           EXIT.

       SCAN-ONE-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                       ADD 1 TO LINES-SCANNED
                       PERFORM SCORE-JOURNAL-LINE
                   END-IF
           END-READ
           EXIT.

       SCORE-JOURNAL-LINE SECTION.
           MOVE 'N' TO LINE-POSTING-SWITCH
           MOVE 'N' TO LINE-NEAR-LIMIT-SWITCH
           MOVE 'N' TO LINE-ROUND-SWITCH
           MOVE 'N' TO LINE-BURST-SWITCH
           MOVE 'N' TO LINE-DORMANT-SWITCH
           IF JRNL-OUTCOME = "OK" OR JRNL-OUTCOME = "BELOW MINIMUM"
               SET LINE-IS-POSTING TO TRUE
           END-IF
           IF JRNL-OUTCOME = "DORMANT ACCOUNT"
                   AND JRNL-ACCOUNT-ID NOT = SPACES
                   AND DORMANT-POINTS > 0
               SET LINE-DORMANT TO TRUE
               MOVE "A" TO SCORE-SUBJECT-TYPE
               MOVE JRNL-ACCOUNT-ID TO SCORE-SUBJECT-ID
               MOVE 'N' TO SCORE-POSTING-SWITCH
               PERFORM SCORE-ONE-SUBJECT
           END-IF
           IF LINE-IS-POSTING
               ADD 1 TO POSTINGS-SCORED
               IF JRNL-ACCOUNT-ID NOT = SPACES
                   MOVE JRNL-VALUE-2 TO LINE-AMOUNT
               ELSE
                   MOVE JRNL-VALUE-1 TO LINE-AMOUNT
               END-IF
               IF LINE-AMOUNT < 0
                   COMPUTE LINE-MAGNITUDE = LINE-AMOUNT * -1
               ELSE
                   MOVE LINE-AMOUNT TO LINE-MAGNITUDE
               END-IF
               PERFORM CHECK-NEAR-LIMIT
               PERFORM CHECK-ROUND-AMOUNT
               IF JRNL-ACCOUNT-ID NOT = SPACES
                   PERFORM CHECK-ACCOUNT-BURST
                   MOVE "A" TO SCORE-SUBJECT-TYPE
                   MOVE JRNL-ACCOUNT-ID TO SCORE-SUBJECT-ID
                   SET SCORE-COUNTS-POSTING TO TRUE
                   PERFORM SCORE-ONE-SUBJECT
               END-IF
               IF JRNL-OPERATOR-ID NOT = SPACES
                   MOVE 'N' TO LINE-BURST-SWITCH
                   MOVE "O" TO SCORE-SUBJECT-TYPE
                   MOVE JRNL-OPERATOR-ID TO SCORE-SUBJECT-ID
                   SET SCORE-COUNTS-POSTING TO TRUE
                   PERFORM SCORE-ONE-SUBJECT
               END-IF
           END-IF
           EXIT.

      * At or above the band's floor and not over the maximum --
      * anything over it CALCULATOR already refused.
       CHECK-NEAR-LIMIT SECTION.
           IF LIMITMST-AVAILABLE AND NEARLIM-POINTS > 0
                   AND JRNL-OPERATOR-ID NOT = SPACES
               IF JRNL-OPERATOR-ID NOT = CACHED-LIMIT-OPERATOR
                   MOVE JRNL-OPERATOR-ID TO CACHED-LIMIT-OPERATOR
                   MOVE 0 TO CACHED-SINGLE-MAX
                   MOVE JRNL-OPERATOR-ID TO LIM-OPERATOR-ID
                   READ LIMIT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LIM-SINGLE-MAX TO CACHED-SINGLE-MAX
                   END-READ
               END-IF
               IF CACHED-SINGLE-MAX > 0
                   COMPUTE LIMIT-FLOOR ROUNDED =
                       CACHED-SINGLE-MAX * NEARLIM-PCT / 100
                   IF LINE-MAGNITUDE NOT < LIMIT-FLOOR
                           AND LINE-MAGNITUDE NOT > CACHED-SINGLE-MAX
                       SET LINE-NEAR-LIMIT TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

       CHECK-ROUND-AMOUNT SECTION.
           IF ROUND-POINTS > 0
                   AND LINE-MAGNITUDE NOT < ROUND-UNIT
               DIVIDE LINE-MAGNITUDE BY ROUND-UNIT
                   GIVING ROUND-QUOTIENT
                   REMAINDER ROUND-REMAINDER
               IF ROUND-REMAINDER = 0
                   SET LINE-ROUND TO TRUE
               END-IF
           END-IF
           EXIT.

      * Counts the account's postings in this run; the posting
      * that brings the count to the rule's figure is the hit, so
      * a burst scores once however long it runs.
       CHECK-ACCOUNT-BURST SECTION.
           IF BURST-POINTS > 0
               MOVE 'N' TO ANMW-NEW-SWITCH
               MOVE "B" TO ANMW-SUBJECT-TYPE
               MOVE JRNL-ACCOUNT-ID TO ANMW-SUBJECT-ID
               MOVE JRNL-RUN-DATE TO ANMW-RUN-DATE
               MOVE JRNL-RUN-TIME TO ANMW-RUN-TIME
               READ ANOMALY-WORK-FILE
                   INVALID KEY
                       SET ANMW-RECORD-NEW TO TRUE
                       PERFORM CLEAR-WORK-COUNTERS
               END-READ
               ADD 1 TO ANMW-POSTINGS
               IF ANMW-POSTINGS = BURST-COUNT
                   SET LINE-BURST TO TRUE
               END-IF
               IF ANMW-RECORD-NEW
                   WRITE ANOMALY-WORK-RECORD
               ELSE
                   REWRITE ANOMALY-WORK-RECORD
               END-IF
           END-IF
           EXIT.

      * The dormant rule scores an account once, however many
      * entries show the movement.
       SCAN-ONE-HISTORY-ENTRY SECTION.
           READ BALANCE-HISTORY-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF BALH-RUN-DATE = SCAN-DATE
                       ADD 1 TO HISTORY-SCANNED
                       MOVE BALH-ACCOUNT-ID TO BAL-ACCOUNT-ID
                       READ BALANCE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF BAL-DORMANT
                                   MOVE 'N' TO LINE-NEAR-LIMIT-SWITCH
                                   MOVE 'N' TO LINE-ROUND-SWITCH
                                   MOVE 'N' TO LINE-BURST-SWITCH
                                   SET LINE-DORMANT TO TRUE
                                   MOVE "A" TO SCORE-SUBJECT-TYPE
                                   MOVE BALH-ACCOUNT-ID
                                       TO SCORE-SUBJECT-ID
                                   MOVE 'N' TO SCORE-POSTING-SWITCH
                                   PERFORM SCORE-ONE-SUBJECT
                               END-IF
                       END-READ
                   END-IF
           END-READ
           EXIT.

      * Adds this line's hits to the subject's score record.
       SCORE-ONE-SUBJECT SECTION.
           MOVE 'N' TO ANMW-NEW-SWITCH
           MOVE SCORE-SUBJECT-TYPE TO ANMW-SUBJECT-TYPE
           MOVE SCORE-SUBJECT-ID   TO ANMW-SUBJECT-ID
           MOVE 0 TO ANMW-RUN-DATE
           MOVE 0 TO ANMW-RUN-TIME
           READ ANOMALY-WORK-FILE
               INVALID KEY
                   SET ANMW-RECORD-NEW TO TRUE
                   PERFORM CLEAR-WORK-COUNTERS
           END-READ
           IF SCORE-COUNTS-POSTING
               ADD 1 TO ANMW-POSTINGS
               ADD LINE-AMOUNT TO ANMW-AMOUNT
           END-IF
           IF LINE-NEAR-LIMIT
               ADD 1 TO ANMW-NEAR-LIMIT-HITS
               ADD NEARLIM-POINTS TO ANMW-SCORE
           END-IF
           IF LINE-ROUND
               ADD 1 TO ANMW-ROUND-HITS
               ADD ROUND-POINTS TO ANMW-SCORE
           END-IF
           IF LINE-BURST
               ADD 1 TO ANMW-BURST-HITS
               ADD BURST-POINTS TO ANMW-SCORE
           END-IF
           IF LINE-DORMANT AND ANMW-DORMANT-HITS = 0
               ADD 1 TO ANMW-DORMANT-HITS
               ADD DORMANT-POINTS TO ANMW-SCORE
           END-IF
           IF ANMW-RECORD-NEW
               WRITE ANOMALY-WORK-RECORD
           ELSE
               REWRITE ANOMALY-WORK-RECORD
           END-IF
           EXIT.

       CLEAR-WORK-COUNTERS SECTION.
           MOVE 0 TO ANMW-SCORE
           MOVE 0 TO ANMW-POSTINGS
           MOVE 0 TO ANMW-AMOUNT
           MOVE 0 TO ANMW-NEAR-LIMIT-HITS
           MOVE 0 TO ANMW-BURST-HITS
           MOVE 0 TO ANMW-ROUND-HITS
           MOVE 0 TO ANMW-DORMANT-HITS
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO REPORT-WORK
           STRING "ANOMALY SCAN FOR " DELIMITED BY SIZE
               SCAN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE NEARLIM-PCT TO PARM-EDIT
           MOVE NEARLIM-POINTS TO POINTS-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RULE NEARLIM   PCT OF SINGLE MAX " DELIMITED BY SIZE
               PARM-EDIT DELIMITED BY SIZE
               "  POINTS " DELIMITED BY SIZE
               POINTS-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BURST-COUNT TO PARM-EDIT
           MOVE BURST-POINTS TO POINTS-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RULE BURST     POSTINGS PER RUN  " DELIMITED BY SIZE
               PARM-EDIT DELIMITED BY SIZE
               "  POINTS " DELIMITED BY SIZE
               POINTS-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ROUND-UNIT TO PARM-EDIT
           MOVE ROUND-POINTS TO POINTS-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RULE ROUNDAMT  ROUND-AMOUNT UNIT " DELIMITED BY SIZE
               PARM-EDIT DELIMITED BY SIZE
               "  POINTS " DELIMITED BY SIZE
               POINTS-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DORMANT-POINTS TO POINTS-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RULE DORMANT   " DELIMITED BY SIZE
               "                               POINTS "
               DELIMITED BY SIZE
               POINTS-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CASE-LEVEL TO PARM-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CASE OPENED AT SCORE             " DELIMITED BY SIZE
               PARM-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALERT-LEVEL TO PARM-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ALERT RAISED AT SCORE            " DELIMITED BY SIZE
               PARM-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "SUBJECT           SCORE POSTINGS" DELIMITED BY SIZE
               "           AMOUNT NEARLIM BURST ROUND DORMANT"
               DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Burst counters ("B") are working figures only; accounts and
      * operators are judged against the case and alert levels.
       JUDGE-ONE-SUBJECT SECTION.
           READ ANOMALY-WORK-FILE NEXT
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF ANMW-SUBJECT-TYPE NOT = "B"
                           AND ANMW-SCORE > 0
                           AND ANMW-SCORE NOT < CASE-LEVEL
                       PERFORM OPEN-ONE-CASE
                   END-IF
           END-READ
           EXIT.

       OPEN-ONE-CASE SECTION.
           ADD 1 TO CASES-WRITTEN
           MOVE SPACES TO ANOMALY-CASE-RECORD
           MOVE SCAN-DATE            TO CASE-SCAN-DATE
           MOVE ANMW-SUBJECT-TYPE    TO CASE-SUBJECT-TYPE
           MOVE ANMW-SUBJECT-ID      TO CASE-SUBJECT-ID
           MOVE ANMW-SCORE           TO CASE-SCORE
           MOVE ANMW-POSTINGS        TO CASE-POSTINGS
           MOVE ANMW-AMOUNT          TO CASE-AMOUNT
           MOVE ANMW-NEAR-LIMIT-HITS TO CASE-NEAR-LIMIT-HITS
           MOVE ANMW-BURST-HITS      TO CASE-BURST-HITS
           MOVE ANMW-ROUND-HITS      TO CASE-ROUND-HITS
           MOVE ANMW-DORMANT-HITS    TO CASE-DORMANT-HITS
           MOVE "N" TO CASE-ALERTED
           SET CASE-OPEN TO TRUE
           MOVE SPACES TO ALERT-TEXT
           IF ANMW-SCORE NOT < ALERT-LEVEL
               SET CASE-ALERT-RAISED TO TRUE
               MOVE "  ALERT" TO ALERT-TEXT
               PERFORM RAISE-ANOMALY-ALERT
           END-IF
           WRITE ANOMALY-CASE-RECORD
           IF ANMW-SUBJECT-TYPE = "A"
               MOVE "ACCOUNT " TO SUBJECT-TEXT
           ELSE
               MOVE "OPERATOR" TO SUBJECT-TEXT
           END-IF
           MOVE ANMW-SCORE TO SCORE-EDIT
           MOVE ANMW-POSTINGS TO COUNT-EDIT
           MOVE ANMW-AMOUNT TO AMOUNT-EDIT
           MOVE ANMW-NEAR-LIMIT-HITS TO HITS-EDIT-1
           MOVE ANMW-BURST-HITS TO HITS-EDIT-2
           MOVE ANMW-ROUND-HITS TO HITS-EDIT-3
           MOVE ANMW-DORMANT-HITS TO HITS-EDIT-4
           MOVE SPACES TO REPORT-WORK
           STRING SUBJECT-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANMW-SUBJECT-ID DELIMITED BY SIZE
               SCORE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               HITS-EDIT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HITS-EDIT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HITS-EDIT-3 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               HITS-EDIT-4 DELIMITED BY SIZE
               ALERT-TEXT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       RAISE-ANOMALY-ALERT SECTION.
           ADD 1 TO ALERTS-RAISED
           IF ALERT-STATUS = "00"
               MOVE ANMW-SCORE TO SCORE-EDIT
               MOVE RUN-DATE TO ALERT-RUN-DATE
               MOVE RUN-TIME TO ALERT-RUN-TIME
               MOVE SPACES TO ALERT-MESSAGE
               IF ANMW-SUBJECT-TYPE = "A"
                   STRING "ANOMALY SCORE" DELIMITED BY SIZE
                       SCORE-EDIT DELIMITED BY SIZE
                       " ACCOUNT " DELIMITED BY SIZE
                       ANMW-SUBJECT-ID DELIMITED BY SIZE
                       " -- SEE ANOMCASE" DELIMITED BY SIZE
                       INTO ALERT-MESSAGE
               ELSE
                   STRING "ANOMALY SCORE" DELIMITED BY SIZE
                       SCORE-EDIT DELIMITED BY SIZE
                       " OPERATOR " DELIMITED BY SIZE
                       ANMW-SUBJECT-ID DELIMITED BY SIZE
                       " -- SEE ANOMCASE" DELIMITED BY SIZE
                       INTO ALERT-MESSAGE
               END-IF
               MOVE 'N'    TO ALERT-ACK-FLAG
               MOVE SPACES TO ALERT-ACK-BY
               MOVE 0      TO ALERT-ACK-DATE
               MOVE 0      TO ALERT-ACK-TIME
               MOVE SPACES TO ALERT-DISPOSITION
               WRITE ALERT-RECORD
           END-IF
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LINES-SCANNED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "JOURNAL LINES SCANNED:   " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE POSTINGS-SCORED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "POSTINGS SCORED:         " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HISTORY-SCANNED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           IF BALHIST-AVAILABLE
               STRING "BALANCE HISTORY ENTRIES: " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "BALANCE HISTORY NOT SCANNED" DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT LIMITMST-AVAILABLE
               MOVE SPACES TO REPORT-WORK
               STRING "NO LIMIT MASTER -- NEARLIM RULE NOT APPLIED"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE CASES-WRITTEN TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CASES WRITTEN:           " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALERTS-RAISED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ALERTS RAISED:           " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF CARDS-REJECTED > 0
               MOVE CARDS-REJECTED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "RULE CARDS REJECTED:     " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.
