       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCPTGEN.

      *****************************************************************
      *  RCPTGEN posts the customer receipts on the bank statement
      *  that were keyed into TRANFILE by hand, line by line, off
      *  the printed statement.  It reads the same BANKSTMT file
      *  BANKREC reconciles (copy/bankstmt.cpy) and, for every "D"
      *  credit line, works out whose money it is:
      *
      *    1. the matching rules on RCPTRULE, in file order, the
      *       first rule that fits winning --
      *         col   1     field   R reference / D description
      *         col   3     match   E exact / P begins with /
      *                             C contains
      *         cols  5-24  pattern (from col 5, no two spaces
      *                     running)
      *         cols 26-33  account the receipt belongs to
      *       ("*" lines are comments), then
      *    2. the first word of the reference, then of the
      *       description, where it is an account on ACCTMAST --
      *       the customer who quotes the account number.
      *
      *  Matching ignores case.  The account found must be open on
      *  the account master.  An identified receipt becomes two
      *  account postings ("+" VALUE-2, valued the statement date):
      *  the settlement account named by CALC-REC-ACCOUNT, which
      *  mirrors the bank exactly as BANKREC expects, and the
      *  customer's account.  Each leg takes a reference from the
      *  shared REFSEQ sequence, and the pair is written to the
      *  RCPTXREF cross-reference (copy/rcptxref.cpy) against the
      *  statement line -- that is how BANKREC finds the posting
      *  already matched once it has gone through.
      *
      *  The postings go to RCPTTRN behind a "C" transmission
      *  control record -- sequence one up from the last file this
      *  program made (the RCPTSEQ side file), the record count and
      *  the VALUE-1 + VALUE-2 hash total -- for the receipts
      *  posting step's CALCULATOR to verify.  A file CALCULATOR
      *  refuses must be posted again, not generated again: the
      *  next file's sequence follows it.
      *
      *  What cannot be identified goes on the unapplied-cash queue
      *  (copy/unaprec.cpy; UNAPPQ in, UNAPNEW out, swapped by the
      *  JCL) with the reason, for UNAPRPT's aging report.  Every
      *  run tries the queued items again first, oldest money
      *  first, so adding a rule for an item is how a clerk applies
      *  it.  RCPTSEQ also keeps the latest statement date read;
      *  statement lines dated on or before it were dealt with by
      *  an earlier run and are skipped, so a statement read twice
      *  posts once.  Debit lines and the balance record are not
      *  receipts and are left to BANKREC.
      *
      *  The posting date defaults to today and can be overridden
      *  with CALC-GENERATION-DATE (YYYYMMDD), as for STORDGEN; the
      *  postings carry CALC-RCPT-OPERATOR (default RCPTGEN), who
      *  must be enrolled on the operator master.
      *
      *  RETURN-CODE 4: receipts went to the unapplied-cash queue.
      *  12: CALC-REC-ACCOUNT missing, or the statement or the
      *  account master could not be opened -- nothing written.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
               FILE STATUS IS BANK-STATEMENT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT RULE-FILE ASSIGN TO "RCPTRULE"
               FILE STATUS IS RULE-STATUS.
           SELECT OLD-UNAPPLIED-FILE ASSIGN TO "UNAPPQ"
               FILE STATUS IS OLD-UNAPPLIED-STATUS.
           SELECT NEW-UNAPPLIED-FILE ASSIGN TO "UNAPNEW".
           SELECT RECEIPT-WORK-FILE ASSIGN TO "RCPTWORK"
               FILE STATUS IS RECEIPT-WORK-STATUS.
           SELECT RECEIPT-TRAN-FILE ASSIGN TO "RCPTTRN".
           SELECT RECEIPT-XREF-FILE ASSIGN TO "RCPTXREF"
               FILE STATUS IS RECEIPT-XREF-STATUS.
           SELECT RECEIPT-SEQ-FILE ASSIGN TO "RCPTSEQ"
               FILE STATUS IS RECEIPT-SEQ-STATUS.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RCPTRPT".

       DATA DIVISION.
       FILE SECTION.
       FD BANK-STATEMENT-FILE.
       COPY bankstmt.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD RULE-FILE.
       01 RULE-CARD.
           05 RCARD-FIELD   PIC X(01).
           05 FILLER        PIC X(01).
           05 RCARD-MATCH   PIC X(01).
           05 FILLER        PIC X(01).
           05 RCARD-PATTERN PIC X(20).
           05 FILLER        PIC X(01).
           05 RCARD-ACCOUNT PIC X(08).
           05 FILLER        PIC X(47).

       FD OLD-UNAPPLIED-FILE.
       COPY unaprec.

       FD NEW-UNAPPLIED-FILE.
       COPY unaprec REPLACING LEADING ==UNAP== BY ==NUNP==.

       FD RECEIPT-WORK-FILE.
       COPY tranrec REPLACING LEADING ==TRAN== BY ==WRK==.

       FD RECEIPT-TRAN-FILE.
       COPY tranrec.

       FD RECEIPT-XREF-FILE.
       COPY rcptxref.

       FD RECEIPT-SEQ-FILE.
       01 RECEIPT-SEQ-RECORD.
           05 RSEQ-LAST-SEQUENCE       PIC 9(06).
           05 RSEQ-LAST-STATEMENT-DATE PIC 9(08).

      * Same one-record sequence file CALCULATOR, FEEDCONV and
      * STORDGEN draw from, so generated references never collide
      * with anyone else's.
       FD REFERENCE-SEQ-FILE.
       01 REFSEQ-RECORD.
           05 REFS-LAST-DATE   PIC 9(08).
           05 REFS-LAST-NUMBER PIC 9(04).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 BANK-STATEMENT-STATUS PIC X(02).
       01 ACCOUNT-MASTER-STATUS PIC X(02).
       01 RULE-STATUS           PIC X(02).
       01 OLD-UNAPPLIED-STATUS  PIC X(02).
       01 RECEIPT-WORK-STATUS   PIC X(02).
       01 RECEIPT-XREF-STATUS   PIC X(02).
       01 RECEIPT-SEQ-STATUS    PIC X(02).
       01 REFERENCE-SEQ-STATUS  PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

       01 GENERATION-DATE     PIC 9(08).
       01 GENERATION-DATE-ENV PIC X(08).
       01 GENERATION-TIME     PIC 9(08).
       01 SETTLE-ACCOUNT-ENV  PIC X(08).
       01 SETTLE-ACCOUNT      PIC X(08).
       01 RECEIPT-OPERATOR-ENV PIC X(08).
       01 RECEIPT-OPERATOR    PIC X(08) VALUE "RCPTGEN".
       01 REF-LAST-DATE   PIC 9(08) VALUE 0.
       01 REF-LAST-NUMBER PIC 9(04) VALUE 0.
       01 ASSIGNED-REFERENCE PIC X(10).
       01 LAST-TRANSMISSION     PIC 9(06) VALUE 0.
       01 LAST-STATEMENT-DATE   PIC 9(08) VALUE 0.
       01 LATEST-STATEMENT-DATE PIC 9(08) VALUE 0.

      *****************************************************************
      *  The matching rules, in file order.  500 rules is several
      *  times the standing-payer list; overflow is warned and the
      *  rules past it ignored, which only sends more to the queue.
      *****************************************************************
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 500 TIMES INDEXED BY RULE-IDX.
               10 RULE-FIELD       PIC X(01).
                   88 RULE-ON-REFERENCE   VALUE "R".
                   88 RULE-ON-DESCRIPTION VALUE "D".
               10 RULE-MATCH       PIC X(01).
                   88 RULE-EXACT       VALUE "E".
                   88 RULE-BEGINS-WITH VALUE "P".
                   88 RULE-CONTAINS    VALUE "C".
               10 RULE-PATTERN     PIC X(20).
               10 RULE-PATTERN-LEN PIC 9(02) COMP.
               10 RULE-ACCOUNT     PIC X(08).
       01 RULE-ENTRIES-USED PIC 9(04) COMP VALUE 0.
       01 RULES-REJECTED    PIC 9(04) COMP VALUE 0.
       01 RULE-NUMBER-EDIT  PIC ZZZ9.

      * The receipt being judged, from a statement line or a queued
      * item alike.
       01 RECEIPT-DATE        PIC 9(08).
       01 RECEIPT-AMOUNT      PIC S9(9)V99.
       01 RECEIPT-REFERENCE   PIC X(10).
       01 RECEIPT-DESCRIPTION PIC X(20).
       01 RECEIPT-FIRST-SEEN  PIC 9(08).
       01 RECEIPT-ATTEMPTS    PIC 9(03).
       01 RECEIPT-ACCOUNT     PIC X(08).
       01 IDENTIFIED-BY       PIC X(24).
       01 UNAPPLIED-REASON    PIC X(20).
       01 RECEIPT-FOUND-SWITCH PIC X(01).
           88 RECEIPT-IDENTIFIED VALUE 'Y'.
       01 SETTLE-REFERENCE   PIC X(10).
       01 CUSTOMER-REFERENCE PIC X(10).
       01 LEG-ACCOUNT        PIC X(08).
       01 UPPER-REFERENCE    PIC X(20).
       01 UPPER-DESCRIPTION  PIC X(20).
       01 MATCH-TEXT         PIC X(20).
       01 MATCH-WORD         PIC X(20).
       01 TALLY-COUNT        PIC 9(04) COMP.

       01 STATEMENT-LINES-READ PIC 9(07) COMP VALUE 0.
       01 LINES-ALREADY-DONE   PIC 9(07) COMP VALUE 0.
       01 LINES-NOT-RECEIPTS   PIC 9(07) COMP VALUE 0.
       01 RECEIPTS-APPLIED     PIC 9(07) COMP VALUE 0.
       01 QUEUED-NOW-APPLIED   PIC 9(07) COMP VALUE 0.
       01 RECEIPTS-UNAPPLIED   PIC 9(07) COMP VALUE 0.
       01 APPLIED-TOTAL        PIC S9(11)V99 VALUE 0.
       01 UNAPPLIED-TOTAL      PIC S9(11)V99 VALUE 0.
       01 CONTROL-RECORD-COUNT PIC 9(08) VALUE 0.
       01 CONTROL-HASH-TOTAL   PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "RCPTGEN" TO PRMG-PROGRAM
           ACCEPT GENERATION-DATE FROM DATE YYYYMMDD
           ACCEPT GENERATION-TIME FROM TIME
           MOVE "CALC-GENERATION-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO GENERATION-DATE-ENV
           IF GENERATION-DATE-ENV NOT = SPACES
               MOVE GENERATION-DATE-ENV TO GENERATION-DATE
               MOVE 0 TO GENERATION-TIME
           END-IF
           MOVE "CALC-REC-ACCOUNT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SETTLE-ACCOUNT-ENV
           IF SETTLE-ACCOUNT-ENV = SPACES
               DISPLAY "set CALC-REC-ACCOUNT to the settlement "
                   "account id"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SETTLE-ACCOUNT-ENV TO SETTLE-ACCOUNT
           MOVE "CALC-RCPT-OPERATOR" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RECEIPT-OPERATOR-ENV
           IF RECEIPT-OPERATOR-ENV NOT = SPACES
               MOVE RECEIPT-OPERATOR-ENV TO RECEIPT-OPERATOR
           END-IF
           OPEN INPUT BANK-STATEMENT-FILE
           IF BANK-STATEMENT-STATUS NOT = "00"
               DISPLAY "unable to open bank statement, status "
                   BANK-STATEMENT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open account master, status "
                   ACCOUNT-MASTER-STATUS
               CLOSE BANK-STATEMENT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-MATCHING-RULES
           PERFORM LOAD-RECEIPT-SEQUENCE
           PERFORM LOAD-REFERENCE-SEQUENCE
           MOVE LAST-STATEMENT-DATE TO LATEST-STATEMENT-DATE
           OPEN OUTPUT RECEIPT-WORK-FILE
           OPEN OUTPUT NEW-UNAPPLIED-FILE
           OPEN EXTEND RECEIPT-XREF-FILE
           IF RECEIPT-XREF-STATUS = "35"
               OPEN OUTPUT RECEIPT-XREF-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "BANK RECEIPTS FOR SETTLEMENT ACCOUNT "
               DELIMITED BY SIZE
               SETTLE-ACCOUNT DELIMITED BY SIZE
               " POSTING " DELIMITED BY SIZE
               GENERATION-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM RETRY-QUEUED-RECEIPTS
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-AND-JUDGE-LINE UNTIL SOURCE-EOF
           CLOSE BANK-STATEMENT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE RECEIPT-WORK-FILE
           CLOSE NEW-UNAPPLIED-FILE
           CLOSE RECEIPT-XREF-FILE
           ADD 1 TO LAST-TRANSMISSION
           PERFORM ASSEMBLE-RECEIPT-FILE
           PERFORM SAVE-RECEIPT-SEQUENCE
           IF REF-LAST-NUMBER NOT = 0
               PERFORM SAVE-REFERENCE-SEQUENCE
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           MOVE RECEIPTS-APPLIED TO COUNT-EDIT
           DISPLAY "bank receipts posted: " COUNT-EDIT
           MOVE RECEIPTS-UNAPPLIED TO COUNT-EDIT
           DISPLAY "receipts left unapplied: " COUNT-EDIT
           IF RECEIPTS-UNAPPLIED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       LOAD-MATCHING-RULES SECTION.
           OPEN INPUT RULE-FILE
           IF RULE-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM LOAD-ONE-RULE UNTIL SOURCE-EOF
               CLOSE RULE-FILE
           END-IF
           EXIT.

       LOAD-ONE-RULE SECTION.
           READ RULE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF RULE-CARD = SPACES OR RCARD-FIELD = "*"
                       CONTINUE
                   ELSE
                       PERFORM STORE-ONE-RULE
                   END-IF
           END-READ
           EXIT.

      * The pattern's length is up to its first double space, so a
      * "contains" rule looks for the words and not the padding.
       STORE-ONE-RULE SECTION.
           IF (RCARD-FIELD NOT = "R" AND RCARD-FIELD NOT = "D")
                   OR (RCARD-MATCH NOT = "E" AND RCARD-MATCH NOT = "P"
                       AND RCARD-MATCH NOT = "C")
                   OR RCARD-PATTERN(1:1) = SPACE
                   OR RCARD-ACCOUNT = SPACES
               ADD 1 TO RULES-REJECTED
               DISPLAY "receipt rule rejected: " RULE-CARD(1:33)
           ELSE
               IF RULE-ENTRIES-USED >= 500
                   ADD 1 TO RULES-REJECTED
                   DISPLAY "receipt rule table full -- ignored: "
                       RULE-CARD(1:33)
               ELSE
                   ADD 1 TO RULE-ENTRIES-USED
                   SET RULE-IDX TO RULE-ENTRIES-USED
                   MOVE RCARD-FIELD   TO RULE-FIELD(RULE-IDX)
                   MOVE RCARD-MATCH   TO RULE-MATCH(RULE-IDX)
                   MOVE RCARD-PATTERN TO RULE-PATTERN(RULE-IDX)
                   INSPECT RULE-PATTERN(RULE-IDX) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE 0 TO TALLY-COUNT
                   INSPECT RULE-PATTERN(RULE-IDX) TALLYING
                       TALLY-COUNT FOR CHARACTERS BEFORE INITIAL "  "
                   IF TALLY-COUNT = 20
                           AND RCARD-PATTERN(20:1) = SPACE
                       MOVE 19 TO TALLY-COUNT
                   END-IF
                   MOVE TALLY-COUNT TO RULE-PATTERN-LEN(RULE-IDX)
                   MOVE RCARD-ACCOUNT TO RULE-ACCOUNT(RULE-IDX)
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *  Yesterday's unapplied cash, tried again before today's
      *  statement.  An item still unidentified is carried forward
      *  with its first-seen date; one identified now is posted
      *  like any receipt.
      *****************************************************************
       RETRY-QUEUED-RECEIPTS SECTION.
           OPEN INPUT OLD-UNAPPLIED-FILE
           IF OLD-UNAPPLIED-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM RETRY-ONE-QUEUED-RECEIPT UNTIL SOURCE-EOF
               CLOSE OLD-UNAPPLIED-FILE
           END-IF
           EXIT.

       RETRY-ONE-QUEUED-RECEIPT SECTION.
           READ OLD-UNAPPLIED-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE UNAP-BANK-DATE   TO RECEIPT-DATE
                   MOVE UNAP-AMOUNT      TO RECEIPT-AMOUNT
                   MOVE UNAP-REFERENCE   TO RECEIPT-REFERENCE
                   MOVE UNAP-DESCRIPTION TO RECEIPT-DESCRIPTION
                   MOVE UNAP-FIRST-SEEN  TO RECEIPT-FIRST-SEEN
                   MOVE UNAP-ATTEMPTS    TO RECEIPT-ATTEMPTS
                   PERFORM IDENTIFY-RECEIPT
                   IF RECEIPT-IDENTIFIED
                       ADD 1 TO QUEUED-NOW-APPLIED
                       PERFORM POST-RECEIPT
                   ELSE
                       PERFORM QUEUE-UNAPPLIED-RECEIPT
                   END-IF
           END-READ
           EXIT.

       READ-AND-JUDGE-LINE SECTION.
           READ BANK-STATEMENT-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF BANK-STATEMENT-RECORD = SPACES
                           OR BSTM-RECORD-TYPE = "*"
                       CONTINUE
                   ELSE
                       ADD 1 TO STATEMENT-LINES-READ
                       PERFORM JUDGE-STATEMENT-LINE
                   END-IF
           END-READ
           EXIT.

       JUDGE-STATEMENT-LINE SECTION.
           IF BSTM-RECORD-TYPE NOT = "D" OR BSTM-SIGN NOT = "+"
                   OR BSTM-AMOUNT = 0
               ADD 1 TO LINES-NOT-RECEIPTS
           ELSE
               IF BSTM-DATE NOT > LAST-STATEMENT-DATE
                   ADD 1 TO LINES-ALREADY-DONE
               ELSE
                   IF BSTM-DATE > LATEST-STATEMENT-DATE
                       MOVE BSTM-DATE TO LATEST-STATEMENT-DATE
                   END-IF
                   MOVE BSTM-DATE        TO RECEIPT-DATE
                   MOVE BSTM-AMOUNT      TO RECEIPT-AMOUNT
                   MOVE BSTM-REFERENCE   TO RECEIPT-REFERENCE
                   MOVE BSTM-DESCRIPTION TO RECEIPT-DESCRIPTION
                   MOVE GENERATION-DATE  TO RECEIPT-FIRST-SEEN
                   MOVE 0 TO RECEIPT-ATTEMPTS
                   PERFORM IDENTIFY-RECEIPT
                   IF RECEIPT-IDENTIFIED
                       PERFORM POST-RECEIPT
                   ELSE
                       PERFORM QUEUE-UNAPPLIED-RECEIPT
                   END-IF
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *  Rules first -- they are someone's explicit instruction --
      *  then an account number quoted by the payer.  Whichever
      *  names the account, it must be on file and open.
      *****************************************************************
       IDENTIFY-RECEIPT SECTION.
           MOVE 'N' TO RECEIPT-FOUND-SWITCH
           MOVE SPACES TO RECEIPT-ACCOUNT
           MOVE SPACES TO IDENTIFIED-BY
           MOVE SPACES TO UNAPPLIED-REASON
           MOVE SPACES TO UPPER-REFERENCE
           MOVE RECEIPT-REFERENCE TO UPPER-REFERENCE
           INSPECT UPPER-REFERENCE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE RECEIPT-DESCRIPTION TO UPPER-DESCRIPTION
           INSPECT UPPER-DESCRIPTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           SET RULE-IDX TO 1
           PERFORM TRY-ONE-RULE
               UNTIL RULE-IDX > RULE-ENTRIES-USED
                   OR RECEIPT-IDENTIFIED
           IF NOT RECEIPT-IDENTIFIED
               MOVE UPPER-REFERENCE TO MATCH-TEXT
               PERFORM TRY-QUOTED-ACCOUNT
               IF RECEIPT-IDENTIFIED
                   MOVE "ACCOUNT IN REFERENCE" TO IDENTIFIED-BY
               END-IF
           END-IF
           IF NOT RECEIPT-IDENTIFIED
               MOVE UPPER-DESCRIPTION TO MATCH-TEXT
               PERFORM TRY-QUOTED-ACCOUNT
               IF RECEIPT-IDENTIFIED
                   MOVE "ACCOUNT IN DESCRIPTION" TO IDENTIFIED-BY
               END-IF
           END-IF
           IF RECEIPT-IDENTIFIED
               PERFORM CHECK-RECEIPT-ACCOUNT
           ELSE
               MOVE "NO RULE OR ACCOUNT" TO UNAPPLIED-REASON
           END-IF
           EXIT.

       TRY-ONE-RULE SECTION.
           IF RULE-ON-REFERENCE(RULE-IDX)
               MOVE UPPER-REFERENCE TO MATCH-TEXT
           ELSE
               MOVE UPPER-DESCRIPTION TO MATCH-TEXT
           END-IF
           EVALUATE TRUE
               WHEN RULE-EXACT(RULE-IDX)
                   IF MATCH-TEXT = RULE-PATTERN(RULE-IDX)
                       SET RECEIPT-IDENTIFIED TO TRUE
                   END-IF
               WHEN RULE-BEGINS-WITH(RULE-IDX)
                   IF MATCH-TEXT(1:RULE-PATTERN-LEN(RULE-IDX)) =
                           RULE-PATTERN(RULE-IDX)
                               (1:RULE-PATTERN-LEN(RULE-IDX))
                       SET RECEIPT-IDENTIFIED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 0 TO TALLY-COUNT
                   INSPECT MATCH-TEXT TALLYING TALLY-COUNT
                       FOR ALL RULE-PATTERN(RULE-IDX)
                           (1:RULE-PATTERN-LEN(RULE-IDX))
                   IF TALLY-COUNT > 0
                       SET RECEIPT-IDENTIFIED TO TRUE
                   END-IF
           END-EVALUATE
           IF RECEIPT-IDENTIFIED
               MOVE RULE-ACCOUNT(RULE-IDX) TO RECEIPT-ACCOUNT
               SET RULE-NUMBER-EDIT TO RULE-IDX
               MOVE SPACES TO IDENTIFIED-BY
               STRING "RULE " DELIMITED BY SIZE
                   RULE-NUMBER-EDIT DELIMITED BY SIZE
                   INTO IDENTIFIED-BY
           ELSE
               SET RULE-IDX UP BY 1
           END-IF
           EXIT.

      * The first word of MATCH-TEXT, where it is no longer than an
      * account id and names an account on the master.
       TRY-QUOTED-ACCOUNT SECTION.
           MOVE SPACES TO MATCH-WORD
           UNSTRING MATCH-TEXT DELIMITED BY ALL SPACES
               INTO MATCH-WORD
           END-UNSTRING
           IF MATCH-WORD NOT = SPACES AND MATCH-WORD(9:12) = SPACES
                   AND MATCH-WORD(1:8) NOT = SETTLE-ACCOUNT
               MOVE MATCH-WORD(1:8) TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RECEIPT-IDENTIFIED TO TRUE
                       MOVE MATCH-WORD(1:8) TO RECEIPT-ACCOUNT
               END-READ
           END-IF
           EXIT.

       CHECK-RECEIPT-ACCOUNT SECTION.
           IF RECEIPT-ACCOUNT = SETTLE-ACCOUNT
               MOVE 'N' TO RECEIPT-FOUND-SWITCH
               MOVE "RULE IS SETTLEMENT" TO UNAPPLIED-REASON
           ELSE
               MOVE RECEIPT-ACCOUNT TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO RECEIPT-FOUND-SWITCH
                       MOVE "ACCOUNT NOT ON FILE" TO UNAPPLIED-REASON
                   NOT INVALID KEY
                       IF NOT ACCT-OPEN
                           MOVE 'N' TO RECEIPT-FOUND-SWITCH
                           MOVE "ACCOUNT NOT OPEN"
                               TO UNAPPLIED-REASON
                       END-IF
               END-READ
           END-IF
           IF NOT RECEIPT-IDENTIFIED
               MOVE SPACES TO IDENTIFIED-BY
               STRING UNAPPLIED-REASON DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   RECEIPT-ACCOUNT DELIMITED BY SIZE
                   INTO IDENTIFIED-BY
               MOVE IDENTIFIED-BY TO UNAPPLIED-REASON
           END-IF
           EXIT.

      *****************************************************************
      *  The settlement leg first, then the customer's -- both
      *  credits, both valued the day the bank received the money.
      *****************************************************************
       POST-RECEIPT SECTION.
           PERFORM ASSIGN-RECEIPT-REFERENCE
           MOVE ASSIGNED-REFERENCE TO SETTLE-REFERENCE
           MOVE SETTLE-ACCOUNT TO LEG-ACCOUNT
           PERFORM WRITE-RECEIPT-LEG
           PERFORM ASSIGN-RECEIPT-REFERENCE
           MOVE ASSIGNED-REFERENCE TO CUSTOMER-REFERENCE
           MOVE RECEIPT-ACCOUNT TO LEG-ACCOUNT
           PERFORM WRITE-RECEIPT-LEG
           MOVE GENERATION-DATE    TO RCPX-GENERATED-DATE
           MOVE RECEIPT-DATE       TO RCPX-BANK-DATE
           MOVE RECEIPT-REFERENCE  TO RCPX-BANK-REFERENCE
           MOVE RECEIPT-AMOUNT     TO RCPX-AMOUNT
           MOVE SETTLE-ACCOUNT     TO RCPX-SETTLE-ACCOUNT
           MOVE SETTLE-REFERENCE   TO RCPX-SETTLE-REFERENCE
           MOVE RECEIPT-ACCOUNT    TO RCPX-CUSTOMER-ACCOUNT
           MOVE CUSTOMER-REFERENCE TO RCPX-CUSTOMER-REFERENCE
           WRITE RECEIPT-XREF-RECORD
           ADD 1 TO RECEIPTS-APPLIED
           ADD RECEIPT-AMOUNT TO APPLIED-TOTAL
           MOVE RECEIPT-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "APPLIED   " DELIMITED BY SIZE
               RECEIPT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " BANK REF " DELIMITED BY SIZE
               RECEIPT-REFERENCE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               RECEIPT-ACCOUNT DELIMITED BY SIZE
               " REFS " DELIMITED BY SIZE
               SETTLE-REFERENCE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CUSTOMER-REFERENCE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               IDENTIFIED-BY DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * A receipt the bank dated before the posting day is valued
      * back to it, so the customer's interest runs from the day
      * the money arrived.
       WRITE-RECEIPT-LEG SECTION.
           MOVE SPACES TO WRK-RECORD
           MOVE 0 TO WRK-VALUE-1
           MOVE "+" TO WRK-OPERATION
           MOVE RECEIPT-AMOUNT TO WRK-VALUE-2
           MOVE GENERATION-DATE TO WRK-DATE-IN
           MOVE RECEIPT-OPERATOR TO WRK-OPERATOR-ID-IN
           MOVE ASSIGNED-REFERENCE TO WRK-REFERENCE-IN
           IF RECEIPT-DATE < GENERATION-DATE
               MOVE RECEIPT-DATE TO WRK-VALUE-DATE
           ELSE
               MOVE 0 TO WRK-VALUE-DATE
           END-IF
           MOVE LEG-ACCOUNT TO WRK-ACCOUNT-ID
           MOVE 0 TO WRK-SOURCE-POSITION
           MOVE "RCPT" TO WRK-SOURCE-SYSTEM
           WRITE WRK-RECORD
           ADD 1 TO CONTROL-RECORD-COUNT
           ADD RECEIPT-AMOUNT TO CONTROL-HASH-TOTAL
           EXIT.

       QUEUE-UNAPPLIED-RECEIPT SECTION.
           MOVE SPACES TO NUNP-RECORD
           MOVE RECEIPT-FIRST-SEEN  TO NUNP-FIRST-SEEN
           MOVE RECEIPT-DATE        TO NUNP-BANK-DATE
           MOVE RECEIPT-AMOUNT      TO NUNP-AMOUNT
           MOVE RECEIPT-REFERENCE   TO NUNP-REFERENCE
           MOVE RECEIPT-DESCRIPTION TO NUNP-DESCRIPTION
           MOVE UNAPPLIED-REASON    TO NUNP-REASON
           COMPUTE NUNP-ATTEMPTS = RECEIPT-ATTEMPTS + 1
           MOVE GENERATION-DATE     TO NUNP-LAST-ATTEMPT
           WRITE NUNP-RECORD
           ADD 1 TO RECEIPTS-UNAPPLIED
           ADD RECEIPT-AMOUNT TO UNAPPLIED-TOTAL
           MOVE RECEIPT-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "UNAPPLIED " DELIMITED BY SIZE
               RECEIPT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " BANK REF " DELIMITED BY SIZE
               RECEIPT-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECEIPT-DESCRIPTION DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               UNAPPLIED-REASON DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Same YYMMDDnnnn assignment CALCULATOR makes, drawn from the
      * same REFSEQ file, dated the posting date.
       ASSIGN-RECEIPT-REFERENCE SECTION.
           IF REF-LAST-DATE NOT = GENERATION-DATE
               MOVE GENERATION-DATE TO REF-LAST-DATE
               MOVE 0 TO REF-LAST-NUMBER
           END-IF
           ADD 1 TO REF-LAST-NUMBER
           MOVE SPACES TO ASSIGNED-REFERENCE
           STRING GENERATION-DATE(3:6) DELIMITED BY SIZE
               REF-LAST-NUMBER DELIMITED BY SIZE
               INTO ASSIGNED-REFERENCE
           EXIT.

      *****************************************************************
      *  The "C" record -- now that the count and hash are known --
      *  followed by the postings.  A run with nothing to post still
      *  sends its control record, so the sequence never skips.
      *****************************************************************
       ASSEMBLE-RECEIPT-FILE SECTION.
           OPEN OUTPUT RECEIPT-TRAN-FILE
           MOVE SPACES TO TRAN-RECORD
           MOVE "C" TO TRANC-RECORD-TYPE
           MOVE GENERATION-DATE TO TRANC-CREATE-DATE
      * A file generated for another date carries no time, so no
      * cut-off is held against it.
           IF GENERATION-TIME NOT = 0
               MOVE GENERATION-TIME(1:4) TO TRANC-CREATE-TIME
           END-IF
           MOVE LAST-TRANSMISSION TO TRANC-SEQUENCE
           MOVE CONTROL-RECORD-COUNT TO TRANC-RECORD-COUNT
           MOVE CONTROL-HASH-TOTAL TO TRANC-HASH-TOTAL
           WRITE TRAN-RECORD
           OPEN INPUT RECEIPT-WORK-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM COPY-ONE-WORK-RECORD UNTIL SOURCE-EOF
           CLOSE RECEIPT-WORK-FILE
           CLOSE RECEIPT-TRAN-FILE
           EXIT.

       COPY-ONE-WORK-RECORD SECTION.
           READ RECEIPT-WORK-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   WRITE TRAN-RECORD FROM WRK-RECORD
           END-READ
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE STATEMENT-LINES-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "STATEMENT LINES READ:          " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LINES-NOT-RECEIPTS TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  NOT RECEIPTS (LEFT TO BANKREC):" DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LINES-ALREADY-DONE TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  DEALT WITH BY AN EARLIER RUN:" DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RECEIPTS-APPLIED TO COUNT-EDIT
           MOVE APPLIED-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RECEIPTS POSTED:               " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE QUEUED-NOW-APPLIED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  OF WHICH FROM THE QUEUE:     " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RECEIPTS-UNAPPLIED TO COUNT-EDIT
           MOVE UNAPPLIED-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "LEFT ON THE UNAPPLIED QUEUE:   " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LAST-TRANSMISSION TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RECEIPTS FILE SEQUENCE:        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF RULES-REJECTED > 0
               MOVE RULES-REJECTED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "MATCHING RULES REJECTED:       "
                   DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       LOAD-RECEIPT-SEQUENCE SECTION.
           OPEN INPUT RECEIPT-SEQ-FILE
           IF RECEIPT-SEQ-STATUS = "00"
               READ RECEIPT-SEQ-FILE
                   NOT AT END
                       MOVE RSEQ-LAST-SEQUENCE TO LAST-TRANSMISSION
                       MOVE RSEQ-LAST-STATEMENT-DATE
                           TO LAST-STATEMENT-DATE
               END-READ
               CLOSE RECEIPT-SEQ-FILE
           END-IF
           EXIT.

       SAVE-RECEIPT-SEQUENCE SECTION.
           OPEN OUTPUT RECEIPT-SEQ-FILE
           MOVE LAST-TRANSMISSION     TO RSEQ-LAST-SEQUENCE
           MOVE LATEST-STATEMENT-DATE TO RSEQ-LAST-STATEMENT-DATE
           WRITE RECEIPT-SEQ-RECORD
           CLOSE RECEIPT-SEQ-FILE
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
