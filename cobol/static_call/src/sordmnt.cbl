       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDMNT.

      *****************************************************************
      *  SORDMNT maintains the standing orders STORDGEN generates
      *  from, so an order can be set up, repriced, paused or
      *  stopped from control cards instead of by editing SORDMAST.
      *
      *    SORDMAST  in   standing orders (copy/sordrec.cpy)
      *    SORDCRDS  in   maintenance cards
      *    SORDNEW   out  the orders with the cards applied, swapped
      *                   back in as the new SORDMAST by the JCL
      *                   (the same split-and-swap STORDGEN uses)
      *    SORDRPT   out  listing of every order and its next run
      *    OPERMAST  in   optional -- when mounted, an order's
      *                   operator id must be a live operator
      *    ACCTMAST  in   optional -- when mounted, the account an
      *                   ACCOUNT card ties an order to must be on
      *                   file and open
      *    MNTAUDIT  out  before/after image of every applied card
      *
      *  One card per action on the SORDCRDS dataset:
      *
      *    cols  1-8   action      ADD / CHANGE / SUSPEND / RESUME /
      *                            CANCEL / ACCOUNT / PAYOUT
      *    col   9     (blank)
      *    cols 10-13  order id
      *    col  14     (blank)
      *    col  15     operation code
      *    col  17     sign of value 1 (blank or + / -)
      *    cols 18-28  value 1, 9 digits and 2 implied decimals
      *    col  30     sign of value 2
      *    cols 31-41  value 2
      *    cols 43-50  operator id
      *    cols 52-54  currency 1
      *    cols 56-58  currency 2
      *    col  60     frequency   D daily, W weekly, M monthly
      *    cols 62-69  next due date (YYYYMMDD)
      *    cols 71-78  end date (YYYYMMDD, zero/blank = open-ended)
      *
      *  SUSPEND cards carry the suspend-until date (YYYYMMDD) in
      *  cols 15-22 instead: STORDGEN steps past every period due
      *  before that date without generating it.  RESUME clears the
      *  suspension.  ACCOUNT cards carry the account the order
      *  settles through in cols 15-22 -- CASHPROJ projects the
      *  order's flows against it -- and a blank account unties the
      *  order again.  PAYOUT cards carry Y or N in col 15: Y makes
      *  the order a bank payout -- STORDGEN posts each occurrence
      *  against the order's account as a "PAYO" debit and the
      *  bank pays the account's owner (a supplier) -- and is
      *  refused unless the order is a "-" order tied to an
      *  account; such an order cannot then be untied or changed
      *  to another operation until a PAYOUT N card clears the
      *  flag.  CANCEL drops the order from SORDNEW (the audit
      *  line keeps its last image).  ADD needs every field but the
      *  currencies and end date; on a CHANGE card a blank field
      *  leaves the order's value alone.
      *
      *  The whole master is held in a table while the cards are
      *  applied, so a card may name an order added earlier in the
      *  same deck.  A card that fails leaves a non-zero RETURN-CODE;
      *  a master too big for the table stops the run with 12 before
      *  SORDNEW is written, so the JCL's swap step is skipped and
      *  nothing is lost.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "SORDMAST"
               FILE STATUS IS ORDER-STATUS.
           SELECT ORDER-NEW-FILE ASSIGN TO "SORDNEW"
               FILE STATUS IS ORDER-NEW-STATUS.
           SELECT ORDER-CARD-FILE ASSIGN TO "SORDCRDS"
               FILE STATUS IS ORDER-CARD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SORDRPT".
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
       01 ORDER-IN-RECORD PIC X(75).

       FD ORDER-NEW-FILE.
       01 ORDER-NEW-RECORD PIC X(75).

       FD ORDER-CARD-FILE.
       01 ORDER-CARD.
           05 OCARD-ACTION     PIC X(08).
           05 FILLER           PIC X(01).
           05 OCARD-ORDER-ID   PIC X(04).
           05 FILLER           PIC X(01).
           05 OCARD-DETAIL     PIC X(66).
           05 OCARD-ORDER-DETAIL REDEFINES OCARD-DETAIL.
               10 OCARD-OPERATION  PIC X(01).
               10 FILLER           PIC X(01).
               10 OCARD-SIGN-1     PIC X(01).
               10 OCARD-VALUE-1    PIC X(11).
               10 FILLER           PIC X(01).
               10 OCARD-SIGN-2     PIC X(01).
               10 OCARD-VALUE-2    PIC X(11).
               10 FILLER           PIC X(01).
               10 OCARD-OPERATOR-ID PIC X(08).
               10 FILLER           PIC X(01).
               10 OCARD-CURRENCY-1 PIC X(03).
               10 FILLER           PIC X(01).
               10 OCARD-CURRENCY-2 PIC X(03).
               10 FILLER           PIC X(01).
               10 OCARD-FREQUENCY  PIC X(01).
               10 FILLER           PIC X(01).
               10 OCARD-NEXT-DUE   PIC X(08).
               10 FILLER           PIC X(01).
               10 OCARD-END-DATE   PIC X(08).
               10 FILLER           PIC X(02).
           05 OCARD-SUSPEND-DETAIL REDEFINES OCARD-DETAIL.
               10 OCARD-SUSPEND-UNTIL PIC X(08).
               10 FILLER              PIC X(58).
           05 OCARD-ACCOUNT-DETAIL REDEFINES OCARD-DETAIL.
               10 OCARD-ACCOUNT-ID    PIC X(08).
               10 FILLER              PIC X(58).
           05 OCARD-PAYOUT-DETAIL REDEFINES OCARD-DETAIL.
               10 OCARD-PAYOUT-FLAG   PIC X(01).
               10 FILLER              PIC X(65).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 ORDER-STATUS           PIC X(02).
       01 ORDER-NEW-STATUS       PIC X(02).
       01 ORDER-CARD-STATUS      PIC X(02).
       01 OPERATOR-MASTER-STATUS PIC X(02).
       01 ACCOUNT-MASTER-STATUS  PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 ORDER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 ORDER-EOF VALUE 'Y'.
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 OPERATOR-MASTER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 OPERATOR-MASTER-AVAILABLE VALUE 'Y'.
       01 ACCOUNT-MASTER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 ACCOUNT-MASTER-AVAILABLE VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       01 AFTER-IMAGE  PIC X(80).

      * The order a card is working on, pulled out of its table slot
      * and put back once the card has been applied.
       COPY sordrec.

       COPY optable.

      * The master in file order, comment lines included, so SORDNEW
      * comes back out the way it went in with any ADDs on the end.
      * A cancelled slot stays in the table but is not written.
       01 ORDER-TABLE.
           05 ORDER-SLOT OCCURS 500 TIMES.
               10 ORDER-SLOT-STATE PIC X(01).
                   88 ORDER-SLOT-LIVE      VALUE "L".
                   88 ORDER-SLOT-COMMENT   VALUE "*".
                   88 ORDER-SLOT-CANCELLED VALUE "C".
               10 ORDER-SLOT-IMAGE PIC X(75).
       01 ORDER-SLOT-LIMIT PIC 9(05) COMP VALUE 500.
       01 ORDER-SLOT-COUNT PIC 9(05) COMP VALUE 0.
       01 ORDER-SUB        PIC 9(05) COMP.
       01 FOUND-SUB        PIC 9(05) COMP.
       01 ORDER-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 ORDER-TABLE-FULL VALUE 'Y'.

       01 CARD-VALID-SWITCH PIC X(01).
           88 CARD-VALID VALUE 'Y'.
       01 CARD-AMOUNT-VALUE PIC 9(9)V99.
       01 CARD-AMOUNT-RAW REDEFINES CARD-AMOUNT-VALUE PIC 9(11).
       01 CARD-DATE-TEXT  PIC X(08).
       01 CARD-DATE-VALUE REDEFINES CARD-DATE-TEXT PIC 9(08).

      * Calendar check, as in RATEMNT.
       01 DATE-VALID-SWITCH PIC X(01).
           88 DATE-VALID VALUE 'Y'.
       01 CAL-WORK-YEAR   PIC 9(04).
       01 CAL-WORK-MONTH  PIC 9(02).
       01 CAL-WORK-DAY    PIC 9(02).
       01 CAL-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 CAL-DAYS-IN-MONTH REDEFINES CAL-DAYS-TABLE.
           05 CAL-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       01 CAL-MONTH-LIMIT    PIC 9(02).
       01 CAL-LEAP-QUOTIENT  PIC 9(04) COMP.
       01 CAL-LEAP-REMAINDER PIC 9(04) COMP.

      * Date stepping for the next-run column, the same arithmetic
      * STORDGEN advances the orders with.
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
       01 DAY-STEP-COUNT PIC 9(01) COMP.
       01 NEXT-RUN-DATE  PIC 9(08).
       01 PERIODS-STEPPED PIC 9(03) COMP.
       01 STEP-LIMIT      PIC 9(03) COMP VALUE 400.

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 ORDERS-LISTED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.
       01 VALUE-1-EDIT    PIC ZZZZZZZZ9.99-.
       01 VALUE-2-EDIT    PIC ZZZZZZZZ9.99-.
       01 NEXT-RUN-TEXT   PIC X(08).
       01 SUSPEND-TEXT    PIC X(08).
       01 END-DATE-TEXT   PIC X(08).
       01 REPORT-WORK     PIC X(100).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
      * No SORDMAST yet is an empty book of orders -- the first
      * deck of ADD cards builds it.
           OPEN INPUT ORDER-FILE
           IF ORDER-STATUS = "00"
               PERFORM LOAD-ONE-ORDER UNTIL ORDER-EOF
               CLOSE ORDER-FILE
           ELSE
               IF ORDER-STATUS NOT = "35"
                   DISPLAY "unable to open standing order file, status "
                       ORDER-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF ORDER-TABLE-FULL
               DISPLAY "standing order file holds more than "
                   ORDER-SLOT-LIMIT " records -- nothing applied"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * The operator master is optional equipment here: with no
      * OPERMAST DD mounted an order's operator id is taken on
      * trust, and CALCULATOR still checks it when the generated
      * transaction posts.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS = "00"
               SET OPERATOR-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               SET ACCOUNT-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "unable to open maintenance audit file, status "
                   MAINT-AUDIT-STATUS
               IF OPERATOR-MASTER-AVAILABLE
                   CLOSE OPERATOR-MASTER-FILE
               END-IF
               IF ACCOUNT-MASTER-AVAILABLE
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ORDER-CARD-FILE
           IF ORDER-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF ORDER-CARD-STATUS = "00"
               CLOSE ORDER-CARD-FILE
           END-IF
           IF OPERATOR-MASTER-AVAILABLE
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           IF ACCOUNT-MASTER-AVAILABLE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           CLOSE MAINT-AUDIT-FILE
           OPEN OUTPUT ORDER-NEW-FILE
           IF ORDER-NEW-STATUS NOT = "00"
               DISPLAY "unable to open new standing order file, "
                   "status " ORDER-NEW-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "STANDING ORDERS AFTER MAINTENANCE ON "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "ORDR OP       VALUE 1       VALUE 2 OPERATOR "
               DELIMITED BY SIZE
               "CCY CCY F NEXT DUE END DATE SUSP TO  NEXT RUN"
               DELIMITED BY SIZE
               " ACCOUNT  P" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-ORDER
               VARYING ORDER-SUB FROM 1 BY 1
               UNTIL ORDER-SUB > ORDER-SLOT-COUNT
           MOVE ORDERS-LISTED-COUNT TO CARD-COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ORDERS ON FILE: " DELIMITED BY SIZE
               CARD-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE ORDER-NEW-FILE
           CLOSE REPORT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "standing order cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "standing order cards rejected: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       LOAD-ONE-ORDER SECTION.
           READ ORDER-FILE
               AT END
                   SET ORDER-EOF TO TRUE
               NOT AT END
                   IF ORDER-SLOT-COUNT >= ORDER-SLOT-LIMIT
                       SET ORDER-TABLE-FULL TO TRUE
                       SET ORDER-EOF TO TRUE
                   ELSE
                       ADD 1 TO ORDER-SLOT-COUNT
                       MOVE ORDER-IN-RECORD
                           TO ORDER-SLOT-IMAGE(ORDER-SLOT-COUNT)
                       IF ORDER-IN-RECORD = SPACES
                               OR ORDER-IN-RECORD(1:1) = "*"
                           SET ORDER-SLOT-COMMENT(ORDER-SLOT-COUNT)
                               TO TRUE
                       ELSE
                           SET ORDER-SLOT-LIVE(ORDER-SLOT-COUNT)
                               TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * Blank cards and cards beginning with an asterisk are comment
      * lines, the same annotation convention the transaction file
      * uses.
       READ-AND-APPLY-CARD SECTION.
           READ ORDER-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF ORDER-CARD = SPACES
                           OR ORDER-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-ORDER-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-ORDER-CARD SECTION.
           IF OCARD-ORDER-ID = SPACES
               DISPLAY OCARD-ACTION " card with blank order id rejected"
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               PERFORM FIND-ORDER-SLOT
               EVALUATE OCARD-ACTION
                   WHEN "ADD     "
                       PERFORM ADD-ORDER
                   WHEN "CHANGE  "
                       PERFORM CHANGE-ORDER
                   WHEN "SUSPEND "
                       PERFORM SUSPEND-ORDER
                   WHEN "RESUME  "
                       PERFORM RESUME-ORDER
                   WHEN "CANCEL  "
                       PERFORM CANCEL-ORDER
                   WHEN "ACCOUNT "
                       PERFORM TIE-ORDER-TO-ACCOUNT
                   WHEN "PAYOUT  "
                       PERFORM SET-ORDER-PAYOUT
                   WHEN OTHER
                       DISPLAY "unknown action '" OCARD-ACTION
                           "' for order " OCARD-ORDER-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
               END-EVALUATE
           END-IF
           EXIT.

      * Leaves FOUND-SUB pointing at the card's order among the live
      * slots, or zero when it isn't there.
       FIND-ORDER-SLOT SECTION.
           MOVE 0 TO FOUND-SUB
           PERFORM CHECK-ONE-ORDER-SLOT
               VARYING ORDER-SUB FROM 1 BY 1
               UNTIL ORDER-SUB > ORDER-SLOT-COUNT
                   OR FOUND-SUB > 0
           EXIT.

       CHECK-ONE-ORDER-SLOT SECTION.
           IF ORDER-SLOT-LIVE(ORDER-SUB)
                   AND ORDER-SLOT-IMAGE(ORDER-SUB)(1:4)
                       = OCARD-ORDER-ID
               MOVE ORDER-SUB TO FOUND-SUB
           END-IF
           EXIT.

       ADD-ORDER SECTION.
           IF FOUND-SUB > 0
               DISPLAY "order already on file: " OCARD-ORDER-ID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               IF ORDER-SLOT-COUNT >= ORDER-SLOT-LIMIT
                   DISPLAY "standing order table full, order "
                       OCARD-ORDER-ID " not added"
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
                   MOVE 'Y' TO CARD-VALID-SWITCH
                   IF OCARD-OPERATION = SPACE
                           OR OCARD-VALUE-1 = SPACES
                           OR OCARD-VALUE-2 = SPACES
                           OR OCARD-OPERATOR-ID = SPACES
                           OR OCARD-FREQUENCY = SPACE
                           OR OCARD-NEXT-DUE = SPACES
                       DISPLAY "ADD card for order " OCARD-ORDER-ID
                           " is missing a required field"
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
                   MOVE SPACES TO ORDER-RECORD
                   MOVE OCARD-ORDER-ID TO SORD-ORDER-ID
                   MOVE 0 TO SORD-VALUE-1
                   MOVE 0 TO SORD-VALUE-2
                   MOVE 0 TO SORD-NEXT-DUE
                   MOVE 0 TO SORD-END-DATE
                   MOVE 0 TO SORD-SUSPEND-UNTIL
                   IF CARD-VALID
                       PERFORM APPLY-ORDER-FIELDS
                   END-IF
                   IF CARD-VALID
                       PERFORM CHECK-ORDER-DATES
                   END-IF
                   IF CARD-VALID
                       ADD 1 TO ORDER-SLOT-COUNT
                       MOVE ORDER-SLOT-COUNT TO FOUND-SUB
                       SET ORDER-SLOT-LIVE(FOUND-SUB) TO TRUE
                       MOVE ORDER-RECORD TO ORDER-SLOT-IMAGE(FOUND-SUB)
                       DISPLAY "order added: " OCARD-ORDER-ID
                       ADD 1 TO CARDS-APPLIED-COUNT
                       MOVE SPACES TO BEFORE-IMAGE
                       MOVE ORDER-RECORD TO AFTER-IMAGE
                       PERFORM WRITE-AUDIT-LINE
                   ELSE
                       ADD 1 TO CARDS-REJECTED-COUNT
                   END-IF
               END-IF
           END-IF
           EXIT.

       CHANGE-ORDER SECTION.
           IF FOUND-SUB = 0
               DISPLAY "order not on file: " OCARD-ORDER-ID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE ORDER-SLOT-IMAGE(FOUND-SUB) TO ORDER-RECORD
               MOVE SPACES TO BEFORE-IMAGE
               MOVE ORDER-RECORD TO BEFORE-IMAGE
               MOVE 'Y' TO CARD-VALID-SWITCH
               PERFORM APPLY-ORDER-FIELDS
               IF CARD-VALID
                   PERFORM CHECK-ORDER-DATES
               END-IF
               IF CARD-VALID AND SORD-EXTERNAL-PAYOUT
                       AND SORD-OPERATION NOT = "-"
                   DISPLAY "order " OCARD-ORDER-ID
                       " is a bank payout and must stay a '-' order"
                   MOVE 'N' TO CARD-VALID-SWITCH
               END-IF
               IF CARD-VALID
                   MOVE ORDER-RECORD TO ORDER-SLOT-IMAGE(FOUND-SUB)
                   DISPLAY "order changed: " OCARD-ORDER-ID
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO AFTER-IMAGE
                   MOVE ORDER-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   ADD 1 TO CARDS-REJECTED-COUNT
               END-IF
           END-IF
           EXIT.

      * Moves every non-blank card field onto ORDER-RECORD, checking
      * each as it goes; any failure clears CARD-VALID-SWITCH and
      * the caller discards the working copy.
       APPLY-ORDER-FIELDS SECTION.
           IF OCARD-OPERATION NOT = SPACE
               SET OP-TABLE-IDX TO 1
               SEARCH OP-TABLE-ENTRY
                   AT END
                       DISPLAY "unknown operation '" OCARD-OPERATION
                           "' for order " OCARD-ORDER-ID
                       MOVE 'N' TO CARD-VALID-SWITCH
                   WHEN OP-TABLE-CODE(OP-TABLE-IDX) = OCARD-OPERATION
                       MOVE OCARD-OPERATION TO SORD-OPERATION
               END-SEARCH
           END-IF
           IF OCARD-VALUE-1 NOT = SPACES
               IF OCARD-VALUE-1 NOT NUMERIC
                       OR (OCARD-SIGN-1 NOT = SPACE
                           AND OCARD-SIGN-1 NOT = "+"
                           AND OCARD-SIGN-1 NOT = "-")
                   DISPLAY "bad value 1 '" OCARD-SIGN-1 OCARD-VALUE-1
                       "' for order " OCARD-ORDER-ID
                   MOVE 'N' TO CARD-VALID-SWITCH
               ELSE
                   MOVE OCARD-VALUE-1 TO CARD-AMOUNT-RAW
                   MOVE CARD-AMOUNT-VALUE TO SORD-VALUE-1
                   IF OCARD-SIGN-1 = "-"
                       COMPUTE SORD-VALUE-1 = 0 - CARD-AMOUNT-VALUE
                   END-IF
               END-IF
           END-IF
           IF OCARD-VALUE-2 NOT = SPACES
               IF OCARD-VALUE-2 NOT NUMERIC
                       OR (OCARD-SIGN-2 NOT = SPACE
                           AND OCARD-SIGN-2 NOT = "+"
                           AND OCARD-SIGN-2 NOT = "-")
                   DISPLAY "bad value 2 '" OCARD-SIGN-2 OCARD-VALUE-2
                       "' for order " OCARD-ORDER-ID
                   MOVE 'N' TO CARD-VALID-SWITCH
               ELSE
                   MOVE OCARD-VALUE-2 TO CARD-AMOUNT-RAW
                   MOVE CARD-AMOUNT-VALUE TO SORD-VALUE-2
                   IF OCARD-SIGN-2 = "-"
                       COMPUTE SORD-VALUE-2 = 0 - CARD-AMOUNT-VALUE
                   END-IF
               END-IF
           END-IF
           IF OCARD-OPERATOR-ID NOT = SPACES
               PERFORM CHECK-ORDER-OPERATOR
               MOVE OCARD-OPERATOR-ID TO SORD-OPERATOR-ID
           END-IF
           IF OCARD-CURRENCY-1 NOT = SPACES
               MOVE OCARD-CURRENCY-1 TO SORD-CURRENCY-1
           END-IF
           IF OCARD-CURRENCY-2 NOT = SPACES
               MOVE OCARD-CURRENCY-2 TO SORD-CURRENCY-2
           END-IF
           IF OCARD-FREQUENCY NOT = SPACE
               MOVE OCARD-FREQUENCY TO SORD-FREQUENCY
               IF NOT SORD-FREQUENCY-VALID
                   DISPLAY "bad frequency '" OCARD-FREQUENCY
                       "' for order " OCARD-ORDER-ID
                   MOVE 'N' TO CARD-VALID-SWITCH
               END-IF
           END-IF
           IF OCARD-NEXT-DUE NOT = SPACES
               MOVE OCARD-NEXT-DUE TO CARD-DATE-TEXT
               PERFORM VALIDATE-CALENDAR-DATE
               IF DATE-VALID
                   MOVE CARD-DATE-VALUE TO SORD-NEXT-DUE
               ELSE
                   DISPLAY "bad next due date '" OCARD-NEXT-DUE
                       "' for order " OCARD-ORDER-ID
                   MOVE 'N' TO CARD-VALID-SWITCH
               END-IF
           END-IF
           IF OCARD-END-DATE NOT = SPACES
               IF OCARD-END-DATE = "00000000"
                   MOVE 0 TO SORD-END-DATE
               ELSE
                   MOVE OCARD-END-DATE TO CARD-DATE-TEXT
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF DATE-VALID
                       MOVE CARD-DATE-VALUE TO SORD-END-DATE
                   ELSE
                       DISPLAY "bad end date '" OCARD-END-DATE
                           "' for order " OCARD-ORDER-ID
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
               END-IF
           END-IF
           EXIT.

      * An operator CALCULATOR would reject is caught here, at set-up
      * time, rather than on every generated transaction afterwards.
       CHECK-ORDER-OPERATOR SECTION.
           IF OPERATOR-MASTER-AVAILABLE
               MOVE OCARD-OPERATOR-ID TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "operator " OCARD-OPERATOR-ID
                           " not on file for order " OCARD-ORDER-ID
                       MOVE 'N' TO CARD-VALID-SWITCH
                   NOT INVALID KEY
                       IF NOT OPM-ACTIVE
                           DISPLAY "operator " OCARD-OPERATOR-ID
                               " inactive for order " OCARD-ORDER-ID
                           MOVE 'N' TO CARD-VALID-SWITCH
                       END-IF
               END-READ
           END-IF
           EXIT.

       CHECK-ORDER-DATES SECTION.
           IF SORD-END-DATE > 0 AND SORD-END-DATE < SORD-NEXT-DUE
               DISPLAY "end date " SORD-END-DATE
                   " is before next due " SORD-NEXT-DUE
                   " for order " OCARD-ORDER-ID
               MOVE 'N' TO CARD-VALID-SWITCH
           END-IF
           EXIT.

      * A suspend-until date already reached would be cleared by
      * STORDGEN's next run without skipping anything, so it is
      * bounced as a keying slip.
       SUSPEND-ORDER SECTION.
           IF FOUND-SUB = 0
               DISPLAY "order not on file: " OCARD-ORDER-ID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE OCARD-SUSPEND-UNTIL TO CARD-DATE-TEXT
               PERFORM VALIDATE-CALENDAR-DATE
               IF NOT DATE-VALID OR CARD-DATE-VALUE NOT > RUN-DATE
                   DISPLAY "bad suspend-until date '"
                       OCARD-SUSPEND-UNTIL "' for order "
                       OCARD-ORDER-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
                   MOVE ORDER-SLOT-IMAGE(FOUND-SUB) TO ORDER-RECORD
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE ORDER-RECORD TO BEFORE-IMAGE
                   MOVE CARD-DATE-VALUE TO SORD-SUSPEND-UNTIL
                   MOVE ORDER-RECORD TO ORDER-SLOT-IMAGE(FOUND-SUB)
                   DISPLAY "order suspended: " OCARD-ORDER-ID
                       " until " SORD-SUSPEND-UNTIL
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO AFTER-IMAGE
                   MOVE ORDER-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF
           EXIT.

       RESUME-ORDER SECTION.
           IF FOUND-SUB = 0
               DISPLAY "order not on file: " OCARD-ORDER-ID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE ORDER-SLOT-IMAGE(FOUND-SUB) TO ORDER-RECORD
               IF SORD-SUSPEND-UNTIL = 0
                   DISPLAY "order not suspended: " OCARD-ORDER-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE ORDER-RECORD TO BEFORE-IMAGE
                   MOVE 0 TO SORD-SUSPEND-UNTIL
                   MOVE ORDER-RECORD TO ORDER-SLOT-IMAGE(FOUND-SUB)
                   DISPLAY "order resumed: " OCARD-ORDER-ID
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO AFTER-IMAGE
                   MOVE ORDER-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF
           EXIT.

       CANCEL-ORDER SECTION.
           IF FOUND-SUB = 0
               DISPLAY "order not on file: " OCARD-ORDER-ID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE ORDER-SLOT-IMAGE(FOUND-SUB) TO ORDER-RECORD
               SET ORDER-SLOT-CANCELLED(FOUND-SUB) TO TRUE
               DISPLAY "order cancelled: " OCARD-ORDER-ID
               ADD 1 TO CARDS-APPLIED-COUNT
               MOVE SPACES TO BEFORE-IMAGE
               MOVE ORDER-RECORD TO BEFORE-IMAGE
               MOVE SPACES TO AFTER-IMAGE
               PERFORM WRITE-AUDIT-LINE
           END-IF
           EXIT.

      * A blank account unties the order; otherwise, with the
      * account master mounted, the account must be on it and open.
       TIE-ORDER-TO-ACCOUNT SECTION.
           IF FOUND-SUB = 0
               DISPLAY "order not on file: " OCARD-ORDER-ID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE 'Y' TO CARD-VALID-SWITCH
               MOVE ORDER-SLOT-IMAGE(FOUND-SUB) TO ORDER-RECORD
               IF OCARD-ACCOUNT-ID = SPACES AND SORD-EXTERNAL-PAYOUT
                   DISPLAY "order " OCARD-ORDER-ID
                       " is a bank payout and cannot be untied"
                   MOVE 'N' TO CARD-VALID-SWITCH
               END-IF
               IF OCARD-ACCOUNT-ID NOT = SPACES
                       AND ACCOUNT-MASTER-AVAILABLE
                   MOVE OCARD-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           DISPLAY "account " OCARD-ACCOUNT-ID
                               " not on file for order "
                               OCARD-ORDER-ID
                           MOVE 'N' TO CARD-VALID-SWITCH
                       NOT INVALID KEY
                           IF NOT ACCT-OPEN
                               DISPLAY "account " OCARD-ACCOUNT-ID
                                   " closed for order " OCARD-ORDER-ID
                               MOVE 'N' TO CARD-VALID-SWITCH
                           END-IF
                   END-READ
               END-IF
               IF CARD-VALID
                   MOVE ORDER-SLOT-IMAGE(FOUND-SUB) TO ORDER-RECORD
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE ORDER-RECORD TO BEFORE-IMAGE
                   MOVE OCARD-ACCOUNT-ID TO SORD-ACCOUNT-ID
                   MOVE ORDER-RECORD TO ORDER-SLOT-IMAGE(FOUND-SUB)
                   IF SORD-ACCOUNT-ID = SPACES
                       DISPLAY "order untied from its account: "
                           OCARD-ORDER-ID
                   ELSE
                       DISPLAY "order tied to account: "
                           OCARD-ORDER-ID " " SORD-ACCOUNT-ID
                   END-IF
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO AFTER-IMAGE
                   MOVE ORDER-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   ADD 1 TO CARDS-REJECTED-COUNT
               END-IF
           END-IF
           EXIT.

      * A payout order is paid by the bank to the owner of the
      * account it is tied to, so only a "-" order with an account
      * can be one.
       SET-ORDER-PAYOUT SECTION.
           IF FOUND-SUB = 0
               DISPLAY "order not on file: " OCARD-ORDER-ID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE 'Y' TO CARD-VALID-SWITCH
               MOVE ORDER-SLOT-IMAGE(FOUND-SUB) TO ORDER-RECORD
               EVALUATE TRUE
                   WHEN OCARD-PAYOUT-FLAG NOT = "Y"
                           AND OCARD-PAYOUT-FLAG NOT = "N"
                       DISPLAY "bad payout flag '" OCARD-PAYOUT-FLAG
                           "' for order " OCARD-ORDER-ID
                       MOVE 'N' TO CARD-VALID-SWITCH
                   WHEN OCARD-PAYOUT-FLAG = "Y"
                           AND SORD-ACCOUNT-ID = SPACES
                       DISPLAY "order " OCARD-ORDER-ID
                           " is not tied to an account -- not a payout"
                       MOVE 'N' TO CARD-VALID-SWITCH
                   WHEN OCARD-PAYOUT-FLAG = "Y"
                           AND SORD-OPERATION NOT = "-"
                       DISPLAY "order " OCARD-ORDER-ID
                           " is not a '-' order -- not a payout"
                       MOVE 'N' TO CARD-VALID-SWITCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF CARD-VALID
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE ORDER-RECORD TO BEFORE-IMAGE
                   IF OCARD-PAYOUT-FLAG = "Y"
                       MOVE "Y" TO SORD-PAYOUT-FLAG
                       DISPLAY "order marked as a bank payout: "
                           OCARD-ORDER-ID
                   ELSE
                       MOVE SPACE TO SORD-PAYOUT-FLAG
                       DISPLAY "order no longer a bank payout: "
                           OCARD-ORDER-ID
                   END-IF
                   MOVE ORDER-RECORD TO ORDER-SLOT-IMAGE(FOUND-SUB)
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO AFTER-IMAGE
                   MOVE ORDER-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   ADD 1 TO CARDS-REJECTED-COUNT
               END-IF
           END-IF
           EXIT.

      * A real calendar date: month 1-12, day within the month,
      *  February 29 only in leap years.
       VALIDATE-CALENDAR-DATE SECTION.
           MOVE 'Y' TO DATE-VALID-SWITCH
           IF CARD-DATE-TEXT NOT NUMERIC
               MOVE 'N' TO DATE-VALID-SWITCH
           ELSE
               MOVE CARD-DATE-TEXT(1:4) TO CAL-WORK-YEAR
               MOVE CARD-DATE-TEXT(5:2) TO CAL-WORK-MONTH
               MOVE CARD-DATE-TEXT(7:2) TO CAL-WORK-DAY
               IF CAL-WORK-MONTH < 1 OR CAL-WORK-MONTH > 12
                       OR CAL-WORK-DAY < 1 OR CAL-WORK-YEAR = 0
                   MOVE 'N' TO DATE-VALID-SWITCH
               ELSE
                   MOVE CAL-MONTH-DAYS(CAL-WORK-MONTH)
                       TO CAL-MONTH-LIMIT
                   IF CAL-WORK-MONTH = 2
                       DIVIDE CAL-WORK-YEAR BY 4
                           GIVING CAL-LEAP-QUOTIENT
                           REMAINDER CAL-LEAP-REMAINDER
                       IF CAL-LEAP-REMAINDER = 0
                           DIVIDE CAL-WORK-YEAR BY 100
                               GIVING CAL-LEAP-QUOTIENT
                               REMAINDER CAL-LEAP-REMAINDER
                           IF CAL-LEAP-REMAINDER NOT = 0
                               MOVE 29 TO CAL-MONTH-LIMIT
                           ELSE
                               DIVIDE CAL-WORK-YEAR BY 400
                                   GIVING CAL-LEAP-QUOTIENT
                                   REMAINDER CAL-LEAP-REMAINDER
                               IF CAL-LEAP-REMAINDER = 0
                                   MOVE 29 TO CAL-MONTH-LIMIT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF CAL-WORK-DAY > CAL-MONTH-LIMIT
                       MOVE 'N' TO DATE-VALID-SWITCH
                   END-IF
               END-IF
           END-IF
           EXIT.

      * Cancelled slots are dropped; comment lines go back out as
      * they came in; every live order is written and listed.
       WRITE-ONE-ORDER SECTION.
           EVALUATE TRUE
               WHEN ORDER-SLOT-COMMENT(ORDER-SUB)
                   WRITE ORDER-NEW-RECORD
                       FROM ORDER-SLOT-IMAGE(ORDER-SUB)
               WHEN ORDER-SLOT-LIVE(ORDER-SUB)
                   MOVE ORDER-SLOT-IMAGE(ORDER-SUB) TO ORDER-RECORD
                   WRITE ORDER-NEW-RECORD FROM ORDER-RECORD
                   PERFORM LIST-ONE-ORDER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       LIST-ONE-ORDER SECTION.
           ADD 1 TO ORDERS-LISTED-COUNT
           PERFORM FIND-NEXT-RUN
           MOVE SORD-VALUE-1 TO VALUE-1-EDIT
           MOVE SORD-VALUE-2 TO VALUE-2-EDIT
           MOVE SPACES TO END-DATE-TEXT
           IF SORD-END-DATE > 0
               MOVE SORD-END-DATE TO END-DATE-TEXT
           END-IF
           MOVE SPACES TO SUSPEND-TEXT
           IF SORD-SUSPEND-UNTIL > 0
               MOVE SORD-SUSPEND-UNTIL TO SUSPEND-TEXT
           END-IF
           MOVE SPACES TO REPORT-WORK
           STRING SORD-ORDER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SORD-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUE-1-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUE-2-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SORD-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SORD-CURRENCY-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SORD-CURRENCY-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SORD-FREQUENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SORD-NEXT-DUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               END-DATE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUSPEND-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NEXT-RUN-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SORD-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SORD-PAYOUT-FLAG DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * The date STORDGEN will next generate the order for: its
      * next-due date, or for a suspended order the first period
      * falling on or after the suspend-until date.  ENDED when the
      * end date comes first.
       FIND-NEXT-RUN SECTION.
           MOVE SORD-NEXT-DUE TO NEXT-RUN-DATE
           MOVE 0 TO PERIODS-STEPPED
           IF SORD-SUSPEND-UNTIL > 0
               PERFORM STEP-ONE-PERIOD
                   UNTIL NEXT-RUN-DATE >= SORD-SUSPEND-UNTIL
                       OR (SORD-END-DATE > 0
                           AND NEXT-RUN-DATE > SORD-END-DATE)
                       OR PERIODS-STEPPED >= STEP-LIMIT
           END-IF
           IF SORD-END-DATE > 0 AND NEXT-RUN-DATE > SORD-END-DATE
               MOVE "ENDED   " TO NEXT-RUN-TEXT
           ELSE
               MOVE NEXT-RUN-DATE TO NEXT-RUN-TEXT
           END-IF
           EXIT.

       STEP-ONE-PERIOD SECTION.
           MOVE NEXT-RUN-DATE TO WORK-DATE-NUM
           EVALUATE TRUE
               WHEN SORD-WEEKLY
                   MOVE 0 TO DAY-STEP-COUNT
                   PERFORM ADVANCE-ONE-DAY
                       UNTIL DAY-STEP-COUNT >= 7
               WHEN SORD-MONTHLY
                   PERFORM ADVANCE-ONE-MONTH
               WHEN OTHER
                   MOVE 0 TO DAY-STEP-COUNT
                   PERFORM ADVANCE-ONE-DAY
                       UNTIL DAY-STEP-COUNT >= 1
           END-EVALUATE
           MOVE WORK-DATE-NUM TO NEXT-RUN-DATE
           ADD 1 TO PERIODS-STEPPED
           EXIT.

       ADVANCE-ONE-DAY SECTION.
           PERFORM SET-MONTH-LIMIT
           IF WORK-DAY < MONTH-LIMIT
               ADD 1 TO WORK-DAY
           ELSE
               MOVE 1 TO WORK-DAY
               IF WORK-MONTH < 12
                   ADD 1 TO WORK-MONTH
               ELSE
                   MOVE 1 TO WORK-MONTH
                   ADD 1 TO WORK-YEAR
               END-IF
           END-IF
           ADD 1 TO DAY-STEP-COUNT
           EXIT.

       ADVANCE-ONE-MONTH SECTION.
           IF WORK-MONTH < 12
               ADD 1 TO WORK-MONTH
           ELSE
               MOVE 1 TO WORK-MONTH
               ADD 1 TO WORK-YEAR
           END-IF
           PERFORM SET-MONTH-LIMIT
           IF WORK-DAY > MONTH-LIMIT
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

      * BEFORE-IMAGE and AFTER-IMAGE are set by the caller: spaces
      * before an ADD, spaces after a CANCEL.
       WRITE-AUDIT-LINE SECTION.
           MOVE "SORDMAST"    TO MAUD-FILE-NAME
           MOVE OCARD-ACTION  TO MAUD-ACTION
           MOVE SPACES        TO MAUD-RECORD-KEY
           MOVE OCARD-ORDER-ID TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE      TO MAUD-RUN-DATE
           MOVE RUN-TIME      TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE  TO MAUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE   TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.
