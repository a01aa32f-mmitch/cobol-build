       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASSMNT.

      *****************************************************************
      *  MASSMNT makes one change to every account a selection
      *  picks out -- a product repriced or reclassified -- so the
      *  change is not keyed account by account.  One deck on
      *  MASSCRDS, one card per line (blank and "*" lines are
      *  comments):
      *
      *    cols  1-8   card type
      *    col   9     (blank)
      *
      *  Selection -- every kind given must hold; at least one:
      *    CLASS     cols 10-13  account class (blank selects the
      *                          accounts with no class)
      *    CURRENCY  cols 10-12  account currency (blank selects
      *                          the base-currency accounts)
      *    BALANCE   cols 10-20  lowest balance, cents implied,
      *                          digits only; col 21 "-" if
      *                          negative; cols 23-33 and 34 the
      *                          highest, the same way
      *    ACCOUNT   cols 10-17  an account id -- one card per
      *                          account, up to 1000; the account
      *                          must be on the list
      *
      *  Change -- at least one; each kind once:
      *    SETRATE   cols 10-14  interest rate per period, digits
      *                          only, as 9V9999 (00500 = 0.0050)
      *    SETCLASS  cols 10-13  account class (blank = none)
      *    SETMIN    cols 10-20  minimum balance, cents implied,
      *                          digits only; col 21 "-" if
      *                          negative
      *    SETSTOP   col  10     H for the hard stop, blank for
      *                          flag-and-store
      *
      *  Approval:
      *    APPROVE   cols 10-17  approving supervisor id
      *              cols 19-25  number of accounts the preview
      *                          selected, 7 digits
      *
      *  Every run first lists each selected account with its
      *  class, currency and balance and the before and after
      *  value of every field the deck changes, then the totals.
      *  Without an APPROVE card that preview is all it does.  The
      *  deck is then submitted again with the APPROVE card added,
      *  and the change is applied only if the approver is a
      *  second supervisor -- not the CALC-MAINT-OPERATOR who ran
      *  the deck, and with OPERMAST mounted an active operator
      *  whose id is not locked -- and the selection still picks
      *  out exactly as many accounts as the preview the approver
      *  saw.  Either failing leaves every account as it was.
      *
      *  Each account changed writes a maintenance-audit
      *  before/after image of its balance record under the
      *  approver's id (the report names both supervisors).  A
      *  class change is carried to the account master as well,
      *  with its own audit image, so the fee schedule and the
      *  programs that read the class from the account master see
      *  the same class.  With the account master mounted, closed
      *  accounts are passed by.  Accounts already at the new
      *  values are listed but not rewritten.
      *
      *  RETURN-CODE 4: preview only, nothing changed.  8: the deck
      *  was in error or the approval was refused -- nothing
      *  changed.  12: no CALC-MAINT-OPERATOR, or the cards or the
      *  balance master could not be opened.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASS-CARD-FILE ASSIGN TO "MASSCRDS"
               FILE STATUS IS MASS-CARD-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MASSRPT".

       DATA DIVISION.
       FILE SECTION.
       FD MASS-CARD-FILE.
       01 MASS-CARD.
           05 MCRD-TYPE PIC X(08).
           05 FILLER    PIC X(01).
           05 MCRD-DATA PIC X(71).
       01 MASS-AMOUNT-CARD REDEFINES MASS-CARD.
           05 FILLER            PIC X(09).
           05 MCRD-LOW-DIGITS   PIC X(11).
           05 MCRD-LOW-SIGN     PIC X(01).
           05 FILLER            PIC X(01).
           05 MCRD-HIGH-DIGITS  PIC X(11).
           05 MCRD-HIGH-SIGN    PIC X(01).
           05 FILLER            PIC X(46).
       01 MASS-APPROVE-CARD REDEFINES MASS-CARD.
           05 FILLER              PIC X(09).
           05 MCRD-SUPERVISOR     PIC X(08).
           05 FILLER              PIC X(01).
           05 MCRD-ACCOUNT-COUNT  PIC X(07).
           05 FILLER              PIC X(55).

       FD BALANCE-FILE.
       COPY balrec.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 MASS-CARD-STATUS       PIC X(02).
       01 BALANCE-STATUS         PIC X(02).
       01 ACCOUNT-MASTER-STATUS  PIC X(02).
       01 OPERATOR-MASTER-STATUS PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 ACCTMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 ACCTMAST-AVAILABLE VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).

      *****************************************************************
      *  The deck: what is selected, what it becomes, and who
      *  approved it.
      *****************************************************************
       01 SELECT-CLASS-SWITCH PIC X(01) VALUE 'N'.
           88 SELECT-BY-CLASS VALUE 'Y'.
       01 SELECT-CLASS PIC X(04).
       01 SELECT-CURRENCY-SWITCH PIC X(01) VALUE 'N'.
           88 SELECT-BY-CURRENCY VALUE 'Y'.
       01 SELECT-CURRENCY PIC X(03).
       01 SELECT-RANGE-SWITCH PIC X(01) VALUE 'N'.
           88 SELECT-BY-BALANCE VALUE 'Y'.
       01 SELECT-LOW-BALANCE  PIC S9(9)V99.
       01 SELECT-HIGH-BALANCE PIC S9(9)V99.
       01 ACCOUNT-LIST-TABLE.
           05 ACCOUNT-LIST-ENTRY OCCURS 1000 TIMES
                   INDEXED BY ALIST-IDX.
               10 ALIST-ACCOUNT-ID PIC X(08).
       01 ACCOUNT-LIST-USED PIC 9(04) COMP VALUE 0.
       01 ALIST-FOUND-SWITCH PIC X(01).
           88 ALIST-FOUND VALUE 'Y'.

       01 CHANGE-RATE-SWITCH PIC X(01) VALUE 'N'.
           88 CHANGE-RATE VALUE 'Y'.
       01 NEW-RATE PIC S9(1)V9(4).
       01 RATE-CARD  PIC X(05).
       01 RATE-VALUE REDEFINES RATE-CARD PIC 9(1)V9(4).
       01 CHANGE-CLASS-SWITCH PIC X(01) VALUE 'N'.
           88 CHANGE-CLASS VALUE 'Y'.
       01 NEW-CLASS PIC X(04).
       01 CHANGE-MINIMUM-SWITCH PIC X(01) VALUE 'N'.
           88 CHANGE-MINIMUM VALUE 'Y'.
       01 NEW-MINIMUM PIC S9(9)V99.
       01 CHANGE-STOP-SWITCH PIC X(01) VALUE 'N'.
           88 CHANGE-STOP VALUE 'Y'.
       01 NEW-STOP-FLAG PIC X(01).

       01 APPROVE-CARD-SWITCH PIC X(01) VALUE 'N'.
           88 APPROVE-CARD-GIVEN VALUE 'Y'.
       01 APPROVER-ID PIC X(08).
       01 APPROVED-COUNT PIC 9(07).
       01 APPROVAL-VALID-SWITCH PIC X(01) VALUE 'N'.
           88 APPROVAL-VALID VALUE 'Y'.

       01 AMOUNT-CARD  PIC X(11).
       01 AMOUNT-VALUE REDEFINES AMOUNT-CARD PIC 9(9)V99.
       01 AMOUNT-SIGN  PIC X(01).
       01 CARD-AMOUNT  PIC S9(9)V99.
       01 AMOUNT-VALID-SWITCH PIC X(01).
           88 AMOUNT-VALID VALUE 'Y'.
       01 DECK-ERRORS PIC 9(05) COMP VALUE 0.

      *****************************************************************
      *  The account in hand: whether it is picked, and the values
      *  it would carry afterwards.
      *****************************************************************
       01 PASS-SWITCH PIC X(01).
           88 PREVIEW-PASS VALUE 'P'.
           88 APPLY-PASS   VALUE 'A'.
       01 ACCOUNT-SELECTED-SWITCH PIC X(01).
           88 ACCOUNT-SELECTED VALUE 'Y'.
       01 ACCOUNT-CHANGES-SWITCH PIC X(01).
           88 ACCOUNT-CHANGES VALUE 'Y'.
       01 ACCOUNT-ON-MASTER-SWITCH PIC X(01).
           88 ACCOUNT-ON-MASTER VALUE 'Y'.
       01 AFTER-RATE      PIC S9(1)V9(4).
       01 AFTER-CLASS     PIC X(04).
       01 AFTER-MINIMUM   PIC S9(9)V99.
       01 AFTER-STOP-FLAG PIC X(01).

       01 CARDS-READ          PIC 9(05) COMP VALUE 0.
       01 BALANCES-READ       PIC 9(07) COMP VALUE 0.
       01 CLOSED-PASSED-BY    PIC 9(07) COMP VALUE 0.
       01 ACCOUNTS-SELECTED   PIC 9(07) COMP VALUE 0.
       01 ACCOUNTS-TO-CHANGE  PIC 9(07) COMP VALUE 0.
       01 ACCOUNTS-UNCHANGED  PIC 9(07) COMP VALUE 0.
       01 ACCOUNTS-APPLIED    PIC 9(07) COMP VALUE 0.
       01 MASTERS-RECLASSED   PIC 9(07) COMP VALUE 0.
       01 SELECTED-BALANCE-TOTAL PIC S9(11)V99 VALUE 0.
       01 MINIMUM-BEFORE-TOTAL   PIC S9(11)V99 VALUE 0.
       01 MINIMUM-AFTER-TOTAL    PIC S9(11)V99 VALUE 0.
       01 APPLY-SELECTED      PIC 9(07) COMP VALUE 0.
       01 COUNT-EDIT   PIC ZZZZZZ9.
       01 AMOUNT-EDIT  PIC -(9)9.99.
       01 AFTER-EDIT   PIC -(9)9.99.
       01 TOTAL-EDIT   PIC -(11)9.99.
       01 RATE-EDIT    PIC 9.9999.
       01 AFTER-RATE-EDIT PIC 9.9999.
       01 REPORT-WORK PIC X(120).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           IF MAINT-OPERATOR-ID = SPACES
               DISPLAY "CALC-MAINT-OPERATOR must name the "
                   "supervisor running the mass change"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MASS-CARD-FILE
           IF MASS-CARD-STATUS NOT = "00"
               DISPLAY "unable to open mass-change cards, status "
                   MASS-CARD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "MASS ACCOUNT MAINTENANCE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  RUN BY " DELIMITED BY SIZE
               MAINT-OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DECK" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-MASS-CARD UNTIL SOURCE-EOF
           CLOSE MASS-CARD-FILE
           PERFORM CHECK-DECK
           IF DECK-ERRORS > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "DECK IN ERROR -- NOTHING CHANGED" TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "mass-change deck in error -- nothing changed"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF APPROVE-CARD-GIVEN
               OPEN I-O BALANCE-FILE
           ELSE
               OPEN INPUT BALANCE-FILE
           END-IF
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * The account master is optional equipment: without it no
      * account is known to be closed and a class change stays on
      * the balance master.
           IF APPROVE-CARD-GIVEN
               OPEN I-O ACCOUNT-MASTER-FILE
           ELSE
               OPEN INPUT ACCOUNT-MASTER-FILE
           END-IF
           IF ACCOUNT-MASTER-STATUS = "00"
               SET ACCTMAST-AVAILABLE TO TRUE
           END-IF
           SET PREVIEW-PASS TO TRUE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-PREVIEW-HEADING
           PERFORM SCAN-BALANCE-MASTER
           PERFORM WRITE-PREVIEW-TOTALS
           IF APPROVE-CARD-GIVEN
               PERFORM CHECK-APPROVAL
               IF APPROVAL-VALID
                   OPEN EXTEND MAINT-AUDIT-FILE
                   IF MAINT-AUDIT-STATUS = "35"
                       OPEN OUTPUT MAINT-AUDIT-FILE
                   END-IF
                   SET APPLY-PASS TO TRUE
                   PERFORM SCAN-BALANCE-MASTER
                   CLOSE MAINT-AUDIT-FILE
                   PERFORM WRITE-APPLY-TOTALS
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ACCOUNTS-SELECTED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "PREVIEW ONLY -- NOTHING CHANGED.  TO APPLY, "
                   DELIMITED BY SIZE
                   "ADD AN APPROVE CARD FOR" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " ACCOUNTS" DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE BALANCE-FILE
           IF ACCTMAST-AVAILABLE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE
           MOVE ACCOUNTS-SELECTED TO COUNT-EDIT
           DISPLAY "accounts selected: " COUNT-EDIT
           MOVE ACCOUNTS-APPLIED TO COUNT-EDIT
           DISPLAY "accounts changed: " COUNT-EDIT
           GOBACK
           .

       READ-MASS-CARD SECTION.
           READ MASS-CARD-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF MASS-CARD = SPACES
                           OR MASS-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       ADD 1 TO CARDS-READ
                       MOVE SPACES TO REPORT-WORK
                       STRING "  " DELIMITED BY SIZE
                           MASS-CARD DELIMITED BY SIZE
                           INTO REPORT-WORK
                       PERFORM WRITE-WORK-LINE
                       PERFORM TAKE-MASS-CARD
                   END-IF
           END-READ
           EXIT.

       TAKE-MASS-CARD SECTION.
           EVALUATE MCRD-TYPE
               WHEN "CLASS   "
                   IF SELECT-BY-CLASS
                       PERFORM REJECT-REPEATED-CARD
                   ELSE
                       SET SELECT-BY-CLASS TO TRUE
                       MOVE MCRD-DATA(1:4) TO SELECT-CLASS
                   END-IF
               WHEN "CURRENCY"
                   IF SELECT-BY-CURRENCY
                       PERFORM REJECT-REPEATED-CARD
                   ELSE
                       SET SELECT-BY-CURRENCY TO TRUE
                       MOVE MCRD-DATA(1:3) TO SELECT-CURRENCY
                   END-IF
               WHEN "BALANCE "
                   IF SELECT-BY-BALANCE
                       PERFORM REJECT-REPEATED-CARD
                   ELSE
                       PERFORM TAKE-BALANCE-RANGE
                   END-IF
               WHEN "ACCOUNT "
                   PERFORM TAKE-ACCOUNT-CARD
               WHEN "SETRATE "
                   IF CHANGE-RATE
                       PERFORM REJECT-REPEATED-CARD
                   ELSE
                       MOVE MCRD-DATA(1:5) TO RATE-CARD
                       IF RATE-CARD IS NUMERIC
                           SET CHANGE-RATE TO TRUE
                           MOVE RATE-VALUE TO NEW-RATE
                       ELSE
                           PERFORM REJECT-BAD-CARD
                       END-IF
                   END-IF
               WHEN "SETCLASS"
                   IF CHANGE-CLASS
                       PERFORM REJECT-REPEATED-CARD
                   ELSE
                       SET CHANGE-CLASS TO TRUE
                       MOVE MCRD-DATA(1:4) TO NEW-CLASS
                   END-IF
               WHEN "SETMIN  "
                   IF CHANGE-MINIMUM
                       PERFORM REJECT-REPEATED-CARD
                   ELSE
                       MOVE MCRD-LOW-DIGITS TO AMOUNT-CARD
                       MOVE MCRD-LOW-SIGN   TO AMOUNT-SIGN
                       PERFORM TAKE-CARD-AMOUNT
                       IF AMOUNT-VALID
                           SET CHANGE-MINIMUM TO TRUE
                           MOVE CARD-AMOUNT TO NEW-MINIMUM
                       ELSE
                           PERFORM REJECT-BAD-CARD
                       END-IF
                   END-IF
               WHEN "SETSTOP "
                   IF CHANGE-STOP
                       PERFORM REJECT-REPEATED-CARD
                   ELSE
                       IF MCRD-DATA(1:1) = "H" OR MCRD-DATA(1:1) = SPACE
                           SET CHANGE-STOP TO TRUE
                           MOVE MCRD-DATA(1:1) TO NEW-STOP-FLAG
                       ELSE
                           PERFORM REJECT-BAD-CARD
                       END-IF
                   END-IF
               WHEN "APPROVE "
                   IF APPROVE-CARD-GIVEN
                       PERFORM REJECT-REPEATED-CARD
                   ELSE
                       IF MCRD-ACCOUNT-COUNT IS NUMERIC
                           SET APPROVE-CARD-GIVEN TO TRUE
                           MOVE MCRD-SUPERVISOR TO APPROVER-ID
                           MOVE MCRD-ACCOUNT-COUNT TO APPROVED-COUNT
                       ELSE
                           PERFORM REJECT-BAD-CARD
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM REJECT-BAD-CARD
           END-EVALUATE
           EXIT.

       TAKE-BALANCE-RANGE SECTION.
           MOVE MCRD-LOW-DIGITS TO AMOUNT-CARD
           MOVE MCRD-LOW-SIGN   TO AMOUNT-SIGN
           PERFORM TAKE-CARD-AMOUNT
           IF AMOUNT-VALID
               MOVE CARD-AMOUNT TO SELECT-LOW-BALANCE
               MOVE MCRD-HIGH-DIGITS TO AMOUNT-CARD
               MOVE MCRD-HIGH-SIGN   TO AMOUNT-SIGN
               PERFORM TAKE-CARD-AMOUNT
           END-IF
           IF AMOUNT-VALID
               MOVE CARD-AMOUNT TO SELECT-HIGH-BALANCE
               IF SELECT-HIGH-BALANCE < SELECT-LOW-BALANCE
                   MOVE "    *** HIGHEST BALANCE BELOW LOWEST ***"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO DECK-ERRORS
               ELSE
                   SET SELECT-BY-BALANCE TO TRUE
               END-IF
           ELSE
               PERFORM REJECT-BAD-CARD
           END-IF
           EXIT.

       TAKE-ACCOUNT-CARD SECTION.
           IF MCRD-DATA(1:8) = SPACES
               PERFORM REJECT-BAD-CARD
           ELSE
           IF ACCOUNT-LIST-USED >= 1000
               MOVE "    *** ACCOUNT LIST FULL -- CARD NOT TAKEN ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO DECK-ERRORS
           ELSE
               ADD 1 TO ACCOUNT-LIST-USED
               SET ALIST-IDX TO ACCOUNT-LIST-USED
               MOVE MCRD-DATA(1:8) TO ALIST-ACCOUNT-ID(ALIST-IDX)
           END-IF
           END-IF
           EXIT.

       TAKE-CARD-AMOUNT SECTION.
           MOVE 'N' TO AMOUNT-VALID-SWITCH
           IF AMOUNT-CARD IS NUMERIC
                   AND (AMOUNT-SIGN = SPACE OR AMOUNT-SIGN = "-")
               SET AMOUNT-VALID TO TRUE
               MOVE AMOUNT-VALUE TO CARD-AMOUNT
               IF AMOUNT-SIGN = "-"
                   COMPUTE CARD-AMOUNT = 0 - CARD-AMOUNT
               END-IF
           END-IF
           EXIT.

       REJECT-BAD-CARD SECTION.
           MOVE "    *** CARD NOT UNDERSTOOD ***" TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO DECK-ERRORS
           EXIT.

       REJECT-REPEATED-CARD SECTION.
           MOVE "    *** SECOND CARD OF THIS TYPE ***" TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO DECK-ERRORS
           EXIT.

      * A deck with no selection would change every account on
      * file; one with no change has nothing to do.
       CHECK-DECK SECTION.
           IF NOT SELECT-BY-CLASS AND NOT SELECT-BY-CURRENCY
                   AND NOT SELECT-BY-BALANCE
                   AND ACCOUNT-LIST-USED = 0
               MOVE "    *** NO SELECTION CARD ***" TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO DECK-ERRORS
           END-IF
           IF NOT CHANGE-RATE AND NOT CHANGE-CLASS
                   AND NOT CHANGE-MINIMUM AND NOT CHANGE-STOP
               MOVE "    *** NO CHANGE CARD ***" TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO DECK-ERRORS
           END-IF
           EXIT.

      *****************************************************************
      *  One pass of the balance master, in account order, to
      *  preview or to apply.
      *****************************************************************
       SCAN-BALANCE-MASTER SECTION.
           MOVE 0 TO APPLY-SELECTED
           MOVE 'N' TO SOURCE-EOF-SWITCH
           MOVE LOW-VALUES TO BAL-ACCOUNT-ID
           START BALANCE-FILE KEY >= BAL-ACCOUNT-ID
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START
           PERFORM JUDGE-ONE-BALANCE UNTIL SOURCE-EOF
           EXIT.

       JUDGE-ONE-BALANCE SECTION.
           READ BALANCE-FILE NEXT
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   PERFORM SELECT-ACCOUNT
                   IF ACCOUNT-SELECTED
                       PERFORM WORK-OUT-AFTER-VALUES
                       IF PREVIEW-PASS
                           PERFORM PREVIEW-ACCOUNT
                       ELSE
                           ADD 1 TO APPLY-SELECTED
                           IF ACCOUNT-CHANGES
                               PERFORM APPLY-ACCOUNT-CHANGE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

       SELECT-ACCOUNT SECTION.
           IF PREVIEW-PASS
               ADD 1 TO BALANCES-READ
           END-IF
           SET ACCOUNT-SELECTED TO TRUE
           IF SELECT-BY-CLASS AND BAL-ACCOUNT-CLASS NOT = SELECT-CLASS
               MOVE 'N' TO ACCOUNT-SELECTED-SWITCH
           END-IF
           IF SELECT-BY-CURRENCY AND BAL-CURRENCY NOT = SELECT-CURRENCY
               MOVE 'N' TO ACCOUNT-SELECTED-SWITCH
           END-IF
           IF SELECT-BY-BALANCE
               IF BAL-AMOUNT < SELECT-LOW-BALANCE
                       OR BAL-AMOUNT > SELECT-HIGH-BALANCE
                   MOVE 'N' TO ACCOUNT-SELECTED-SWITCH
               END-IF
           END-IF
           IF ACCOUNT-SELECTED AND ACCOUNT-LIST-USED > 0
               MOVE 'N' TO ALIST-FOUND-SWITCH
               SET ALIST-IDX TO 1
               PERFORM SEARCH-ACCOUNT-LIST
                   UNTIL ALIST-IDX > ACCOUNT-LIST-USED OR ALIST-FOUND
               IF NOT ALIST-FOUND
                   MOVE 'N' TO ACCOUNT-SELECTED-SWITCH
               END-IF
           END-IF
           MOVE 'N' TO ACCOUNT-ON-MASTER-SWITCH
           IF ACCOUNT-SELECTED AND ACCTMAST-AVAILABLE
               MOVE BAL-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-ON-MASTER TO TRUE
                       IF ACCT-CLOSED
                           MOVE 'N' TO ACCOUNT-SELECTED-SWITCH
                           IF PREVIEW-PASS
                               ADD 1 TO CLOSED-PASSED-BY
                           END-IF
                       END-IF
               END-READ
           END-IF
           EXIT.

       SEARCH-ACCOUNT-LIST SECTION.
           IF ALIST-ACCOUNT-ID(ALIST-IDX) = BAL-ACCOUNT-ID
               SET ALIST-FOUND TO TRUE
           ELSE
               SET ALIST-IDX UP BY 1
           END-IF
           EXIT.

       WORK-OUT-AFTER-VALUES SECTION.
           MOVE BAL-INTEREST-RATE  TO AFTER-RATE
           MOVE BAL-ACCOUNT-CLASS  TO AFTER-CLASS
           MOVE BAL-MINIMUM        TO AFTER-MINIMUM
           MOVE BAL-HARD-STOP-FLAG TO AFTER-STOP-FLAG
           IF CHANGE-RATE
               MOVE NEW-RATE TO AFTER-RATE
           END-IF
           IF CHANGE-CLASS
               MOVE NEW-CLASS TO AFTER-CLASS
           END-IF
           IF CHANGE-MINIMUM
               MOVE NEW-MINIMUM TO AFTER-MINIMUM
           END-IF
           IF CHANGE-STOP
               MOVE NEW-STOP-FLAG TO AFTER-STOP-FLAG
           END-IF
           MOVE 'N' TO ACCOUNT-CHANGES-SWITCH
           IF AFTER-RATE NOT = BAL-INTEREST-RATE
                   OR AFTER-CLASS NOT = BAL-ACCOUNT-CLASS
                   OR AFTER-MINIMUM NOT = BAL-MINIMUM
                   OR AFTER-STOP-FLAG NOT = BAL-HARD-STOP-FLAG
               SET ACCOUNT-CHANGES TO TRUE
           END-IF
      * A class change still reaches an account master that has
      * drifted from the balance master's class.
           IF CHANGE-CLASS AND ACCOUNT-ON-MASTER
                   AND ACCT-CLASS NOT = NEW-CLASS
               SET ACCOUNT-CHANGES TO TRUE
           END-IF
           EXIT.

       WRITE-PREVIEW-HEADING SECTION.
           MOVE SPACES TO REPORT-WORK
           MOVE "ACCOUNT"       TO REPORT-WORK(1:7)
           MOVE "CLAS"          TO REPORT-WORK(10:4)
           MOVE "CCY"           TO REPORT-WORK(15:3)
           MOVE "      BALANCE" TO REPORT-WORK(19:13)
           IF CHANGE-RATE
               MOVE "RATE BEFORE>AFTER" TO REPORT-WORK(33:17)
           END-IF
           IF CHANGE-CLASS
               MOVE "CLASS"     TO REPORT-WORK(51:5)
           END-IF
           IF CHANGE-MINIMUM
               MOVE "MINIMUM BEFORE>AFTER" TO REPORT-WORK(62:20)
           END-IF
           IF CHANGE-STOP
               MOVE "STOP" TO REPORT-WORK(91:4)
           END-IF
           PERFORM WRITE-WORK-LINE
           EXIT.

      * The line shows every field the deck changes, before and
      * after; SAME marks an account already at the new values.
       PREVIEW-ACCOUNT SECTION.
           ADD 1 TO ACCOUNTS-SELECTED
           IF ACCOUNT-CHANGES
               ADD 1 TO ACCOUNTS-TO-CHANGE
           ELSE
               ADD 1 TO ACCOUNTS-UNCHANGED
           END-IF
           ADD BAL-AMOUNT TO SELECTED-BALANCE-TOTAL
           ADD BAL-MINIMUM TO MINIMUM-BEFORE-TOTAL
           ADD AFTER-MINIMUM TO MINIMUM-AFTER-TOTAL
           MOVE SPACES TO REPORT-WORK
           MOVE BAL-ACCOUNT-ID    TO REPORT-WORK(1:8)
           MOVE BAL-ACCOUNT-CLASS TO REPORT-WORK(10:4)
           MOVE BAL-CURRENCY      TO REPORT-WORK(15:3)
           MOVE BAL-AMOUNT        TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT       TO REPORT-WORK(19:13)
           IF CHANGE-RATE
               MOVE BAL-INTEREST-RATE TO RATE-EDIT
               MOVE AFTER-RATE TO AFTER-RATE-EDIT
               STRING RATE-EDIT DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   AFTER-RATE-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK(33:17)
           END-IF
           IF CHANGE-CLASS
               STRING BAL-ACCOUNT-CLASS DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   AFTER-CLASS DELIMITED BY SIZE
                   INTO REPORT-WORK(51:9)
           END-IF
           IF CHANGE-MINIMUM
               MOVE BAL-MINIMUM TO AMOUNT-EDIT
               MOVE AFTER-MINIMUM TO AFTER-EDIT
               STRING AMOUNT-EDIT DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   AFTER-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK(62:27)
           END-IF
           IF CHANGE-STOP
               STRING BAL-HARD-STOP-FLAG DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   AFTER-STOP-FLAG DELIMITED BY SIZE
                   INTO REPORT-WORK(91:3)
           END-IF
           IF NOT ACCOUNT-CHANGES
               MOVE "SAME" TO REPORT-WORK(96:4)
           END-IF
           PERFORM WRITE-WORK-LINE
           EXIT.

       WRITE-PREVIEW-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BALANCES-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "BALANCE RECORDS READ:          " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE CLOSED-PASSED-BY TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CLOSED ACCOUNTS PASSED BY:     " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE ACCOUNTS-SELECTED TO COUNT-EDIT
           MOVE SELECTED-BALANCE-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS SELECTED:             " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  BALANCE " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE ACCOUNTS-TO-CHANGE TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  TO BE CHANGED:               " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE ACCOUNTS-UNCHANGED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  ALREADY AT THE NEW VALUES:   " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           IF CHANGE-MINIMUM
               MOVE MINIMUM-BEFORE-TOTAL TO TOTAL-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "MINIMUMS BEFORE:               "
                   DELIMITED BY SIZE
                   TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
               MOVE MINIMUM-AFTER-TOTAL TO TOTAL-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "MINIMUMS AFTER:                "
                   DELIMITED BY SIZE
                   TOTAL-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      *****************************************************************
      *  The second pair of eyes: someone other than the supervisor
      *  who ran the deck, still allowed to sign on, approving the
      *  selection the preview showed them.
      *****************************************************************
       CHECK-APPROVAL SECTION.
           SET APPROVAL-VALID TO TRUE
           IF APPROVER-ID = SPACES
                   OR APPROVER-ID = MAINT-OPERATOR-ID
               MOVE SPACES TO REPORT-WORK
               STRING "APPROVAL REFUSED -- APPROVER '"
                   DELIMITED BY SIZE
                   APPROVER-ID DELIMITED BY SIZE
                   "' IS NOT A SECOND SUPERVISOR" DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
               MOVE 'N' TO APPROVAL-VALID-SWITCH
           END-IF
           IF APPROVAL-VALID
               OPEN INPUT OPERATOR-MASTER-FILE
               IF OPERATOR-MASTER-STATUS = "00"
                   PERFORM CHECK-APPROVER-ON-MASTER
                   CLOSE OPERATOR-MASTER-FILE
               END-IF
           END-IF
           IF APPROVAL-VALID AND APPROVED-COUNT NOT = ACCOUNTS-SELECTED
               MOVE APPROVED-COUNT TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "APPROVAL REFUSED -- APPROVED FOR"
                   DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " ACCOUNTS, SELECTION NOW PICKS " DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE ACCOUNTS-SELECTED TO COUNT-EDIT
               MOVE COUNT-EDIT TO REPORT-WORK(72:7)
               PERFORM WRITE-WORK-LINE
               MOVE 'N' TO APPROVAL-VALID-SWITCH
           END-IF
           IF APPROVAL-VALID
               MOVE SPACES TO REPORT-WORK
               STRING "APPROVED BY " DELIMITED BY SIZE
                   APPROVER-ID DELIMITED BY SIZE
                   " -- CHANGE APPLIED" DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
           ELSE
               MOVE "NOTHING CHANGED" TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "mass change approval refused -- nothing "
                   "changed"
           END-IF
           EXIT.

       CHECK-APPROVER-ON-MASTER SECTION.
           MOVE APPROVER-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO APPROVAL-VALID-SWITCH
               NOT INVALID KEY
                   IF NOT OPM-ACTIVE OR OPM-LOCKED
                       MOVE 'N' TO APPROVAL-VALID-SWITCH
                   END-IF
           END-READ
           IF NOT APPROVAL-VALID
               MOVE SPACES TO REPORT-WORK
               STRING "APPROVAL REFUSED -- APPROVER " DELIMITED BY SIZE
                   APPROVER-ID DELIMITED BY SIZE
                   " IS NOT AN ACTIVE OPERATOR" DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
           END-IF
           EXIT.

       APPLY-ACCOUNT-CHANGE SECTION.
           MOVE BALANCE-RECORD TO BEFORE-IMAGE
           MOVE AFTER-RATE      TO BAL-INTEREST-RATE
           MOVE AFTER-CLASS     TO BAL-ACCOUNT-CLASS
           MOVE AFTER-MINIMUM   TO BAL-MINIMUM
           MOVE AFTER-STOP-FLAG TO BAL-HARD-STOP-FLAG
           REWRITE BALANCE-RECORD
               INVALID KEY
                   DISPLAY "balance record not rewritten: "
                       BAL-ACCOUNT-ID
               NOT INVALID KEY
                   ADD 1 TO ACCOUNTS-APPLIED
                   MOVE "BALANCE" TO MAUD-FILE-NAME
                   MOVE SPACES TO MAUD-AFTER-IMAGE
                   MOVE BALANCE-RECORD TO MAUD-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-LINE
           END-REWRITE
           IF CHANGE-CLASS AND ACCOUNT-ON-MASTER
                   AND ACCT-CLASS NOT = NEW-CLASS
               MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE
               MOVE NEW-CLASS TO ACCT-CLASS
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "account master not rewritten: "
                           ACCT-ACCOUNT-ID
                   NOT INVALID KEY
                       ADD 1 TO MASTERS-RECLASSED
                       MOVE "ACCTMAST" TO MAUD-FILE-NAME
                       MOVE SPACES TO MAUD-AFTER-IMAGE
                       MOVE ACCOUNT-MASTER-RECORD TO MAUD-AFTER-IMAGE
                       PERFORM WRITE-AUDIT-LINE
               END-REWRITE
           END-IF
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "MASSCHG" TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE BAL-ACCOUNT-ID TO MAUD-RECORD-KEY
           MOVE APPROVER-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.

       WRITE-APPLY-TOTALS SECTION.
           MOVE ACCOUNTS-APPLIED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "BALANCE RECORDS CHANGED:       " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           IF CHANGE-CLASS
               MOVE MASTERS-RECLASSED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT MASTERS RECLASSED:     "
                   DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
           END-IF
           IF APPLY-SELECTED NOT = ACCOUNTS-SELECTED
               MOVE "*** SELECTION MOVED BETWEEN PREVIEW AND APPLY ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

       WRITE-WORK-LINE SECTION.
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.
