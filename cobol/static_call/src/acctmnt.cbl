      *  ACCTMNT maintains the account master (copy/acctrec.cpy)
      *  in the OPERMNT mold.  One card per action on ACCTCRDS:
      *
      *    cols  1-8   action      OPEN / CLOSE / REOPEN / LOAN /
      *                            ENTITY
      *    col   9     (blank)
      *    cols 10-17  account id
      *    col  18     (blank)
      *    cols 40-43  account class      (OPEN only)
      *    col  44     (blank)
      *    cols 45-47  currency           (OPEN only; blank = base)
      *    col  48     (blank)
      *    cols 49-52  legal entity       (OPEN and ENTITY)
      *
      *  The legal entity is the company of the group whose books
      *  the account belongs to; CALCULATOR stamps it on every
      *  journal line and CONSOL builds each entity's trial balance
      *  and the group consolidation from it.  Blank on an OPEN
      *  card leaves the account to its cost center's entity or
      *  the run's home entity.  An ENTITY card moves an existing
      *  account to the entity in cols 49-52, which must not be
      *  blank; lines already journaled keep the entity they were
      *  stamped with.
      *
      *  A CLOSE card may carry a payout account in cols 19-26: the
      *  account the residual balance is to be paid out to at
      *  close-out.  Blank leaves it to the CLOSEOUT run's suspense
      *  account.
      *
      *  A LOAN card carries a loan reference in cols 19-28 instead
      *  and ties that stored amortization schedule (AMSCHED) to the
      *  account its installments are collected from, so CASHPROJ
      *  can project them; the account must be on file and open.
      *  AMSCHED is optional equipment -- without it LOAN cards
      *  reject.
      *
      *  OPEN writes the account (rejecting an id already on file)
      *  and seeds the balance master to match: a zero-amount
      *  BALANCE record if none exists, and the class and currency
      *  carried onto it either way, so the fee schedule and the
      *  revaluation run read the same facts finance keyed here.
      *  With the currency master (CURRMAST) mounted, an OPEN
      *  card's currency must be on it and active on the run date
      *  -- a mistyped code rejects the card rather than seeding
      *  the account and its balance with it.  Without the master
      *  the code is taken as keyed.
      *  CLOSE flags the account for closure and records its payout
      *  account; the CLOSEOUT settlement run squares the balance
      *  and only then marks it closed -- balance-mode postings
      *  reject against it from there once CALCULATOR validates.
      *  A payout account named on the card must be on file and
      *  open.  REOPEN turns a closed or flagged account back on,
      *  dropping any payout instruction.  A charged-off account
      *  (see CHRGOFF) is neither closed nor reopened here -- its
      *  debits stay refused while the write-off stands.  Accounts
      *  are never deleted.  Every
      *  applied card writes the maintenance-audit image under
      *  CALC-MAINT-OPERATOR.
      *
      *  With the watch master (WATCHMST, rebuilt weekly by
      *  WATCHLOD) mounted, OPEN screens the account name against
      *  the sanctions and watch lists in namenorm's normalised
      *  form.  A name that matches is still written, and seeded
      *  on the balance master like any other, but pending review
      *  rather than open: every hit is queued on WATCHQ for
      *  compliance to disposition through WATCHDSP, and
      *  CALCULATOR refuses postings to the account meanwhile.
      *  REOPEN will not turn a pending account on.  A run that
      *  held any account ends with RETURN-CODE 4.
      *
      *  An applied OPEN or REOPEN raises the ACCTOPEN business
      *  event, and an applied CLOSE the ACCTCLOS event, through
      *  evntpost onto EVENTQ (copy/evntrec.cpy) for EVNTSHIP to
      *  ship to the CRM and collections systems.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT STORED-SCHEDULE-FILE ASSIGN TO "AMSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS STORED-SCHEDULE-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WTCH-KEY
               FILE STATUS IS WATCH-LIST-STATUS.
           SELECT WATCH-HIT-FILE ASSIGN TO "WATCHQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHIT-KEY
               FILE STATUS IS WATCH-HIT-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

           05 ACARD-CLASS      PIC X(04).
           05 FILLER           PIC X(01).
           05 ACARD-CURRENCY   PIC X(03).
           05 FILLER           PIC X(01).
           05 ACARD-ENTITY     PIC X(04).
           05 FILLER           PIC X(28).
       01 ACCOUNT-CLOSE-CARD REDEFINES ACCOUNT-CARD.
           05 FILLER           PIC X(18).
           05 ACARD-PAYOUT-ACCOUNT PIC X(08).
           05 FILLER           PIC X(54).
       01 ACCOUNT-LOAN-CARD REDEFINES ACCOUNT-CARD.
           05 FILLER           PIC X(18).
           05 ACARD-LOAN-REFERENCE PIC X(10).
           05 FILLER           PIC X(52).

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.
       FD BALANCE-FILE.
       COPY balrec.

       FD STORED-SCHEDULE-FILE.
       COPY amsched.

       FD WATCH-LIST-FILE.
       COPY watchrec.

       FD WATCH-HIT-FILE.
       COPY watchhit.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       01 ACCOUNT-CARD-STATUS   PIC X(02).
       01 ACCOUNT-MASTER-STATUS PIC X(02).
       01 BALANCE-STATUS        PIC X(02).
       01 STORED-SCHEDULE-STATUS PIC X(02).
       01 WATCH-LIST-STATUS     PIC X(02).
       01 WATCH-HIT-STATUS      PIC X(02).
       01 MAINT-AUDIT-STATUS    PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       01 EVENT-PRIOR-STATUS PIC X(01).
       01 STATUS-CODE-IN PIC X(01).
       01 STATUS-WORD PIC X(20).
       COPY evntpstl.
       01 BALANCE-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 BALANCE-AVAILABLE VALUE 'Y'.
       01 SCHEDULE-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 SCHEDULE-AVAILABLE VALUE 'Y'.
       01 LOAN-ACCOUNT-VALID-SWITCH PIC X(01).
           88 LOAN-ACCOUNT-VALID VALUE 'Y'.
       01 PAYOUT-ACCOUNT-VALID-SWITCH PIC X(01).
           88 PAYOUT-ACCOUNT-VALID VALUE 'Y'.
       01 WATCH-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 WATCH-LIST-AVAILABLE VALUE 'Y'.
       01 WATCH-SCAN-DONE-SWITCH PIC X(01).
           88 WATCH-SCAN-DONE VALUE 'Y'.
       01 WATCH-QUEUE-SWITCH PIC X(01).
           88 QUEUE-WATCH-HITS VALUE 'Y'.
       01 WATCH-HIT-COUNT PIC 9(03) COMP.
       COPY namenrml.
       COPY currfndl.
       01 CURRMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CURRMAST-AVAILABLE VALUE 'Y'.
       01 CURRENCY-VALID-SWITCH PIC X(01).
           88 CURRENCY-VALID VALUE 'Y'.

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 ACCOUNTS-HELD-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * No watch master mounted means no screening, the usual
      * absent-file convention; with one mounted the queue the
      * hits go to must open.
           OPEN INPUT WATCH-LIST-FILE
           IF WATCH-LIST-STATUS = "00"
               SET WATCH-LIST-AVAILABLE TO TRUE
               OPEN I-O WATCH-HIT-FILE
               IF WATCH-HIT-STATUS = "35"
                   OPEN OUTPUT WATCH-HIT-FILE
                   CLOSE WATCH-HIT-FILE
                   OPEN I-O WATCH-HIT-FILE
               END-IF
               IF WATCH-HIT-STATUS NOT = "00"
                   DISPLAY "unable to open watch-list queue, status "
                       WATCH-HIT-STATUS
                   CLOSE WATCH-LIST-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
      * The balance master is optional equipment here: with no
      * BALANCE DD mounted the account master is still maintained,
      * just not seeded across.
           IF BALANCE-STATUS = "00"
               SET BALANCE-AVAILABLE TO TRUE
           END-IF
           OPEN I-O STORED-SCHEDULE-FILE
           IF STORED-SCHEDULE-STATUS = "00"
               SET SCHEDULE-AVAILABLE TO TRUE
           END-IF
           MOVE "OPEN    " TO CFND-FUNCTION
           CALL 'currfind' USING CURRENCY-FIND-AREA
           IF CFND-RETURN-CODE = 0
               SET CURRMAST-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           IF BALANCE-AVAILABLE
               CLOSE BALANCE-FILE
           END-IF
           IF SCHEDULE-AVAILABLE
               CLOSE STORED-SCHEDULE-FILE
           END-IF
           IF WATCH-LIST-AVAILABLE
               CLOSE WATCH-LIST-FILE
               CLOSE WATCH-HIT-FILE
           END-IF
           IF CURRMAST-AVAILABLE
               MOVE "CLOSE   " TO CFND-FUNCTION
               CALL 'currfind' USING CURRENCY-FIND-AREA
           END-IF
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "account cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "account cards rejected: " CARD-COUNT-EDIT
           MOVE ACCOUNTS-HELD-COUNT TO CARD-COUNT-EDIT
           DISPLAY "accounts held for watch-list review: "
               CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF ACCOUNTS-HELD-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

                   PERFORM CLOSE-ACCOUNT
               WHEN "REOPEN  "
                   PERFORM REOPEN-ACCOUNT
               WHEN "LOAN    "
                   PERFORM TIE-LOAN-TO-ACCOUNT
               WHEN "ENTITY  "
                   PERFORM ASSIGN-ACCOUNT-ENTITY
               WHEN OTHER
                   DISPLAY "unknown action '" ACARD-ACTION
                       "' for account " ACARD-ACCOUNT-ID
           EXIT.

       OPEN-ACCOUNT SECTION.
           PERFORM CHECK-ACCOUNT-CURRENCY
           IF ACARD-ACCOUNT-ID = SPACES
               DISPLAY "OPEN card with blank account id rejected"
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
           IF NOT CURRENCY-VALID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE 0 TO WATCH-HIT-COUNT
               IF WATCH-LIST-AVAILABLE
                   MOVE 'N' TO WATCH-QUEUE-SWITCH
                   PERFORM SCREEN-ACCOUNT-NAME
               END-IF
               MOVE ACARD-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               MOVE ACARD-NAME       TO ACCT-NAME
               MOVE ACARD-CLASS      TO ACCT-CLASS
               MOVE ACARD-CURRENCY   TO ACCT-CURRENCY
               MOVE RUN-DATE         TO ACCT-OPENED-DATE
               MOVE SPACES           TO ACCT-PAYOUT-ACCOUNT
               MOVE ACARD-ENTITY     TO ACCT-ENTITY
               IF WATCH-HIT-COUNT > 0
                   SET ACCT-PENDING-REVIEW TO TRUE
               ELSE
                   SET ACCT-OPEN TO TRUE
               END-IF
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "account already on file: "
                           ACARD-ACCOUNT-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       IF WATCH-HIT-COUNT > 0
                           DISPLAY "account " ACARD-ACCOUNT-ID
                               " matches the watch list -- held "
                               "pending review"
                           ADD 1 TO ACCOUNTS-HELD-COUNT
                           SET QUEUE-WATCH-HITS TO TRUE
                           PERFORM SCREEN-ACCOUNT-NAME
                       ELSE
                           DISPLAY "account opened: "
                               ACARD-ACCOUNT-ID
                       END-IF
                       ADD 1 TO CARDS-APPLIED-COUNT
                       MOVE SPACES TO BEFORE-IMAGE
                       PERFORM WRITE-AUDIT-LINE
                       PERFORM SEED-BALANCE-RECORD
                       MOVE "ACCTOPEN" TO EVPK-EVENT-TYPE
                       MOVE SPACE TO EVENT-PRIOR-STATUS
                       PERFORM RAISE-ACCOUNT-EVENT
               END-WRITE
           END-IF
           END-IF
           EXIT.

      * A blank currency is the base currency and passes.
       CHECK-ACCOUNT-CURRENCY SECTION.
           SET CURRENCY-VALID TO TRUE
           IF CURRMAST-AVAILABLE AND ACARD-CURRENCY NOT = SPACES
               MOVE "CHECK   "     TO CFND-FUNCTION
               MOVE ACARD-CURRENCY TO CFND-CURRENCY
               MOVE RUN-DATE       TO CFND-DATE
               CALL 'currfind' USING CURRENCY-FIND-AREA
               EVALUATE CFND-RETURN-CODE
                   WHEN 8
                       DISPLAY "currency " ACARD-CURRENCY
                           " not on currency master -- account "
                           ACARD-ACCOUNT-ID " not opened"
                       MOVE 'N' TO CURRENCY-VALID-SWITCH
                   WHEN 4
                       DISPLAY "currency " ACARD-CURRENCY
                           " not active -- account "
                           ACARD-ACCOUNT-ID " not opened"
                       MOVE 'N' TO CURRENCY-VALID-SWITCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.

      * The first pass only counts the hits, to decide the status
      * the account is written with; once it is on file the second
      * pass queues them.
       SCREEN-ACCOUNT-NAME SECTION.
           MOVE 0 TO WATCH-HIT-COUNT
           MOVE ACARD-NAME TO NNRM-NAME-IN
           CALL 'namenorm' USING NAME-NORMAL-AREA
           IF NNRM-WORD-COUNT > 0
               MOVE 'N' TO WATCH-SCAN-DONE-SWITCH
               MOVE NNRM-NAME-OUT TO WTCH-NORMAL-NAME
               MOVE LOW-VALUES TO WTCH-ENTRY-ID
               START WATCH-LIST-FILE KEY NOT < WTCH-KEY
                   INVALID KEY
                       SET WATCH-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-WATCH-ENTRY UNTIL WATCH-SCAN-DONE
           END-IF
           EXIT.

       SCAN-WATCH-ENTRY SECTION.
           READ WATCH-LIST-FILE NEXT RECORD
               AT END
                   SET WATCH-SCAN-DONE TO TRUE
               NOT AT END
                   IF WTCH-NORMAL-NAME NOT = NNRM-NAME-OUT
                       SET WATCH-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WATCH-HIT-COUNT
                       IF QUEUE-WATCH-HITS
                           PERFORM QUEUE-WATCH-HIT
                       END-IF
                   END-IF
           END-READ
           EXIT.

       QUEUE-WATCH-HIT SECTION.
           MOVE ACARD-ACCOUNT-ID TO WHIT-ACCOUNT-ID
           MOVE WTCH-ENTRY-ID    TO WHIT-ENTRY-ID
           SET WHIT-FOUND-AT-OPEN TO TRUE
           MOVE RUN-DATE         TO WHIT-FOUND-DATE
           MOVE ACARD-NAME       TO WHIT-ACCOUNT-NAME
           MOVE WTCH-LIST-SOURCE TO WHIT-LIST-SOURCE
           MOVE WTCH-LISTED-NAME TO WHIT-LISTED-NAME
           SET WHIT-PENDING TO TRUE
           MOVE SPACES TO WHIT-DISPOSED-BY
           MOVE 0      TO WHIT-DISPOSED-DATE
           MOVE SPACES TO WHIT-NOTE
           WRITE WATCH-HIT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           DISPLAY "  watch-list hit: " WTCH-ENTRY-ID " "
               WTCH-LIST-SOURCE " " WTCH-LISTED-NAME
           EXIT.

      * The balance master agrees with the account master from the
           END-IF
           EXIT.

      * The payout account is checked first, since reading it
      * takes the record area the closing account is read into.
       CLOSE-ACCOUNT SECTION.
           PERFORM CHECK-PAYOUT-ACCOUNT
           IF NOT PAYOUT-ACCOUNT-VALID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE ACARD-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "account not on file: "
                           ACARD-ACCOUNT-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       PERFORM FLAG-ACCOUNT-FOR-CLOSURE
               END-READ
           END-IF
           EXIT.

       FLAG-ACCOUNT-FOR-CLOSURE SECTION.
           IF ACCT-CLOSED
               DISPLAY "account already closed: " ACARD-ACCOUNT-ID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               IF ACCT-PENDING-REVIEW
                   DISPLAY "account " ACARD-ACCOUNT-ID
                       " is pending watch-list review -- "
                       "not closed"
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
               IF ACCT-CHARGED-OFF
                   DISPLAY "account " ACARD-ACCOUNT-ID
                       " is charged off -- not closed"
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
                   MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE
                   MOVE ACCT-STATUS TO EVENT-PRIOR-STATUS
                   SET ACCT-CLOSE-REQUESTED TO TRUE
                   MOVE ACARD-PAYOUT-ACCOUNT TO ACCT-PAYOUT-ACCOUNT
                   REWRITE ACCOUNT-MASTER-RECORD
                   DISPLAY "account flagged for close-out: "
                       ACARD-ACCOUNT-ID
                   ADD 1 TO CARDS-APPLIED-COUNT
                   PERFORM WRITE-AUDIT-LINE
                   MOVE "ACCTCLOS" TO EVPK-EVENT-TYPE
                   PERFORM RAISE-ACCOUNT-EVENT
               END-IF
               END-IF
           END-IF
           EXIT.

       CHECK-PAYOUT-ACCOUNT SECTION.
           MOVE 'Y' TO PAYOUT-ACCOUNT-VALID-SWITCH
           IF ACARD-PAYOUT-ACCOUNT NOT = SPACES
               IF ACARD-PAYOUT-ACCOUNT = ACARD-ACCOUNT-ID
                   DISPLAY "account " ACARD-ACCOUNT-ID
                       " cannot be paid out to itself"
                   MOVE 'N' TO PAYOUT-ACCOUNT-VALID-SWITCH
               ELSE
                   MOVE ACARD-PAYOUT-ACCOUNT TO ACCT-ACCOUNT-ID
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           DISPLAY "payout account not on file: "
                               ACARD-PAYOUT-ACCOUNT
                           MOVE 'N' TO PAYOUT-ACCOUNT-VALID-SWITCH
                       NOT INVALID KEY
                           IF NOT ACCT-OPEN
                               DISPLAY "payout account not open: "
                                   ACARD-PAYOUT-ACCOUNT
                               MOVE 'N'
                                   TO PAYOUT-ACCOUNT-VALID-SWITCH
                           END-IF
                   END-READ
               END-IF
           END-IF
           EXIT.

       REOPEN-ACCOUNT SECTION.
                   DISPLAY "account not on file: " ACARD-ACCOUNT-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   IF ACCT-PENDING-REVIEW
                       DISPLAY "account " ACARD-ACCOUNT-ID
                           " is pending watch-list review -- "
                           "not reopened"
                       ADD 1 TO CARDS-REJECTED-COUNT
                   ELSE
                   IF ACCT-CHARGED-OFF
                       DISPLAY "account " ACARD-ACCOUNT-ID
                           " is charged off -- not reopened"
                       ADD 1 TO CARDS-REJECTED-COUNT
                   ELSE
                       MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE
                       MOVE ACCT-STATUS TO EVENT-PRIOR-STATUS
                       SET ACCT-OPEN TO TRUE
                       MOVE SPACES TO ACCT-PAYOUT-ACCOUNT
                       REWRITE ACCOUNT-MASTER-RECORD
                       DISPLAY "account reopened: " ACARD-ACCOUNT-ID
                       ADD 1 TO CARDS-APPLIED-COUNT
                       PERFORM WRITE-AUDIT-LINE
                       MOVE "ACCTOPEN" TO EVPK-EVENT-TYPE
                       PERFORM RAISE-ACCOUNT-EVENT
                   END-IF
                   END-IF
           END-READ
           EXIT.

       ASSIGN-ACCOUNT-ENTITY SECTION.
           IF ACARD-ENTITY = SPACES
               DISPLAY "ENTITY card with blank entity rejected for "
                   "account " ACARD-ACCOUNT-ID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE ACARD-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "account not on file: " ACARD-ACCOUNT-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE
                       MOVE ACARD-ENTITY TO ACCT-ENTITY
                       REWRITE ACCOUNT-MASTER-RECORD
                       DISPLAY "account " ACARD-ACCOUNT-ID
                           " assigned to entity " ACARD-ENTITY
                       ADD 1 TO CARDS-APPLIED-COUNT
                       PERFORM WRITE-AUDIT-LINE
               END-READ
           END-IF
           EXIT.

      * The loan's position row (installment zero) carries the
      * collection account; the audit line is the schedule's.
       TIE-LOAN-TO-ACCOUNT SECTION.
           MOVE 'Y' TO LOAN-ACCOUNT-VALID-SWITCH
           IF NOT SCHEDULE-AVAILABLE
               DISPLAY "no amortization schedule file -- LOAN card "
                   "for " ACARD-LOAN-REFERENCE " rejected"
               MOVE 'N' TO LOAN-ACCOUNT-VALID-SWITCH
           END-IF
           IF LOAN-ACCOUNT-VALID
               MOVE ACARD-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "account not on file: " ACARD-ACCOUNT-ID
                       MOVE 'N' TO LOAN-ACCOUNT-VALID-SWITCH
                   NOT INVALID KEY
                       IF NOT ACCT-OPEN
                           DISPLAY "account closed: " ACARD-ACCOUNT-ID
                           MOVE 'N' TO LOAN-ACCOUNT-VALID-SWITCH
                       END-IF
               END-READ
           END-IF
           IF LOAN-ACCOUNT-VALID
               MOVE ACARD-LOAN-REFERENCE TO AMS-REFERENCE
               MOVE 0 TO AMS-INSTALLMENT
               READ STORED-SCHEDULE-FILE
                   INVALID KEY
                       DISPLAY "loan not on file: " ACARD-LOAN-REFERENCE
                       MOVE 'N' TO LOAN-ACCOUNT-VALID-SWITCH
               END-READ
           END-IF
           IF LOAN-ACCOUNT-VALID
               MOVE AMORT-SCHEDULE-RECORD TO BEFORE-IMAGE
               MOVE ACARD-ACCOUNT-ID TO AMSP-ACCOUNT-ID
               REWRITE AMORT-SCHEDULE-RECORD
               DISPLAY "loan " ACARD-LOAN-REFERENCE
                   " tied to account " ACARD-ACCOUNT-ID
               ADD 1 TO CARDS-APPLIED-COUNT
               MOVE "AMSCHED" TO MAUD-FILE-NAME
               MOVE ACARD-ACTION TO MAUD-ACTION
               MOVE SPACES TO MAUD-RECORD-KEY
               MOVE ACARD-LOAN-REFERENCE TO MAUD-RECORD-KEY
               MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
               MOVE RUN-DATE TO MAUD-RUN-DATE
               MOVE RUN-TIME TO MAUD-RUN-TIME
               MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
               MOVE SPACES TO MAUD-AFTER-IMAGE
               MOVE AMORT-SCHEDULE-RECORD TO MAUD-AFTER-IMAGE
               WRITE MAINTENANCE-AUDIT-RECORD
           ELSE
               ADD 1 TO CARDS-REJECTED-COUNT
           END-IF
           EXIT.

      * The account record is still in the master's record area:
      * its status now is the event's after value, and the status
      * saved before the change its before value.
       RAISE-ACCOUNT-EVENT SECTION.
           MOVE "ACCTMNT" TO EVPK-SOURCE-PROGRAM
           MOVE RUN-DATE TO EVPK-BUSINESS-DATE
           MOVE ACCT-ACCOUNT-ID TO EVPK-ACCOUNT-ID
           MOVE SPACES TO EVPK-REFERENCE
           MOVE EVENT-PRIOR-STATUS TO STATUS-CODE-IN
           PERFORM DESCRIBE-ACCOUNT-STATUS
           MOVE STATUS-WORD TO EVPK-BEFORE-VALUE
           MOVE ACCT-STATUS TO STATUS-CODE-IN
           PERFORM DESCRIBE-ACCOUNT-STATUS
           MOVE STATUS-WORD TO EVPK-AFTER-VALUE
           MOVE 0 TO EVPK-AMOUNT
           MOVE MAINT-OPERATOR-ID TO EVPK-OPERATOR-ID
           CALL 'evntpost' USING EVENT-POST-AREA
           EXIT.

       DESCRIBE-ACCOUNT-STATUS SECTION.
           EVALUATE STATUS-CODE-IN
               WHEN "O"
                   MOVE "OPEN" TO STATUS-WORD
               WHEN "C"
                   MOVE "CLOSED" TO STATUS-WORD
               WHEN "P"
                   MOVE "PENDING REVIEW" TO STATUS-WORD
               WHEN "K"
                   MOVE "CLOSE REQUESTED" TO STATUS-WORD
               WHEN "W"
                   MOVE "CHARGED OFF" TO STATUS-WORD
               WHEN OTHER
                   MOVE SPACES TO STATUS-WORD
           END-EVALUATE
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "ACCTMAST" TO MAUD-FILE-NAME
           MOVE ACARD-ACTION TO MAUD-ACTION
