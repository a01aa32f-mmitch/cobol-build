       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTHMNT.

      *****************************************************************
      *  AMTHMNT maintains the amount holds and the deposit float
      *  schedule, and releases what has run its course.  HOLDMNT's
      *  stop list holds an account whole; an amount hold
      *  (copy/amthold.cpy) sets a stated sum aside and leaves the
      *  rest of the balance spendable.  One card per action on
      *  AMTHCRDS:
      *
      *    cols  1-8   action      EARMARK / GARNISH / LIFT /
      *                            FLOAT / NOFLOAT
      *    col   9     (blank)
      *    cols 10-17  account id  (EARMARK, GARNISH, LIFT)
      *    cols 10-13  deposit type (FLOAT, NOFLOAT)
      *    col  18     (blank)
      *    cols 19-28  hold id     (EARMARK, GARNISH, LIFT -- for a
      *                            deposit's float, its reference)
      *    cols 19-20  business days (FLOAT)
      *    col  29     (blank)
      *    cols 30-40  amount, cents implied (EARMARK, GARNISH);
      *                the immediately available part of each
      *                deposit (FLOAT), blank for none
      *    col  41     (blank)
      *    cols 42-49  release date YYYYMMDD (EARMARK, GARNISH) --
      *                the first day the sum is free again; blank
      *                holds until lifted
      *    col  50     (blank)
      *    cols 51-70  reason (EARMARK, GARNISH); description
      *                (FLOAT)
      *
      *  EARMARK and GARNISH place a hold; a hold id already on the
      *  account is refused while active and re-armed once lifted
      *  or released.  LIFT frees a hold -- or a deposit's float,
      *  when the item has cleared early -- ahead of its date.
      *  FLOAT sets a deposit type's row on the float schedule
      *  (copy/fltsched.cpy), NOFLOAT removes it.
      *
      *  After the cards, the release pass marks every active row
      *  whose release date has come -- expired holds and matured
      *  float -- as released.  The row had already stopped
      *  counting against the account on that date (see fundfind);
      *  the pass puts the file in step with it, and the release is
      *  on the maintenance audit like every card.  Run it daily
      *  ahead of the posting run, with or without cards.  The run
      *  ends with a listing of what is still held.
      *
      *  The maintaining supervisor comes from CALC-MAINT-OPERATOR
      *  and is recorded on each hold placed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMOUNT-HOLD-CARD-FILE ASSIGN TO "AMTHCRDS"
               FILE STATUS IS AMOUNT-HOLD-CARD-STATUS.
           SELECT AMOUNT-HOLD-FILE ASSIGN TO "AMTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMH-KEY
               FILE STATUS IS AMOUNT-HOLD-STATUS.
           SELECT FLOAT-SCHEDULE-FILE ASSIGN TO "FLTSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FLS-DEPOSIT-TYPE
               FILE STATUS IS FLOAT-SCHEDULE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AMOUNT-HOLD-CARD-FILE.
       01 AMOUNT-HOLD-CARD.
           05 ACARD-ACTION       PIC X(08).
           05 FILLER             PIC X(01).
           05 ACARD-ACCOUNT-ID   PIC X(08).
           05 ACARD-DEPOSIT-TYPE REDEFINES ACARD-ACCOUNT-ID
                                 PIC X(04).
           05 FILLER             PIC X(01).
           05 ACARD-HOLD-ID      PIC X(10).
           05 ACARD-DAYS REDEFINES ACARD-HOLD-ID PIC X(02).
           05 FILLER             PIC X(01).
           05 ACARD-AMOUNT       PIC X(11).
           05 ACARD-AMOUNT-NUM REDEFINES ACARD-AMOUNT
                                 PIC 9(09)V99.
           05 FILLER             PIC X(01).
           05 ACARD-RELEASE-DATE PIC X(08).
           05 FILLER             PIC X(01).
           05 ACARD-REASON       PIC X(20).
           05 FILLER             PIC X(10).

       FD AMOUNT-HOLD-FILE.
       COPY amthold.

       FD FLOAT-SCHEDULE-FILE.
       COPY fltsched.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 AMOUNT-HOLD-CARD-STATUS PIC X(02).
       01 AMOUNT-HOLD-STATUS      PIC X(02).
       01 FLOAT-SCHEDULE-STATUS   PIC X(02).
       01 MAINT-AUDIT-STATUS      PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 SCAN-EOF-SWITCH PIC X(01).
           88 SCAN-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       01 AUDIT-FILE-NAME PIC X(08).
       01 AUDIT-ACTION    PIC X(08).
       01 AUDIT-KEY       PIC X(16).
       01 AUDIT-AFTER-IMAGE PIC X(80).
       01 CARD-RELEASE-DATE PIC 9(08).
       01 CARD-IMMEDIATE    PIC S9(9)V99.
       01 CARD-DAYS         PIC 9(02).
       01 CARD-VALID-SWITCH PIC X(01).
           88 CARD-VALID VALUE 'Y'.
       01 RECORD-EXISTS-SWITCH PIC X(01).
           88 ROW-EXISTS VALUE 'Y'.

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 HOLDS-RELEASED-COUNT PIC 9(05) COMP VALUE 0.
       01 FLOAT-RELEASED-COUNT PIC 9(05) COMP VALUE 0.
       01 ACTIVE-HOLD-COUNT    PIC 9(05) COMP VALUE 0.
       01 ACTIVE-FLOAT-COUNT   PIC 9(05) COMP VALUE 0.
       01 ACTIVE-HOLD-TOTAL    PIC S9(11)V99 VALUE 0.
       01 ACTIVE-FLOAT-TOTAL   PIC S9(11)V99 VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.
       01 AMOUNT-EDIT     PIC ZZZZZZZZ9.99-.
       01 TOTAL-EDIT      PIC ZZZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           IF MAINT-OPERATOR-ID = SPACES
               DISPLAY "CALC-MAINT-OPERATOR must name the "
                   "supervisor placing or lifting amount holds"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O AMOUNT-HOLD-FILE
           IF AMOUNT-HOLD-STATUS = "35"
               OPEN OUTPUT AMOUNT-HOLD-FILE
               CLOSE AMOUNT-HOLD-FILE
               OPEN I-O AMOUNT-HOLD-FILE
           END-IF
           IF AMOUNT-HOLD-STATUS NOT = "00"
               DISPLAY "unable to open amount-hold file, status "
                   AMOUNT-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O FLOAT-SCHEDULE-FILE
           IF FLOAT-SCHEDULE-STATUS = "35"
               OPEN OUTPUT FLOAT-SCHEDULE-FILE
               CLOSE FLOAT-SCHEDULE-FILE
               OPEN I-O FLOAT-SCHEDULE-FILE
           END-IF
           IF FLOAT-SCHEDULE-STATUS NOT = "00"
               DISPLAY "unable to open float schedule, status "
                   FLOAT-SCHEDULE-STATUS
               CLOSE AMOUNT-HOLD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT AMOUNT-HOLD-CARD-FILE
           IF AMOUNT-HOLD-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF AMOUNT-HOLD-CARD-STATUS = "00"
               CLOSE AMOUNT-HOLD-CARD-FILE
           END-IF
           PERFORM RELEASE-DUE-ROWS
           PERFORM LIST-ACTIVE-ROWS
           CLOSE AMOUNT-HOLD-FILE
           CLOSE FLOAT-SCHEDULE-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "amount-hold cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "amount-hold cards rejected: " CARD-COUNT-EDIT
           MOVE HOLDS-RELEASED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "expired holds released: " CARD-COUNT-EDIT
           MOVE FLOAT-RELEASED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "matured float released: " CARD-COUNT-EDIT
           MOVE ACTIVE-HOLD-COUNT TO CARD-COUNT-EDIT
           MOVE ACTIVE-HOLD-TOTAL TO TOTAL-EDIT
           DISPLAY "amount holds in force: " CARD-COUNT-EDIT
               " totalling " TOTAL-EDIT
           MOVE ACTIVE-FLOAT-COUNT TO CARD-COUNT-EDIT
           MOVE ACTIVE-FLOAT-TOTAL TO TOTAL-EDIT
           DISPLAY "deposits in float: " CARD-COUNT-EDIT
               " totalling " TOTAL-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ AMOUNT-HOLD-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF AMOUNT-HOLD-CARD = SPACES
                           OR AMOUNT-HOLD-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-AMOUNT-HOLD-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-AMOUNT-HOLD-CARD SECTION.
           EVALUATE ACARD-ACTION
               WHEN "EARMARK "
                   PERFORM PLACE-AMOUNT-HOLD
               WHEN "GARNISH "
                   PERFORM PLACE-AMOUNT-HOLD
               WHEN "LIFT    "
                   PERFORM LIFT-AMOUNT-HOLD
               WHEN "FLOAT   "
                   PERFORM SET-FLOAT-ROW
               WHEN "NOFLOAT "
                   PERFORM REMOVE-FLOAT-ROW
               WHEN OTHER
                   DISPLAY "unknown action '" ACARD-ACTION
                       "' -- card rejected"
                   ADD 1 TO CARDS-REJECTED-COUNT
           END-EVALUATE
           EXIT.

      * A release date already come would place a hold that never
      * holds anything.
       EDIT-HOLD-CARD SECTION.
           SET CARD-VALID TO TRUE
           MOVE 0 TO CARD-RELEASE-DATE
           EVALUATE TRUE
               WHEN ACARD-ACCOUNT-ID = SPACES
                       OR ACARD-HOLD-ID = SPACES
                   DISPLAY "account and hold id are required -- "
                       "card rejected: " AMOUNT-HOLD-CARD(1:70)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN ACARD-AMOUNT NOT NUMERIC
                   DISPLAY "amount must be 11 digits, cents "
                       "implied -- card rejected: "
                       AMOUNT-HOLD-CARD(1:70)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN ACARD-AMOUNT-NUM = 0
                   DISPLAY "amount must be above zero -- card "
                       "rejected: " AMOUNT-HOLD-CARD(1:70)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN ACARD-RELEASE-DATE NOT = SPACES
                       AND ACARD-RELEASE-DATE NOT NUMERIC
                   DISPLAY "release date must be YYYYMMDD -- card "
                       "rejected: " AMOUNT-HOLD-CARD(1:70)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN OTHER
                   IF ACARD-RELEASE-DATE NOT = SPACES
                       MOVE ACARD-RELEASE-DATE TO CARD-RELEASE-DATE
                   END-IF
                   IF CARD-RELEASE-DATE > 0
                           AND CARD-RELEASE-DATE NOT > RUN-DATE
                       DISPLAY "release date is not after today -- "
                           "card rejected: " AMOUNT-HOLD-CARD(1:70)
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
           END-EVALUATE
           EXIT.

       PLACE-AMOUNT-HOLD SECTION.
           PERFORM EDIT-HOLD-CARD
           IF NOT CARD-VALID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE 'N' TO RECORD-EXISTS-SWITCH
               MOVE SPACES TO BEFORE-IMAGE
               MOVE ACARD-ACCOUNT-ID TO AMH-ACCOUNT-ID
               MOVE ACARD-HOLD-ID    TO AMH-HOLD-ID
               READ AMOUNT-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ROW-EXISTS TO TRUE
                       MOVE AMOUNT-HOLD-RECORD TO BEFORE-IMAGE
               END-READ
               IF ROW-EXISTS AND AMH-ACTIVE
                   DISPLAY "hold " ACARD-HOLD-ID " on account "
                       ACARD-ACCOUNT-ID " is already active -- "
                       "lift it first"
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
                   MOVE SPACES TO AMOUNT-HOLD-RECORD
                   MOVE ACARD-ACCOUNT-ID  TO AMH-ACCOUNT-ID
                   MOVE ACARD-HOLD-ID     TO AMH-HOLD-ID
                   IF ACARD-ACTION = "GARNISH "
                       MOVE "G" TO AMH-HOLD-KIND
                   ELSE
                       MOVE "E" TO AMH-HOLD-KIND
                   END-IF
                   MOVE "A"               TO AMH-STATUS
                   MOVE ACARD-AMOUNT-NUM  TO AMH-AMOUNT
                   MOVE MAINT-OPERATOR-ID TO AMH-PLACED-BY
                   MOVE RUN-DATE          TO AMH-PLACED-DATE
                   MOVE CARD-RELEASE-DATE TO AMH-RELEASE-DATE
                   MOVE ACARD-REASON      TO AMH-REASON
                   IF ROW-EXISTS
                       REWRITE AMOUNT-HOLD-RECORD
                   ELSE
                       WRITE AMOUNT-HOLD-RECORD
                   END-IF
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE AMH-AMOUNT TO AMOUNT-EDIT
                   DISPLAY "amount hold placed on " AMH-ACCOUNT-ID
                       " id " AMH-HOLD-ID " for " AMOUNT-EDIT
                       " by " MAINT-OPERATOR-ID
                   MOVE ACARD-ACTION TO AUDIT-ACTION
                   PERFORM AUDIT-HOLD-ROW
               END-IF
           END-IF
           EXIT.

       LIFT-AMOUNT-HOLD SECTION.
           MOVE ACARD-ACCOUNT-ID TO AMH-ACCOUNT-ID
           MOVE ACARD-HOLD-ID    TO AMH-HOLD-ID
           READ AMOUNT-HOLD-FILE
               INVALID KEY
                   DISPLAY "no hold " ACARD-HOLD-ID
                       " on file for " ACARD-ACCOUNT-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   IF NOT AMH-ACTIVE
                       DISPLAY "hold " ACARD-HOLD-ID " on "
                           ACARD-ACCOUNT-ID " is no longer active"
                       ADD 1 TO CARDS-REJECTED-COUNT
                   ELSE
                       MOVE AMOUNT-HOLD-RECORD TO BEFORE-IMAGE
                       MOVE "L" TO AMH-STATUS
                       REWRITE AMOUNT-HOLD-RECORD
                       ADD 1 TO CARDS-APPLIED-COUNT
                       DISPLAY "amount hold lifted on "
                           AMH-ACCOUNT-ID " id " AMH-HOLD-ID
                           " by " MAINT-OPERATOR-ID
                       MOVE ACARD-ACTION TO AUDIT-ACTION
                       PERFORM AUDIT-HOLD-ROW
                   END-IF
           END-READ
           EXIT.

       SET-FLOAT-ROW SECTION.
           SET CARD-VALID TO TRUE
           MOVE 0 TO CARD-IMMEDIATE
           EVALUATE TRUE
               WHEN ACARD-DEPOSIT-TYPE = SPACES
                   DISPLAY "deposit type is required -- card "
                       "rejected: " AMOUNT-HOLD-CARD(1:70)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN ACARD-DAYS NOT NUMERIC
                   DISPLAY "business days must be 00 to 99 -- card "
                       "rejected: " AMOUNT-HOLD-CARD(1:70)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN ACARD-AMOUNT NOT = SPACES
                       AND ACARD-AMOUNT NOT NUMERIC
                   DISPLAY "immediate amount must be 11 digits, "
                       "cents implied -- card rejected: "
                       AMOUNT-HOLD-CARD(1:70)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN OTHER
                   MOVE ACARD-DAYS TO CARD-DAYS
                   IF ACARD-AMOUNT NOT = SPACES
                       MOVE ACARD-AMOUNT-NUM TO CARD-IMMEDIATE
                   END-IF
           END-EVALUATE
           IF NOT CARD-VALID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE 'N' TO RECORD-EXISTS-SWITCH
               MOVE SPACES TO BEFORE-IMAGE
               MOVE ACARD-DEPOSIT-TYPE TO FLS-DEPOSIT-TYPE
               READ FLOAT-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ROW-EXISTS TO TRUE
                       MOVE FLOAT-SCHEDULE-RECORD TO BEFORE-IMAGE
               END-READ
               MOVE SPACES TO FLOAT-SCHEDULE-RECORD
               MOVE ACARD-DEPOSIT-TYPE TO FLS-DEPOSIT-TYPE
               MOVE CARD-DAYS          TO FLS-BUSINESS-DAYS
               MOVE CARD-IMMEDIATE     TO FLS-IMMEDIATE-AMOUNT
               MOVE ACARD-REASON       TO FLS-DESCRIPTION
               IF ROW-EXISTS
                   REWRITE FLOAT-SCHEDULE-RECORD
                   DISPLAY "float schedule replaced: "
                       FLS-DEPOSIT-TYPE " " FLS-BUSINESS-DAYS
                       " business days"
               ELSE
                   WRITE FLOAT-SCHEDULE-RECORD
                   DISPLAY "float schedule set: "
                       FLS-DEPOSIT-TYPE " " FLS-BUSINESS-DAYS
                       " business days"
               END-IF
               ADD 1 TO CARDS-APPLIED-COUNT
               MOVE FLOAT-SCHEDULE-RECORD TO AUDIT-AFTER-IMAGE
               PERFORM AUDIT-FLOAT-ROW
           END-IF
           EXIT.

      * Deposits already floating keep the maturity they were
      * given; only deposits posted from now on are spared.
       REMOVE-FLOAT-ROW SECTION.
           MOVE ACARD-DEPOSIT-TYPE TO FLS-DEPOSIT-TYPE
           READ FLOAT-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "no float schedule row for "
                       ACARD-DEPOSIT-TYPE
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE FLOAT-SCHEDULE-RECORD TO BEFORE-IMAGE
                   DELETE FLOAT-SCHEDULE-FILE
                   ADD 1 TO CARDS-APPLIED-COUNT
                   DISPLAY "float schedule removed: "
                       ACARD-DEPOSIT-TYPE
                   MOVE SPACES TO AUDIT-AFTER-IMAGE
                   PERFORM AUDIT-FLOAT-ROW
           END-READ
           EXIT.

      * Every row whose release date has come, in key order.
       RELEASE-DUE-ROWS SECTION.
           MOVE 'N' TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO AMH-KEY
           START AMOUNT-HOLD-FILE KEY >= AMH-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM RELEASE-ONE-ROW UNTIL SCAN-EOF
           EXIT.

       RELEASE-ONE-ROW SECTION.
           READ AMOUNT-HOLD-FILE NEXT
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF AMH-ACTIVE
                           AND AMH-RELEASE-DATE > 0
                           AND AMH-RELEASE-DATE NOT > RUN-DATE
                       MOVE AMOUNT-HOLD-RECORD TO BEFORE-IMAGE
                       MOVE "R" TO AMH-STATUS
                       REWRITE AMOUNT-HOLD-RECORD
                       IF AMH-DEPOSIT-FLOAT
                           ADD 1 TO FLOAT-RELEASED-COUNT
                       ELSE
                           ADD 1 TO HOLDS-RELEASED-COUNT
                       END-IF
                       MOVE AMH-AMOUNT TO AMOUNT-EDIT
                       DISPLAY "released on " AMH-RELEASE-DATE ": "
                           AMH-ACCOUNT-ID " id " AMH-HOLD-ID
                           " kind " AMH-HOLD-KIND " " AMOUNT-EDIT
                       MOVE "RELEASE " TO AUDIT-ACTION
                       PERFORM AUDIT-HOLD-ROW
                   END-IF
           END-READ
           EXIT.

       LIST-ACTIVE-ROWS SECTION.
           MOVE 'N' TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO AMH-KEY
           START AMOUNT-HOLD-FILE KEY >= AMH-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM LIST-ONE-ROW UNTIL SCAN-EOF
           EXIT.

       LIST-ONE-ROW SECTION.
           READ AMOUNT-HOLD-FILE NEXT
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF AMH-ACTIVE
                       IF AMH-DEPOSIT-FLOAT
                           ADD 1 TO ACTIVE-FLOAT-COUNT
                           ADD AMH-AMOUNT TO ACTIVE-FLOAT-TOTAL
                       ELSE
                           ADD 1 TO ACTIVE-HOLD-COUNT
                           ADD AMH-AMOUNT TO ACTIVE-HOLD-TOTAL
                       END-IF
                       MOVE AMH-AMOUNT TO AMOUNT-EDIT
                       DISPLAY "held: " AMH-ACCOUNT-ID
                           " id " AMH-HOLD-ID
                           " kind " AMH-HOLD-KIND " " AMOUNT-EDIT
                           " until " AMH-RELEASE-DATE
                           " -- " AMH-REASON
                   END-IF
           END-READ
           EXIT.

      * The audit key field is two short of account and hold id
      * together; the images either side carry the whole key.
       AUDIT-HOLD-ROW SECTION.
           MOVE "AMTHOLD" TO AUDIT-FILE-NAME
           MOVE AMH-KEY TO AUDIT-KEY
           MOVE AMOUNT-HOLD-RECORD TO AUDIT-AFTER-IMAGE
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       AUDIT-FLOAT-ROW SECTION.
           MOVE "FLTSCHED" TO AUDIT-FILE-NAME
           MOVE ACARD-ACTION TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-KEY
           MOVE ACARD-DEPOSIT-TYPE TO AUDIT-KEY
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE AUDIT-FILE-NAME   TO MAUD-FILE-NAME
           MOVE AUDIT-ACTION      TO MAUD-ACTION
           MOVE AUDIT-KEY         TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE          TO MAUD-RUN-DATE
           MOVE RUN-TIME          TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE      TO MAUD-BEFORE-IMAGE
           MOVE AUDIT-AFTER-IMAGE TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.
