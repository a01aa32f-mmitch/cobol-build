       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPMNT.

      *****************************************************************
      *  SWEEPMNT maintains the cash-pooling sweep rules -- one row
      *  per account per pool (see copy/sweeprec.cpy) -- that the
      *  end-of-day SWEEP run works from.  One card per action on
      *  SWEPCRDS:
      *
      *    cols  1-8   action      SET / REMOVE
      *    col   9     (blank)
      *    cols 10-13  pool id
      *    col  14     (blank)
      *    cols 15-22  account id
      *    col  23     (blank)
      *    col  24     role, C concentration / P participant
      *                (SET only)
      *    col  25     (blank)
      *    col  26     direction U / D / B (SET of a participant)
      *    col  27     (blank)
      *    cols 28-38  target balance, digits, 9(9)V99 implied
      *                (SET of a participant)
      *    col  39     (blank)
      *    cols 40-50  minimum sweep, digits, 9(9)V99 implied
      *                (SET of a participant)
      *
      *  SET adds or replaces the row; REMOVE deletes it.  A pool
      *  takes exactly one concentration row -- SWEEP passes over
      *  a pool with none or with more than one.  Every applied
      *  card writes the maintenance-audit image under
      *  CALC-MAINT-OPERATOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-CARD-FILE ASSIGN TO "SWEPCRDS"
               FILE STATUS IS SWEEP-CARD-STATUS.
           SELECT SWEEP-RULE-FILE ASSIGN TO "SWEEPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SWP-KEY
               FILE STATUS IS SWEEP-RULE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SWEEP-CARD-FILE.
       01 SWEEP-CARD.
           05 SCARD-ACTION     PIC X(08).
           05 FILLER           PIC X(01).
           05 SCARD-POOL-ID    PIC X(04).
           05 FILLER           PIC X(01).
           05 SCARD-ACCOUNT-ID PIC X(08).
           05 FILLER           PIC X(01).
           05 SCARD-ROLE       PIC X(01).
           05 FILLER           PIC X(01).
           05 SCARD-DIRECTION  PIC X(01).
           05 FILLER           PIC X(01).
           05 SCARD-TARGET     PIC X(11).
           05 FILLER           PIC X(01).
           05 SCARD-MINIMUM    PIC X(11).
           05 FILLER           PIC X(30).

      * Shared with SWEEP, which reads the rows pool by pool.
       FD SWEEP-RULE-FILE.
       COPY sweeprec.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 SWEEP-CARD-STATUS  PIC X(02).
       01 SWEEP-RULE-STATUS  PIC X(02).
       01 MAINT-AUDIT-STATUS PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       01 CARD-TARGET-VALUE PIC 9(9)V99.
       01 CARD-TARGET-RAW REDEFINES CARD-TARGET-VALUE PIC 9(11).
       01 CARD-MINIMUM-VALUE PIC 9(9)V99.
       01 CARD-MINIMUM-RAW REDEFINES CARD-MINIMUM-VALUE PIC 9(11).
       01 ROW-REPLACED-SWITCH PIC X(01).
           88 ROW-REPLACED VALUE 'Y'.

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           OPEN I-O SWEEP-RULE-FILE
           IF SWEEP-RULE-STATUS = "35"
               OPEN OUTPUT SWEEP-RULE-FILE
               CLOSE SWEEP-RULE-FILE
               OPEN I-O SWEEP-RULE-FILE
           END-IF
           IF SWEEP-RULE-STATUS NOT = "00"
               DISPLAY "unable to open sweep rules master, status "
                   SWEEP-RULE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT SWEEP-CARD-FILE
           IF SWEEP-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF SWEEP-CARD-STATUS = "00"
               CLOSE SWEEP-CARD-FILE
           END-IF
           CLOSE SWEEP-RULE-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "sweep rule cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "sweep rule cards rejected: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ SWEEP-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF SWEEP-CARD = SPACES
                           OR SWEEP-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-SWEEP-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-SWEEP-CARD SECTION.
           IF SCARD-POOL-ID = SPACES
                   OR SCARD-ACCOUNT-ID = SPACES
               DISPLAY "pool or account missing -- card rejected: "
                   SWEEP-CARD(1:30)
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               EVALUATE SCARD-ACTION
                   WHEN "SET     "
                       PERFORM SET-SWEEP-ROW
                   WHEN "REMOVE  "
                       PERFORM REMOVE-SWEEP-ROW
                   WHEN OTHER
                       DISPLAY "unknown action '" SCARD-ACTION
                           "' -- card rejected"
                       ADD 1 TO CARDS-REJECTED-COUNT
               END-EVALUATE
           END-IF
           EXIT.

       SET-SWEEP-ROW SECTION.
           MOVE SCARD-ROLE TO SWP-ROLE
           MOVE SCARD-DIRECTION TO SWP-DIRECTION
           EVALUATE TRUE
               WHEN NOT SWP-ROLE-VALID
                   DISPLAY "role must be C or P -- card rejected: "
                       SWEEP-CARD(1:30)
                   ADD 1 TO CARDS-REJECTED-COUNT
               WHEN SWP-PARTICIPANT AND NOT SWP-DIRECTION-VALID
                   DISPLAY "direction must be U, D or B -- card "
                       "rejected: " SWEEP-CARD(1:30)
                   ADD 1 TO CARDS-REJECTED-COUNT
               WHEN SWP-PARTICIPANT AND (SCARD-TARGET NOT NUMERIC
                       OR SCARD-MINIMUM NOT NUMERIC)
                   DISPLAY "non-numeric target or minimum sweep -- "
                       "card rejected: " SWEEP-CARD(1:30)
                   ADD 1 TO CARDS-REJECTED-COUNT
               WHEN OTHER
                   PERFORM STORE-SWEEP-ROW
           END-EVALUATE
           EXIT.

       STORE-SWEEP-ROW SECTION.
           MOVE 0 TO CARD-TARGET-VALUE
           MOVE 0 TO CARD-MINIMUM-VALUE
           IF SCARD-ROLE = "P"
               MOVE SCARD-TARGET  TO CARD-TARGET-RAW
               MOVE SCARD-MINIMUM TO CARD-MINIMUM-RAW
           END-IF
           MOVE 'N' TO ROW-REPLACED-SWITCH
           MOVE SPACES TO BEFORE-IMAGE
           PERFORM BUILD-SWEEP-ROW
           WRITE SWEEP-RULE-RECORD
               INVALID KEY
                   SET ROW-REPLACED TO TRUE
           END-WRITE
           IF ROW-REPLACED
               READ SWEEP-RULE-FILE
                   NOT INVALID KEY
                       MOVE SWEEP-RULE-RECORD TO BEFORE-IMAGE
               END-READ
               PERFORM BUILD-SWEEP-ROW
               REWRITE SWEEP-RULE-RECORD
               DISPLAY "sweep rule replaced: " SWP-POOL-ID
                   " " SWP-ACCOUNT-ID
           ELSE
               DISPLAY "sweep rule set: " SWP-POOL-ID
                   " " SWP-ACCOUNT-ID
           END-IF
           ADD 1 TO CARDS-APPLIED-COUNT
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       BUILD-SWEEP-ROW SECTION.
           MOVE SCARD-POOL-ID    TO SWP-POOL-ID
           MOVE SCARD-ACCOUNT-ID TO SWP-ACCOUNT-ID
           MOVE SCARD-ROLE       TO SWP-ROLE
           IF SCARD-ROLE = "P"
               MOVE SCARD-DIRECTION TO SWP-DIRECTION
           ELSE
               MOVE SPACE TO SWP-DIRECTION
           END-IF
           MOVE CARD-TARGET-VALUE  TO SWP-TARGET-BALANCE
           MOVE CARD-MINIMUM-VALUE TO SWP-MINIMUM-SWEEP
           EXIT.

       REMOVE-SWEEP-ROW SECTION.
           MOVE SCARD-POOL-ID    TO SWP-POOL-ID
           MOVE SCARD-ACCOUNT-ID TO SWP-ACCOUNT-ID
           READ SWEEP-RULE-FILE
               INVALID KEY
                   DISPLAY "no sweep rule for " SCARD-POOL-ID
                       " " SCARD-ACCOUNT-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE SWEEP-RULE-RECORD TO BEFORE-IMAGE
                   DELETE SWEEP-RULE-FILE
                   DISPLAY "sweep rule removed: " SCARD-POOL-ID
                       " " SCARD-ACCOUNT-ID
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO SWEEP-RULE-RECORD
                   PERFORM WRITE-AUDIT-LINE
           END-READ
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "SWEEPMST" TO MAUD-FILE-NAME
           MOVE SCARD-ACTION TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           STRING SCARD-POOL-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCARD-ACCOUNT-ID DELIMITED BY SIZE
               INTO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           MOVE SWEEP-RULE-RECORD TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.
