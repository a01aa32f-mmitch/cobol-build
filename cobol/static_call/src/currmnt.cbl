       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRMNT.

      *****************************************************************
      *  CURRMNT maintains the currency master (see
      *  copy/currrec.cpy) -- the ISO codes the shop deals in, with
      *  each one's minor-unit decimals, active dates and rounding
      *  rule -- that currfind judges currency codes and rounds
      *  converted amounts against.  One card per action on
      *  CURRCRDS:
      *
      *    cols  1-8   action      SET / REMOVE
      *    col   9     (blank)
      *    cols 10-12  currency code
      *    col  13     (blank)
      *    cols 14-33  currency name (SET)
      *    col  34     (blank)
      *    col  35     minor-unit decimals 0-3 (SET)
      *    col  36     (blank)
      *    cols 37-44  active from YYYYMMDD (SET); blank for always
      *    col  45     (blank)
      *    cols 46-53  active to YYYYMMDD (SET); blank for no end
      *    col  54     (blank)
      *    col  55     rounding rule N nearest, T truncate, U up
      *                (SET); blank for N
      *
      *  SET adds or replaces the row; REMOVE deletes it.  A code
      *  being withdrawn is better closed with an active-to date
      *  than removed, so journal lines already written under it
      *  still name a code the master knows.  Every applied card
      *  writes the maintenance-audit image under
      *  CALC-MAINT-OPERATOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-CARD-FILE ASSIGN TO "CURRCRDS"
               FILE STATUS IS CURRENCY-CARD-STATUS.
           SELECT CURRENCY-MASTER-FILE ASSIGN TO "CURRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CURM-CODE
               FILE STATUS IS CURRENCY-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CURRENCY-CARD-FILE.
       01 CURRENCY-CARD.
           05 CCARD-ACTION      PIC X(08).
           05 FILLER            PIC X(01).
           05 CCARD-CODE        PIC X(03).
           05 FILLER            PIC X(01).
           05 CCARD-NAME        PIC X(20).
           05 FILLER            PIC X(01).
           05 CCARD-DECIMALS    PIC X(01).
           05 FILLER            PIC X(01).
           05 CCARD-ACTIVE-FROM PIC X(08).
           05 FILLER            PIC X(01).
           05 CCARD-ACTIVE-TO   PIC X(08).
           05 FILLER            PIC X(01).
           05 CCARD-RULE        PIC X(01).
           05 FILLER            PIC X(25).

      * Shared with currfind.
       FD CURRENCY-MASTER-FILE.
       COPY currrec.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 CURRENCY-CARD-STATUS   PIC X(02).
       01 CURRENCY-MASTER-STATUS PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       01 CARD-DECIMALS    PIC 9(01).
       01 CARD-ACTIVE-FROM PIC 9(08).
       01 CARD-ACTIVE-TO   PIC 9(08).
       01 CARD-RULE        PIC X(01).
       01 CARD-VALID-SWITCH PIC X(01).
           88 CARD-VALID VALUE 'Y'.
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
           OPEN I-O CURRENCY-MASTER-FILE
           IF CURRENCY-MASTER-STATUS = "35"
               OPEN OUTPUT CURRENCY-MASTER-FILE
               CLOSE CURRENCY-MASTER-FILE
               OPEN I-O CURRENCY-MASTER-FILE
           END-IF
           IF CURRENCY-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open currency master, status "
                   CURRENCY-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT CURRENCY-CARD-FILE
           IF CURRENCY-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF CURRENCY-CARD-STATUS = "00"
               CLOSE CURRENCY-CARD-FILE
           END-IF
           CLOSE CURRENCY-MASTER-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "currency master cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "currency master cards rejected: "
               CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ CURRENCY-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF CURRENCY-CARD = SPACES
                           OR CURRENCY-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-CURRENCY-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-CURRENCY-CARD SECTION.
           IF CCARD-CODE = SPACES
               DISPLAY "currency code missing -- card rejected: "
                   CURRENCY-CARD(1:55)
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               EVALUATE CCARD-ACTION
                   WHEN "SET     "
                       PERFORM SET-CURRENCY-ROW
                   WHEN "REMOVE  "
                       PERFORM REMOVE-CURRENCY-ROW
                   WHEN OTHER
                       DISPLAY "unknown action '" CCARD-ACTION
                           "' -- card rejected"
                       ADD 1 TO CARDS-REJECTED-COUNT
               END-EVALUATE
           END-IF
           EXIT.

       SET-CURRENCY-ROW SECTION.
           PERFORM EDIT-CURRENCY-CARD
           IF CARD-VALID
               PERFORM STORE-CURRENCY-ROW
           ELSE
               ADD 1 TO CARDS-REJECTED-COUNT
           END-IF
           EXIT.

      * Blank dates are open at either end; an end date before the
      * start date would leave the code active on no day at all.
       EDIT-CURRENCY-CARD SECTION.
           SET CARD-VALID TO TRUE
           MOVE 0 TO CARD-ACTIVE-FROM
           MOVE 0 TO CARD-ACTIVE-TO
           MOVE CCARD-RULE TO CARD-RULE
           IF CARD-RULE = SPACE
               MOVE "N" TO CARD-RULE
           END-IF
           EVALUATE TRUE
               WHEN CCARD-NAME = SPACES
                   DISPLAY "currency name missing -- card rejected: "
                       CURRENCY-CARD(1:55)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN CCARD-DECIMALS NOT NUMERIC
                       OR CCARD-DECIMALS > "3"
                   DISPLAY "decimals must be 0 to 3 -- card "
                       "rejected: " CURRENCY-CARD(1:55)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN CARD-RULE NOT = "N" AND CARD-RULE NOT = "T"
                       AND CARD-RULE NOT = "U"
                   DISPLAY "rounding rule must be N, T or U -- card "
                       "rejected: " CURRENCY-CARD(1:55)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN CCARD-ACTIVE-FROM NOT = SPACES
                       AND CCARD-ACTIVE-FROM NOT NUMERIC
                   DISPLAY "active-from must be YYYYMMDD -- card "
                       "rejected: " CURRENCY-CARD(1:55)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN CCARD-ACTIVE-TO NOT = SPACES
                       AND CCARD-ACTIVE-TO NOT NUMERIC
                   DISPLAY "active-to must be YYYYMMDD -- card "
                       "rejected: " CURRENCY-CARD(1:55)
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN OTHER
                   MOVE CCARD-DECIMALS TO CARD-DECIMALS
                   IF CCARD-ACTIVE-FROM NOT = SPACES
                       MOVE CCARD-ACTIVE-FROM TO CARD-ACTIVE-FROM
                   END-IF
                   IF CCARD-ACTIVE-TO NOT = SPACES
                       MOVE CCARD-ACTIVE-TO TO CARD-ACTIVE-TO
                   END-IF
                   IF CARD-ACTIVE-TO > 0
                           AND CARD-ACTIVE-TO < CARD-ACTIVE-FROM
                       DISPLAY "active-to before active-from -- "
                           "card rejected: " CURRENCY-CARD(1:55)
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
           END-EVALUATE
           EXIT.

       STORE-CURRENCY-ROW SECTION.
           MOVE 'N' TO ROW-REPLACED-SWITCH
           MOVE SPACES TO BEFORE-IMAGE
           PERFORM BUILD-CURRENCY-ROW
           WRITE CURRENCY-MASTER-RECORD
               INVALID KEY
                   SET ROW-REPLACED TO TRUE
           END-WRITE
           IF ROW-REPLACED
               READ CURRENCY-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CURRENCY-MASTER-RECORD TO BEFORE-IMAGE
               END-READ
               PERFORM BUILD-CURRENCY-ROW
               REWRITE CURRENCY-MASTER-RECORD
               DISPLAY "currency replaced: " CURM-CODE
           ELSE
               DISPLAY "currency set: " CURM-CODE
           END-IF
           ADD 1 TO CARDS-APPLIED-COUNT
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       BUILD-CURRENCY-ROW SECTION.
           MOVE SPACES TO CURRENCY-MASTER-RECORD
           MOVE CCARD-CODE       TO CURM-CODE
           MOVE CCARD-NAME       TO CURM-NAME
           MOVE CARD-DECIMALS    TO CURM-DECIMALS
           MOVE CARD-ACTIVE-FROM TO CURM-ACTIVE-FROM
           MOVE CARD-ACTIVE-TO   TO CURM-ACTIVE-TO
           MOVE CARD-RULE        TO CURM-ROUNDING-RULE
           EXIT.

       REMOVE-CURRENCY-ROW SECTION.
           MOVE CCARD-CODE TO CURM-CODE
           READ CURRENCY-MASTER-FILE
               INVALID KEY
                   DISPLAY "no currency master row for " CCARD-CODE
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE CURRENCY-MASTER-RECORD TO BEFORE-IMAGE
                   DELETE CURRENCY-MASTER-FILE
                   DISPLAY "currency removed: " CCARD-CODE
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO CURRENCY-MASTER-RECORD
                   PERFORM WRITE-AUDIT-LINE
           END-READ
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "CURRMAST" TO MAUD-FILE-NAME
           MOVE CCARD-ACTION TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE CCARD-CODE TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           MOVE CURRENCY-MASTER-RECORD TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.
