       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAPPR.

      *****************************************************************
      *  PAYAPPR is the second pair of eyes on outbound payments, in
      *  the REVAPPR mold.  PAYFILE holds any payment instruction
      *  over CALC-PAY-APPROVAL-LIMIT ("H" on PAYINST,
      *  copy/payinst.cpy) and marks those the bank rejected ("R");
      *  this program lists what is waiting and applies the
      *  decision cards from PAYCRDS:
      *
      *    cols  1-8   APPROVE / CANCEL / RESEND
      *    col   9     (blank)
      *    cols 10-19  instruction id (the payout posting's
      *                reference)
      *    col  20     (blank)
      *    cols 21-28  approver id
      *    col  29     (blank)
      *    cols 30-59  reason (CANCEL)
      *
      *  APPROVE releases a held instruction ("A") for the next
      *  PAYFILE run.  The approver must not be the operator who
      *  raised the payout, and with OPERMAST mounted must be an
      *  active operator whose id is not locked.  RESEND puts a
      *  rejected instruction back to "M" so PAYFILE resolves the
      *  payee's details afresh (fix them first with CUSTMNT's
      *  PAYEE card) and sends it again; an approval already given
      *  stands.  CANCEL drops any instruction not yet with the
      *  bank, or rejected by it -- the money has been taken off
      *  the account, so the listing says the payout posting must
      *  be reversed.
      *
      *  PAYINST is read and written to PAYINEW, which the JCL
      *  swaps back in.  A card that matches no instruction, or
      *  does not suit the instruction's status, leaves
      *  RETURN-CODE 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO "PAYINST"
               FILE STATUS IS PAYMENT-MASTER-STATUS.
           SELECT DECISION-CARD-FILE ASSIGN TO "PAYCRDS"
               FILE STATUS IS DECISION-CARD-STATUS.
           SELECT PAYMENT-NEW-FILE ASSIGN TO "PAYINEW"
               FILE STATUS IS PAYMENT-NEW-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-MASTER-FILE.
       COPY payinst.

       FD DECISION-CARD-FILE.
       01 DECISION-CARD.
           05 DEC-ACTION      PIC X(08).
           05 FILLER          PIC X(01).
           05 DEC-INSTRUCTION PIC X(10).
           05 FILLER          PIC X(01).
           05 DEC-APPROVER    PIC X(08).
           05 FILLER          PIC X(01).
           05 DEC-REASON      PIC X(30).

       FD PAYMENT-NEW-FILE.
       01 PAYMENT-NEW-RECORD PIC X(220).

       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       WORKING-STORAGE SECTION.
       01 PAYMENT-MASTER-STATUS  PIC X(02).
       01 DECISION-CARD-STATUS   PIC X(02).
       01 PAYMENT-NEW-STATUS     PIC X(02).
       01 OPERATOR-MASTER-STATUS PIC X(02).
       01 PAYMENT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 PAYMENT-EOF VALUE 'Y'.
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 OPERATOR-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 OPERATOR-MASTER-AVAILABLE VALUE 'Y'.

       01 DECISION-TABLE.
           05 DEC-ENTRY OCCURS 200 TIMES INDEXED BY DEC-IDX.
               10 DECT-ACTION      PIC X(01).
                   88 DECT-APPROVE VALUE 'A'.
                   88 DECT-CANCEL  VALUE 'C'.
                   88 DECT-RESEND  VALUE 'R'.
               10 DECT-INSTRUCTION PIC X(10).
               10 DECT-APPROVER    PIC X(08).
               10 DECT-REASON      PIC X(30).
               10 DECT-USED-FLAG   PIC X(01).
                   88 DECT-USED VALUE 'Y'.
       01 DECISION-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 DECISION-FOUND-SWITCH PIC X(01).
           88 DECISION-FOUND VALUE 'Y'.
       01 DROP-SWITCH PIC X(01).
           88 INSTRUCTION-DROPPED VALUE 'Y'.
       01 APPROVER-VALID-SWITCH PIC X(01).
           88 APPROVER-VALID VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 APPROVED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CANCELLED-COUNT PIC 9(05) COMP VALUE 0.
       01 RESENT-COUNT    PIC 9(05) COMP VALUE 0.
       01 WAITING-COUNT   PIC 9(05) COMP VALUE 0.
       01 UNMATCHED-CARDS PIC 9(05) COMP VALUE 0.
       01 APPR-STAT-EDIT  PIC ZZZZ9.
       01 PAYMENT-AMOUNT-EDIT PIC -(09)9.99.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-DECISION-CARDS
           OPEN INPUT PAYMENT-MASTER-FILE
           IF PAYMENT-MASTER-STATUS NOT = "00"
               DISPLAY "no payment instruction file, status "
                   PAYMENT-MASTER-STATUS
               GOBACK
           END-IF
           OPEN OUTPUT PAYMENT-NEW-FILE
           IF PAYMENT-NEW-STATUS NOT = "00"
               DISPLAY "unable to open new payment instructions, "
                   "status " PAYMENT-NEW-STATUS
               CLOSE PAYMENT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS = "00"
               SET OPERATOR-MASTER-AVAILABLE TO TRUE
           END-IF
           PERFORM READ-AND-DECIDE-PAYMENT UNTIL PAYMENT-EOF
           CLOSE PAYMENT-MASTER-FILE
           CLOSE PAYMENT-NEW-FILE
           IF OPERATOR-MASTER-AVAILABLE
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           PERFORM REPORT-UNMATCHED-CARDS
           MOVE APPROVED-COUNT TO APPR-STAT-EDIT
           DISPLAY "payments approved: " APPR-STAT-EDIT
           MOVE RESENT-COUNT TO APPR-STAT-EDIT
           DISPLAY "payments resent: " APPR-STAT-EDIT
           MOVE CANCELLED-COUNT TO APPR-STAT-EDIT
           DISPLAY "payments cancelled: " APPR-STAT-EDIT
           MOVE WAITING-COUNT TO APPR-STAT-EDIT
           DISPLAY "payments still waiting: " APPR-STAT-EDIT
           IF UNMATCHED-CARDS > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       LOAD-DECISION-CARDS SECTION.
           OPEN INPUT DECISION-CARD-FILE
           IF DECISION-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           ELSE
               PERFORM READ-DECISION-CARD UNTIL CARD-EOF
               CLOSE DECISION-CARD-FILE
           END-IF
           EXIT.

       READ-DECISION-CARD SECTION.
           READ DECISION-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF DECISION-CARD = SPACES
                           OR DECISION-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM STORE-DECISION-CARD
                   END-IF
           END-READ
           EXIT.

       STORE-DECISION-CARD SECTION.
           IF DECISION-ENTRIES-USED >= 200
               DISPLAY "decision card table full -- card dropped: "
                   DECISION-CARD(1:30)
               ADD 1 TO UNMATCHED-CARDS
           ELSE
               IF DEC-ACTION = "APPROVE " OR DEC-ACTION = "CANCEL  "
                       OR DEC-ACTION = "RESEND  "
                   ADD 1 TO DECISION-ENTRIES-USED
                   SET DEC-IDX TO DECISION-ENTRIES-USED
                   MOVE DEC-ACTION(1:1) TO DECT-ACTION(DEC-IDX)
                   MOVE DEC-INSTRUCTION TO DECT-INSTRUCTION(DEC-IDX)
                   MOVE DEC-APPROVER    TO DECT-APPROVER(DEC-IDX)
                   MOVE DEC-REASON      TO DECT-REASON(DEC-IDX)
                   MOVE 'N' TO DECT-USED-FLAG(DEC-IDX)
               ELSE
                   DISPLAY "unknown decision card action: " DEC-ACTION
                   ADD 1 TO UNMATCHED-CARDS
               END-IF
           END-IF
           EXIT.

       READ-AND-DECIDE-PAYMENT SECTION.
           READ PAYMENT-MASTER-FILE
               AT END
                   SET PAYMENT-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO DROP-SWITCH
                   PERFORM MATCH-DECISION
                   IF DECISION-FOUND
                       SET DECT-USED(DEC-IDX) TO TRUE
                       EVALUATE TRUE
                           WHEN DECT-APPROVE(DEC-IDX)
                               PERFORM APPROVE-HELD-PAYMENT
                           WHEN DECT-RESEND(DEC-IDX)
                               PERFORM RESEND-REJECTED-PAYMENT
                           WHEN OTHER
                               PERFORM CANCEL-PAYMENT
                       END-EVALUATE
                   END-IF
                   IF NOT INSTRUCTION-DROPPED
                       IF PINS-HELD OR PINS-BANK-REJECTED
                           PERFORM LIST-STILL-WAITING
                       END-IF
                       WRITE PAYMENT-NEW-RECORD
                           FROM PAYMENT-INSTRUCTION-RECORD
                   END-IF
           END-READ
           EXIT.

       MATCH-DECISION SECTION.
           MOVE 'N' TO DECISION-FOUND-SWITCH
           SET DEC-IDX TO 1
           PERFORM SEARCH-DECISION-TABLE
               UNTIL DEC-IDX > DECISION-ENTRIES-USED
                   OR DECISION-FOUND
           EXIT.

       SEARCH-DECISION-TABLE SECTION.
           IF DECT-INSTRUCTION(DEC-IDX) = PINS-INSTRUCTION-ID
                   AND NOT DECT-USED(DEC-IDX)
               SET DECISION-FOUND TO TRUE
           ELSE
               SET DEC-IDX UP BY 1
           END-IF
           EXIT.

       LIST-STILL-WAITING SECTION.
           ADD 1 TO WAITING-COUNT
           MOVE PINS-AMOUNT TO PAYMENT-AMOUNT-EDIT
           DISPLAY "payment " PINS-INSTRUCTION-ID " status "
               PINS-STATUS " account " PINS-ACCOUNT-ID
               " amount " PAYMENT-AMOUNT-EDIT " " PINS-CURRENCY
               " raised by " PINS-RAISED-BY " -- " PINS-NOTE
           EXIT.

      * Two different people: whoever keyed the payout cannot also
      * release it.
       APPROVE-HELD-PAYMENT SECTION.
           IF NOT PINS-HELD
               DISPLAY "payment " PINS-INSTRUCTION-ID
                   " is not held for approval (status " PINS-STATUS
                   ") -- APPROVE ignored"
               ADD 1 TO UNMATCHED-CARDS
           ELSE
               PERFORM CHECK-APPROVER
               IF APPROVER-VALID
                   SET PINS-APPROVED TO TRUE
                   MOVE DECT-APPROVER(DEC-IDX) TO PINS-APPROVED-BY
                   MOVE RUN-DATE TO PINS-APPROVED-DATE
                   MOVE SPACES TO PINS-NOTE
                   ADD 1 TO APPROVED-COUNT
                   DISPLAY "payment " PINS-INSTRUCTION-ID
                       " approved by " PINS-APPROVED-BY
               ELSE
                   ADD 1 TO UNMATCHED-CARDS
               END-IF
           END-IF
           EXIT.

       CHECK-APPROVER SECTION.
           MOVE 'Y' TO APPROVER-VALID-SWITCH
           IF DECT-APPROVER(DEC-IDX) = SPACES
                   OR DECT-APPROVER(DEC-IDX) = PINS-RAISED-BY
               DISPLAY "payment " PINS-INSTRUCTION-ID
                   " needs an approver other than "
                   PINS-RAISED-BY " -- APPROVE ignored"
               MOVE 'N' TO APPROVER-VALID-SWITCH
           END-IF
           IF APPROVER-VALID AND OPERATOR-MASTER-AVAILABLE
               MOVE DECT-APPROVER(DEC-IDX) TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "approver " DECT-APPROVER(DEC-IDX)
                           " not on file -- APPROVE ignored for "
                           PINS-INSTRUCTION-ID
                       MOVE 'N' TO APPROVER-VALID-SWITCH
                   NOT INVALID KEY
                       IF NOT OPM-ACTIVE OR OPM-LOCKED
                           DISPLAY "approver " DECT-APPROVER(DEC-IDX)
                               " inactive or locked -- APPROVE "
                               "ignored for " PINS-INSTRUCTION-ID
                           MOVE 'N' TO APPROVER-VALID-SWITCH
                       END-IF
               END-READ
           END-IF
           EXIT.

       RESEND-REJECTED-PAYMENT SECTION.
           IF NOT PINS-BANK-REJECTED
               DISPLAY "payment " PINS-INSTRUCTION-ID
                   " was not rejected by the bank (status "
                   PINS-STATUS ") -- RESEND ignored"
               ADD 1 TO UNMATCHED-CARDS
           ELSE
               SET PINS-MISSING-DETAILS TO TRUE
               MOVE SPACES TO PINS-BANK-STATUS
               MOVE RUN-DATE TO PINS-STATUS-DATE
               MOVE "RESEND REQUESTED" TO PINS-NOTE
               ADD 1 TO RESENT-COUNT
               DISPLAY "payment " PINS-INSTRUCTION-ID
                   " to be resent, by " DECT-APPROVER(DEC-IDX)
           END-IF
           EXIT.

      * Once the bank has it (sent or accepted) the payment is the
      * bank's to stop, not ours.
       CANCEL-PAYMENT SECTION.
           IF PINS-SENT OR PINS-BANK-ACCEPTED
               DISPLAY "payment " PINS-INSTRUCTION-ID
                   " is with the bank (status " PINS-STATUS
                   ") -- CANCEL ignored"
               ADD 1 TO UNMATCHED-CARDS
           ELSE
               SET INSTRUCTION-DROPPED TO TRUE
               ADD 1 TO CANCELLED-COUNT
               MOVE PINS-AMOUNT TO PAYMENT-AMOUNT-EDIT
               DISPLAY "payment " PINS-INSTRUCTION-ID
                   " cancelled by " DECT-APPROVER(DEC-IDX) ": "
                   DECT-REASON(DEC-IDX)
               DISPLAY "  reverse posting " PINS-INSTRUCTION-ID
                   " to return " PAYMENT-AMOUNT-EDIT " "
                   PINS-CURRENCY " to account " PINS-ACCOUNT-ID
           END-IF
           EXIT.

       REPORT-UNMATCHED-CARDS SECTION.
           SET DEC-IDX TO 1
           PERFORM CHECK-UNMATCHED-CARD
               UNTIL DEC-IDX > DECISION-ENTRIES-USED
           EXIT.

       CHECK-UNMATCHED-CARD SECTION.
           IF NOT DECT-USED(DEC-IDX)
               DISPLAY "no payment instruction matches decision card "
                   "instruction " DECT-INSTRUCTION(DEC-IDX)
               ADD 1 TO UNMATCHED-CARDS
           END-IF
           SET DEC-IDX UP BY 1
           EXIT.
