       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYFILE.

      *****************************************************************
      *  PAYFILE is the daily outbound payment run.  Money leaving
      *  the shop -- a "PAYO" account debit posted by CALCULATOR
      *  (fee and loan overpayment refunds, supplier payments from
      *  standing orders), a close-out residual CLOSEOUT paid to
      *  suspense -- is queued on PAYQ as a payment instruction
      *  (copy/payinst.cpy).  This run carries the queue onto the
      *  PAYINST master, settles what the bank said about earlier
      *  files, and writes today's file for the bank:
      *
      *    PAYRTN    in   the bank's status returns, optional
      *    PAYINST   in   instruction master, optional on day one
      *    PAYQ      in   instructions queued since the last run,
      *                   emptied once the run is through
      *    ACCTMAST  in   the account paid from (its currency)
      *    CUSTLINK  in   the account's primary owner -- the payee
      *    CUSTMAST  in   the payee's name and bank details
      *    PAYINEW   out  the master with today's changes, swapped
      *                   in as the new PAYINST by the JCL
      *    PAYBANK   out  the bank payment file (copy/paybank.cpy)
      *    PAYSEQ    i/o  the last bank file sequence sent
      *    PAYRPT    out  what was sent, held, missing or returned
      *
      *  Bank returns, one per line:
      *
      *    cols  1-10  instruction id
      *    col  11     (blank)
      *    cols 12-15  ACCP accepted / PAID paid / RJCT rejected
      *    col  16     (blank)
      *    cols 17-24  date of the bank's status (YYYYMMDD)
      *    col  25     (blank)
      *    cols 26-55  the bank's reject reason (RJCT)
      *
      *  A sent or accepted instruction the bank reports PAID is
      *  finished and drops off the master; ACCP marks it accepted;
      *  RJCT marks it rejected with the bank's reason, for PAYAPPR
      *  to RESEND once the details are fixed or CANCEL.  A return
      *  naming no instruction out with the bank is reported.
      *
      *  A queued instruction, or one still missing details, has
      *  its payee resolved afresh each run: the account's primary
      *  owner, who must be on the customer master, not closed, and
      *  carry bank details (CUSTMNT's PAYEE card).  Failing that it
      *  stays "M" with the reason.  One over
      *  CALC-PAY-APPROVAL-LIMIT (whole currency units, default
      *  10000) with no approver is held "H" for PAYAPPR; anything
      *  else is approved and goes on today's file, as does every
      *  "A" instruction PAYAPPR released since the last run.  The
      *  value date sent is the posting's, or today when that has
      *  already passed.
      *
      *  The bank file's header names the originator
      *  (CALC-PAY-ORIGINATOR) and the file sequence, one up from
      *  PAYSEQ; the trailer carries the entry count, the amount
      *  total and the routing hash.  A run with nothing to send
      *  still sends header and trailer.
      *
      *  RETURN-CODE 4: something is held, missing details, rejected
      *  or a return went unmatched -- the report lists it.  12: a
      *  file would not open; nothing is written and the queue is
      *  left whole, so the JCL's swap step is skipped.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-RETURN-FILE ASSIGN TO "PAYRTN"
               FILE STATUS IS PAYMENT-RETURN-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO "PAYINST"
               FILE STATUS IS PAYMENT-MASTER-STATUS.
           SELECT PAYMENT-QUEUE-FILE ASSIGN TO "PAYQ"
               FILE STATUS IS PAYMENT-QUEUE-STATUS.
           SELECT PAYMENT-NEW-FILE ASSIGN TO "PAYINEW"
               FILE STATUS IS PAYMENT-NEW-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT CUSTOMER-LINK-FILE ASSIGN TO "CUSTLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNK-KEY
               FILE STATUS IS CUSTOMER-LINK-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "PAYBANK"
               FILE STATUS IS BANK-PAYMENT-STATUS.
           SELECT PAYMENT-SEQ-FILE ASSIGN TO "PAYSEQ"
               FILE STATUS IS PAYMENT-SEQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAYRPT".

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-RETURN-FILE.
       01 PAYMENT-RETURN-RECORD.
           05 PRTN-INSTRUCTION-ID PIC X(10).
           05 FILLER              PIC X(01).
           05 PRTN-STATUS         PIC X(04).
           05 FILLER              PIC X(01).
           05 PRTN-DATE           PIC X(08).
           05 FILLER              PIC X(01).
           05 PRTN-REASON         PIC X(30).

      * Master, queue and new master all hold the one layout; each
      * record is read into and written from the working copy.
       FD PAYMENT-MASTER-FILE.
       01 PAYMENT-MASTER-RECORD PIC X(220).

       FD PAYMENT-QUEUE-FILE.
       01 PAYMENT-QUEUE-RECORD PIC X(220).

       FD PAYMENT-NEW-FILE.
       01 PAYMENT-NEW-RECORD PIC X(220).

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD CUSTOMER-LINK-FILE.
       COPY custlink.

       FD CUSTOMER-MASTER-FILE.
       COPY custrec.

       FD BANK-PAYMENT-FILE.
       COPY paybank.

       FD PAYMENT-SEQ-FILE.
       01 PAYMENT-SEQ-RECORD.
           05 PAYS-LAST-SEQUENCE PIC 9(06).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 PAYMENT-RETURN-STATUS  PIC X(02).
       01 PAYMENT-MASTER-STATUS  PIC X(02).
       01 PAYMENT-QUEUE-STATUS   PIC X(02).
       01 PAYMENT-NEW-STATUS     PIC X(02).
       01 ACCOUNT-MASTER-STATUS  PIC X(02).
       01 CUSTOMER-LINK-STATUS   PIC X(02).
       01 CUSTOMER-MASTER-STATUS PIC X(02).
       01 BANK-PAYMENT-STATUS    PIC X(02).
       01 PAYMENT-SEQ-STATUS     PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 MASTER-PRESENT-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-PRESENT VALUE 'Y'.
       01 QUEUE-PRESENT-SWITCH PIC X(01) VALUE 'N'.
           88 QUEUE-PRESENT VALUE 'Y'.

       COPY payinst.

       01 RUN-DATE PIC 9(08).
       01 ORIGINATOR     PIC X(10) VALUE "CALCULATOR".
       01 ORIGINATOR-ENV PIC X(10).
       01 APPROVAL-LIMIT      PIC S9(9)V99 VALUE 10000.
       01 APPROVAL-LIMIT-ENV  PIC X(08).
       01 APPROVAL-LIMIT-WORK PIC 9(08) VALUE 0.
       01 FILE-SEQUENCE PIC 9(06) VALUE 0.

      * The bank's returns, loaded whole so each instruction on the
      * master can look for its own; any left unused at the end
      * named nothing out with the bank.
       01 RETURN-TABLE.
           05 RTN-ENTRY OCCURS 500 TIMES INDEXED BY RTN-IDX.
               10 RTNT-INSTRUCTION-ID PIC X(10).
               10 RTNT-STATUS         PIC X(04).
               10 RTNT-DATE           PIC X(08).
               10 RTNT-REASON         PIC X(30).
               10 RTNT-USED-FLAG      PIC X(01).
                   88 RTNT-USED VALUE 'Y'.
       01 RETURN-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 RETURN-FOUND-SWITCH PIC X(01).
           88 RETURN-FOUND VALUE 'Y'.

      * The payee behind the account, found through its links.
       01 WANTED-ACCOUNT-ID PIC X(08).
       01 PRIMARY-FOUND-SWITCH PIC X(01).
           88 PRIMARY-FOUND VALUE 'Y'.
       01 LINK-SCAN-DONE-SWITCH PIC X(01).
           88 LINK-SCAN-DONE VALUE 'Y'.
       01 INSTRUCTION-DROPPED-SWITCH PIC X(01).
           88 INSTRUCTION-DROPPED VALUE 'Y'.
       01 REPORT-LABEL PIC X(10).

       01 BANK-ENTRY-COUNT  PIC 9(06) VALUE 0.
       01 BANK-AMOUNT-TOTAL PIC 9(13)V99 VALUE 0.
       01 ROUTING-HASH-WORK PIC 9(15) VALUE 0.
       01 INSTRUCTIONS-QUEUED   PIC 9(06) COMP VALUE 0.
       01 INSTRUCTIONS-SENT     PIC 9(06) COMP VALUE 0.
       01 INSTRUCTIONS-HELD     PIC 9(06) COMP VALUE 0.
       01 INSTRUCTIONS-MISSING  PIC 9(06) COMP VALUE 0.
       01 INSTRUCTIONS-REJECTED PIC 9(06) COMP VALUE 0.
       01 INSTRUCTIONS-ACCEPTED PIC 9(06) COMP VALUE 0.
       01 INSTRUCTIONS-PAID     PIC 9(06) COMP VALUE 0.
       01 RETURNS-UNMATCHED     PIC 9(06) COMP VALUE 0.
       01 SKIPPED-RECORDS       PIC 9(06) COMP VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZ9.99-.
       01 TOTAL-EDIT  PIC ZZZZZZZZZZZZ9.99.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "PAYFILE" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE "CALC-PAY-ORIGINATOR" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ORIGINATOR-ENV
           IF ORIGINATOR-ENV NOT = SPACES
               MOVE ORIGINATOR-ENV TO ORIGINATOR
           END-IF
           MOVE "CALC-PAY-APPROVAL-LIMIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO APPROVAL-LIMIT-ENV
           IF APPROVAL-LIMIT-ENV NOT = SPACES
               MOVE APPROVAL-LIMIT-ENV TO APPROVAL-LIMIT-WORK
               MOVE APPROVAL-LIMIT-WORK TO APPROVAL-LIMIT
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open account master, status "
                   ACCOUNT-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-LINK-FILE
           IF CUSTOMER-LINK-STATUS NOT = "00"
               DISPLAY "unable to open customer links, status "
                   CUSTOMER-LINK-STATUS
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open customer master, status "
                   CUSTOMER-MASTER-STATUS
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE CUSTOMER-LINK-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * No master yet is the first run; no queue means nothing has
      * been paid out since it was last emptied.
           OPEN INPUT PAYMENT-MASTER-FILE
           IF PAYMENT-MASTER-STATUS = "00"
               SET MASTER-PRESENT TO TRUE
           ELSE
               IF PAYMENT-MASTER-STATUS NOT = "35"
                   DISPLAY "unable to open payment instructions, "
                       "status " PAYMENT-MASTER-STATUS
                   PERFORM CLOSE-MASTERS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT PAYMENT-QUEUE-FILE
           IF PAYMENT-QUEUE-STATUS = "00"
               SET QUEUE-PRESENT TO TRUE
           ELSE
               IF PAYMENT-QUEUE-STATUS NOT = "35"
                   DISPLAY "unable to open payment queue, status "
                       PAYMENT-QUEUE-STATUS
                   PERFORM CLOSE-MASTERS
                   IF MASTER-PRESENT
                       CLOSE PAYMENT-MASTER-FILE
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT PAYMENT-NEW-FILE
           IF PAYMENT-NEW-STATUS NOT = "00"
               DISPLAY "unable to open new payment instructions, "
                   "status " PAYMENT-NEW-STATUS
               PERFORM CLOSE-MASTERS
               PERFORM CLOSE-PAYMENT-INPUTS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BANK-PAYMENT-FILE
           IF BANK-PAYMENT-STATUS NOT = "00"
               DISPLAY "unable to open bank payment file, status "
                   BANK-PAYMENT-STATUS
               PERFORM CLOSE-MASTERS
               PERFORM CLOSE-PAYMENT-INPUTS
               CLOSE PAYMENT-NEW-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-BANK-RETURNS
           PERFORM LOAD-PAYMENT-SEQUENCE
           ADD 1 TO FILE-SEQUENCE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "OUTBOUND PAYMENTS " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  BANK FILE " DELIMITED BY SIZE
               FILE-SEQUENCE DELIMITED BY SIZE
               "  ORIGINATOR " DELIMITED BY SIZE
               ORIGINATOR DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-BANK-HEADER
           IF MASTER-PRESENT
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-AND-SETTLE-INSTRUCTION UNTIL SOURCE-EOF
           END-IF
           IF QUEUE-PRESENT
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-AND-TAKE-QUEUED UNTIL SOURCE-EOF
           END-IF
           PERFORM REPORT-UNMATCHED-RETURNS
           PERFORM WRITE-BANK-TRAILER
           CLOSE BANK-PAYMENT-FILE
           CLOSE PAYMENT-NEW-FILE
           PERFORM CLOSE-MASTERS
           PERFORM CLOSE-PAYMENT-INPUTS
           PERFORM SAVE-PAYMENT-SEQUENCE
           IF QUEUE-PRESENT
               OPEN OUTPUT PAYMENT-QUEUE-FILE
               CLOSE PAYMENT-QUEUE-FILE
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           MOVE INSTRUCTIONS-SENT TO COUNT-EDIT
           DISPLAY "payments sent to the bank: " COUNT-EDIT
               " on file " FILE-SEQUENCE
           IF INSTRUCTIONS-HELD > 0 OR INSTRUCTIONS-MISSING > 0
                   OR INSTRUCTIONS-REJECTED > 0
                   OR RETURNS-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       CLOSE-MASTERS SECTION.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CUSTOMER-LINK-FILE
           CLOSE CUSTOMER-MASTER-FILE
           EXIT.

       CLOSE-PAYMENT-INPUTS SECTION.
           IF MASTER-PRESENT
               CLOSE PAYMENT-MASTER-FILE
           END-IF
           IF QUEUE-PRESENT
               CLOSE PAYMENT-QUEUE-FILE
           END-IF
           EXIT.

       LOAD-BANK-RETURNS SECTION.
           OPEN INPUT PAYMENT-RETURN-FILE
           IF PAYMENT-RETURN-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM LOAD-ONE-RETURN UNTIL SOURCE-EOF
               CLOSE PAYMENT-RETURN-FILE
           END-IF
           EXIT.

       LOAD-ONE-RETURN SECTION.
           READ PAYMENT-RETURN-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF PAYMENT-RETURN-RECORD = SPACES
                           OR PAYMENT-RETURN-RECORD(1:1) = "*"
                       CONTINUE
                   ELSE
                       IF RETURN-ENTRIES-USED >= 500
                           DISPLAY "bank return table full -- "
                               "return dropped: " PRTN-INSTRUCTION-ID
                           ADD 1 TO RETURNS-UNMATCHED
                       ELSE
                           ADD 1 TO RETURN-ENTRIES-USED
                           SET RTN-IDX TO RETURN-ENTRIES-USED
                           MOVE PRTN-INSTRUCTION-ID
                               TO RTNT-INSTRUCTION-ID(RTN-IDX)
                           MOVE PRTN-STATUS TO RTNT-STATUS(RTN-IDX)
                           MOVE PRTN-DATE   TO RTNT-DATE(RTN-IDX)
                           MOVE PRTN-REASON TO RTNT-REASON(RTN-IDX)
                           MOVE 'N' TO RTNT-USED-FLAG(RTN-IDX)
                       END-IF
                   END-IF
           END-READ
           EXIT.

      *****************************************************************
      *  One instruction off the master: apply the bank's return, if
      *  any, then move it on by its status -- resolve it again if
      *  details were missing, send it if approved, carry the rest.
      *****************************************************************
       READ-AND-SETTLE-INSTRUCTION SECTION.
           READ PAYMENT-MASTER-FILE INTO PAYMENT-INSTRUCTION-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO INSTRUCTION-DROPPED-SWITCH
                   PERFORM FIND-BANK-RETURN
                   IF RETURN-FOUND
                       SET RTNT-USED(RTN-IDX) TO TRUE
                       PERFORM APPLY-BANK-RETURN
                   END-IF
                   EVALUATE TRUE
                       WHEN INSTRUCTION-DROPPED
                           CONTINUE
                       WHEN PINS-QUEUED OR PINS-MISSING-DETAILS
                           PERFORM RESOLVE-AND-CLASSIFY
                       WHEN PINS-APPROVED
                           PERFORM RELEASE-TO-BANK
                       WHEN PINS-HELD
                           ADD 1 TO INSTRUCTIONS-HELD
                           MOVE "HELD" TO REPORT-LABEL
                           PERFORM REPORT-INSTRUCTION
                       WHEN PINS-BANK-REJECTED
                           ADD 1 TO INSTRUCTIONS-REJECTED
                           MOVE "REJECTED" TO REPORT-LABEL
                           PERFORM REPORT-INSTRUCTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF NOT INSTRUCTION-DROPPED
                       WRITE PAYMENT-NEW-RECORD
                           FROM PAYMENT-INSTRUCTION-RECORD
                   END-IF
           END-READ
           EXIT.

       FIND-BANK-RETURN SECTION.
           MOVE 'N' TO RETURN-FOUND-SWITCH
           SET RTN-IDX TO 1
           PERFORM SEARCH-RETURN-TABLE
               UNTIL RTN-IDX > RETURN-ENTRIES-USED
                   OR RETURN-FOUND
           EXIT.

       SEARCH-RETURN-TABLE SECTION.
           IF RTNT-INSTRUCTION-ID(RTN-IDX) = PINS-INSTRUCTION-ID
                   AND NOT RTNT-USED(RTN-IDX)
               SET RETURN-FOUND TO TRUE
           ELSE
               SET RTN-IDX UP BY 1
           END-IF
           EXIT.

      * Only an instruction out with the bank can be returned on; a
      * return against anything else, or in a code the bank does
      * not use, is reported and the instruction left as it was.
       APPLY-BANK-RETURN SECTION.
           IF NOT PINS-SENT AND NOT PINS-BANK-ACCEPTED
               MOVE "NOT OUT WITH THE BANK" TO REPORT-WORK
               PERFORM REPORT-BAD-RETURN
           ELSE
               MOVE RTNT-STATUS(RTN-IDX) TO PINS-BANK-STATUS
               IF RTNT-DATE(RTN-IDX) IS NUMERIC
                   MOVE RTNT-DATE(RTN-IDX) TO PINS-STATUS-DATE
               ELSE
                   MOVE RUN-DATE TO PINS-STATUS-DATE
               END-IF
               EVALUATE RTNT-STATUS(RTN-IDX)
                   WHEN "PAID"
                       SET INSTRUCTION-DROPPED TO TRUE
                       ADD 1 TO INSTRUCTIONS-PAID
                       MOVE "PAID" TO REPORT-LABEL
                       PERFORM REPORT-INSTRUCTION
                   WHEN "ACCP"
                       SET PINS-BANK-ACCEPTED TO TRUE
                       ADD 1 TO INSTRUCTIONS-ACCEPTED
                       MOVE "ACCEPTED" TO REPORT-LABEL
                       PERFORM REPORT-INSTRUCTION
                   WHEN "RJCT"
                       SET PINS-BANK-REJECTED TO TRUE
                       MOVE RTNT-REASON(RTN-IDX) TO PINS-NOTE
                   WHEN OTHER
                       MOVE "UNKNOWN STATUS CODE" TO REPORT-WORK
                       PERFORM REPORT-BAD-RETURN
               END-EVALUATE
           END-IF
           EXIT.

       REPORT-BAD-RETURN SECTION.
           ADD 1 TO RETURNS-UNMATCHED
           MOVE SPACES TO REPORT-LINE
           STRING "RETURN     " DELIMITED BY SIZE
               RTNT-INSTRUCTION-ID(RTN-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RTNT-STATUS(RTN-IDX) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               REPORT-WORK DELIMITED BY "  "
               INTO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       READ-AND-TAKE-QUEUED SECTION.
           READ PAYMENT-QUEUE-FILE INTO PAYMENT-INSTRUCTION-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF PINS-QUEUED
                       ADD 1 TO INSTRUCTIONS-QUEUED
                       PERFORM RESOLVE-AND-CLASSIFY
                       WRITE PAYMENT-NEW-RECORD
                           FROM PAYMENT-INSTRUCTION-RECORD
                   ELSE
                       ADD 1 TO SKIPPED-RECORDS
                   END-IF
           END-READ
           EXIT.

      * Missing details hold the instruction back whatever its
      * amount; a resolved one over the limit waits for a second
      * approver unless it already has one (a RESEND keeps it).
       RESOLVE-AND-CLASSIFY SECTION.
           PERFORM RESOLVE-PAYEE
           IF PINS-NOTE NOT = SPACES
               SET PINS-MISSING-DETAILS TO TRUE
               ADD 1 TO INSTRUCTIONS-MISSING
               MOVE "MISSING" TO REPORT-LABEL
               PERFORM REPORT-INSTRUCTION
           ELSE
               IF PINS-AMOUNT > APPROVAL-LIMIT
                       AND PINS-APPROVED-BY = SPACES
                   SET PINS-HELD TO TRUE
                   MOVE "OVER THE APPROVAL LIMIT" TO PINS-NOTE
                   ADD 1 TO INSTRUCTIONS-HELD
                   MOVE "HELD" TO REPORT-LABEL
                   PERFORM REPORT-INSTRUCTION
               ELSE
                   SET PINS-APPROVED TO TRUE
                   PERFORM RELEASE-TO-BANK
               END-IF
           END-IF
           EXIT.

      * The payee is the primary owner of the account paid from;
      * PINS-NOTE is left blank when every detail was found, and
      * otherwise says what is missing.
       RESOLVE-PAYEE SECTION.
           MOVE SPACES TO PINS-NOTE
           MOVE PINS-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO PINS-NOTE
               NOT INVALID KEY
                   MOVE ACCT-CURRENCY TO PINS-CURRENCY
           END-READ
           IF PINS-NOTE = SPACES
               PERFORM FIND-PRIMARY-OWNER
               IF NOT PRIMARY-FOUND
                   MOVE "NO PRIMARY OWNER" TO PINS-NOTE
               END-IF
           END-IF
           IF PINS-NOTE = SPACES
               MOVE CLNK-CUSTOMER-ID TO CUST-CUSTOMER-ID
               MOVE CLNK-CUSTOMER-ID TO PINS-PAYEE-CUSTOMER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "PAYEE NOT ON FILE" TO PINS-NOTE
                   NOT INVALID KEY
                       IF CUST-CLOSED
                           MOVE "PAYEE CLOSED" TO PINS-NOTE
                       END-IF
               END-READ
           END-IF
           IF PINS-NOTE = SPACES
               IF CUST-PAYEE-ROUTING NOT NUMERIC
                       OR CUST-PAYEE-BANK-ACCOUNT = SPACES
                   MOVE "NO PAYEE BANK DETAILS" TO PINS-NOTE
               ELSE
                   IF CUST-PAYEE-ROUTING = 0
                       MOVE "NO PAYEE BANK DETAILS" TO PINS-NOTE
                   END-IF
               END-IF
           END-IF
           IF PINS-NOTE = SPACES
               MOVE CUST-LEGAL-NAME TO PINS-PAYEE-NAME
               MOVE CUST-PAYEE-ROUTING TO PINS-PAYEE-ROUTING
               MOVE CUST-PAYEE-BANK-ACCOUNT
                   TO PINS-PAYEE-BANK-ACCOUNT
           END-IF
           EXIT.

       FIND-PRIMARY-OWNER SECTION.
           MOVE 'N' TO PRIMARY-FOUND-SWITCH
           MOVE 'N' TO LINK-SCAN-DONE-SWITCH
           MOVE PINS-ACCOUNT-ID TO WANTED-ACCOUNT-ID
           MOVE PINS-ACCOUNT-ID TO CLNK-ACCOUNT-ID
           MOVE LOW-VALUES TO CLNK-CUSTOMER-ID
           START CUSTOMER-LINK-FILE KEY NOT < CLNK-KEY
               INVALID KEY
                   SET LINK-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-ACCOUNT-LINK
               UNTIL LINK-SCAN-DONE OR PRIMARY-FOUND
           EXIT.

       SCAN-ONE-ACCOUNT-LINK SECTION.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET LINK-SCAN-DONE TO TRUE
               NOT AT END
                   IF CLNK-ACCOUNT-ID NOT = WANTED-ACCOUNT-ID
                       SET LINK-SCAN-DONE TO TRUE
                   ELSE
                       IF CLNK-PRIMARY
                           SET PRIMARY-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * A value date already passed is paid today -- the bank will
      * not back-date a payment.
       RELEASE-TO-BANK SECTION.
           SET PINS-SENT TO TRUE
           MOVE RUN-DATE TO PINS-FILE-DATE
           MOVE FILE-SEQUENCE TO PINS-FILE-SEQUENCE
           MOVE SPACES TO PINS-BANK-STATUS
           MOVE RUN-DATE TO PINS-STATUS-DATE
           MOVE SPACES TO PINS-NOTE
           MOVE SPACES TO BANK-PAYMENT-RECORD
           SET BPAY-DETAIL TO TRUE
           MOVE PINS-INSTRUCTION-ID TO BPAY-INSTRUCTION-ID
           IF PINS-VALUE-DATE > RUN-DATE
               MOVE PINS-VALUE-DATE TO BPAY-VALUE-DATE
           ELSE
               MOVE RUN-DATE TO BPAY-VALUE-DATE
           END-IF
           MOVE PINS-CURRENCY TO BPAY-CURRENCY
           MOVE PINS-AMOUNT TO BPAY-AMOUNT
           MOVE PINS-PAYEE-ROUTING TO BPAY-ROUTING
           MOVE PINS-PAYEE-BANK-ACCOUNT TO BPAY-BANK-ACCOUNT
           MOVE PINS-PAYEE-NAME TO BPAY-PAYEE-NAME
           WRITE BANK-PAYMENT-RECORD
           ADD 1 TO BANK-ENTRY-COUNT
           ADD BPAY-AMOUNT TO BANK-AMOUNT-TOTAL
           ADD BPAY-ROUTING TO ROUTING-HASH-WORK
           ADD 1 TO INSTRUCTIONS-SENT
           MOVE "SENT" TO REPORT-LABEL
           PERFORM REPORT-INSTRUCTION
           EXIT.

       REPORT-INSTRUCTION SECTION.
           MOVE PINS-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING REPORT-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PINS-INSTRUCTION-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PINS-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PINS-CURRENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PINS-PAYEE-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PINS-NOTE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       REPORT-UNMATCHED-RETURNS SECTION.
           SET RTN-IDX TO 1
           PERFORM CHECK-UNMATCHED-RETURN
               UNTIL RTN-IDX > RETURN-ENTRIES-USED
           EXIT.

       CHECK-UNMATCHED-RETURN SECTION.
           IF NOT RTNT-USED(RTN-IDX)
               MOVE "NO SUCH INSTRUCTION ON FILE" TO REPORT-WORK
               PERFORM REPORT-BAD-RETURN
           END-IF
           SET RTN-IDX UP BY 1
           EXIT.

       WRITE-BANK-HEADER SECTION.
           MOVE SPACES TO BPAYH-RECORD
           MOVE "H" TO BPAYH-RECORD-TYPE
           MOVE ORIGINATOR TO BPAYH-ORIGINATOR
           MOVE RUN-DATE TO BPAYH-FILE-DATE
           MOVE FILE-SEQUENCE TO BPAYH-FILE-SEQUENCE
           WRITE BPAYH-RECORD
           EXIT.

      * The hash keeps only its low ten digits, as the bank adds it.
       WRITE-BANK-TRAILER SECTION.
           MOVE SPACES TO BPAYT-RECORD
           MOVE "T" TO BPAYT-RECORD-TYPE
           MOVE FILE-SEQUENCE TO BPAYT-FILE-SEQUENCE
           MOVE BANK-ENTRY-COUNT TO BPAYT-ENTRY-COUNT
           MOVE BANK-AMOUNT-TOTAL TO BPAYT-AMOUNT-TOTAL
           MOVE ROUTING-HASH-WORK TO BPAYT-ROUTING-HASH
           WRITE BPAYT-RECORD
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BANK-AMOUNT-TOTAL TO TOTAL-EDIT
           MOVE INSTRUCTIONS-SENT TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "PAYMENTS SENT        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE INSTRUCTIONS-QUEUED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "NEWLY QUEUED         " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE INSTRUCTIONS-HELD TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "HELD FOR APPROVAL    " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE INSTRUCTIONS-MISSING TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "MISSING DETAILS      " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE INSTRUCTIONS-ACCEPTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCEPTED BY THE BANK " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE INSTRUCTIONS-PAID TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "PAID AND CLEARED     " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE INSTRUCTIONS-REJECTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "REJECTED BY THE BANK " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RETURNS-UNMATCHED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RETURNS UNMATCHED    " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF SKIPPED-RECORDS > 0
               MOVE SKIPPED-RECORDS TO COUNT-EDIT
               DISPLAY "queue records not queued instructions, "
                   "skipped: " COUNT-EDIT
           END-IF
           EXIT.

       LOAD-PAYMENT-SEQUENCE SECTION.
           OPEN INPUT PAYMENT-SEQ-FILE
           IF PAYMENT-SEQ-STATUS = "00"
               READ PAYMENT-SEQ-FILE
                   NOT AT END
                       MOVE PAYS-LAST-SEQUENCE TO FILE-SEQUENCE
               END-READ
               CLOSE PAYMENT-SEQ-FILE
           END-IF
           EXIT.

       SAVE-PAYMENT-SEQUENCE SECTION.
           OPEN OUTPUT PAYMENT-SEQ-FILE
           MOVE FILE-SEQUENCE TO PAYS-LAST-SEQUENCE
           WRITE PAYMENT-SEQ-RECORD
           CLOSE PAYMENT-SEQ-FILE
           EXIT.
