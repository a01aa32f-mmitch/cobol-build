       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPAY.

      *****************************************************************
      *  LOANPAY applies incoming loan payments to the stored
      *  amortization schedules (copy/amsched.cpy) AMBILL bills
      *  from, so the file knows not only which installment a loan
      *  is on but whether the borrower actually paid it.
      *
      *  One payment per record on the LNPAYIN dataset (blank and
      *  asterisk lines are comments, as everywhere else):
      *
      *    cols  1-10  loan reference (the 'A' posting's reference,
      *                AMS-REFERENCE)
      *    col  11     (blank)
      *    cols 12-19  payment date (YYYYMMDD)
      *    col  20     (blank)
      *    cols 21-31  amount, digits, 9(9)V99 implied
      *    col  32     (blank)
      *    cols 33-42  payer's / bank's reference, for the report
      *
      *  A payment is applied oldest installment first: to each
      *  installment's scheduled interest, then to its principal
      *  share (the original principal over the period count, the
      *  last installment taking the rounding).  A payment bigger
      *  than one installment runs on into the next -- billed
      *  arrears first, since they are the oldest, then installments
      *  not yet billed, which is how an overpayment prepays the
      *  loan; AMBILL shows the prepaid amount when it bills them.
      *  A short payment leaves the installment part paid.  Money
      *  left over once every installment is paid is reported as a
      *  refund due and is not applied.
      *
      *  Every installment touched journals one OK line under the
      *  loan reference, dated the payment date: VALUE-1 the
      *  interest applied, VALUE-2 the principal applied, RESULT the
      *  total -- the interest/principal split on one line, inside
      *  this program's header/trailer pair and on the journal
      *  chain like every other posting program.  PAYRPT lists each
      *  payment and how it was spread.
      *
      *  A payment that cannot be applied (unknown loan, bad date or
      *  amount) is listed and leaves RETURN-CODE 8; a refund due
      *  leaves 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO "LNPAYIN"
               FILE STATUS IS PAYMENT-STATUS.
           SELECT STORED-SCHEDULE-FILE ASSIGN TO "AMSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS STORED-SCHEDULE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAYRPT".

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-FILE.
       01 PAYMENT-CARD.
           05 PAY-LOAN-REFERENCE PIC X(10).
           05 FILLER             PIC X(01).
           05 PAY-DATE           PIC X(08).
           05 PAY-DATE-NUM REDEFINES PAY-DATE PIC 9(08).
           05 FILLER             PIC X(01).
           05 PAY-AMOUNT         PIC X(11).
           05 FILLER             PIC X(01).
           05 PAY-PAYER-REFERENCE PIC X(10).
           05 FILLER             PIC X(38).

       FD STORED-SCHEDULE-FILE.
       COPY amsched.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 PAYMENT-STATUS         PIC X(02).
       01 STORED-SCHEDULE-STATUS PIC X(02).
       01 JOURNAL-STATUS         PIC X(02).
       01 PAYMENT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 PAYMENT-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 PAYMENT-VALID-SWITCH PIC X(01).
           88 PAYMENT-VALID VALUE 'Y'.
       01 REJECT-REASON PIC X(40).
       01 CARD-AMOUNT-VALUE PIC 9(9)V99.
       01 CARD-AMOUNT-RAW REDEFINES CARD-AMOUNT-VALUE PIC 9(11).

      * The loan being paid, from its position row.
       01 LOAN-PRINCIPAL     PIC S9(9)V99.
       01 LOAN-TOTAL-PERIODS PIC 9(03).
       01 PRINCIPAL-SHARE    PIC S9(9)V99.
       01 INSTALLMENT-NO     PIC 9(03).

      * What is left of the payment as it walks the installments,
      * and what one installment still owes and is given.
       01 PAYMENT-REMAINING  PIC S9(9)V99.
       01 PRINCIPAL-DUE      PIC S9(9)V99.
       01 INTEREST-OWED      PIC S9(9)V99.
       01 PRINCIPAL-OWED     PIC S9(9)V99.
       01 INTEREST-APPLIED   PIC S9(9)V99.
       01 PRINCIPAL-APPLIED  PIC S9(9)V99.
       01 INSTALLMENTS-TOUCHED PIC 9(03) COMP.

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

       01 PAYMENTS-READ     PIC 9(05) COMP VALUE 0.
       01 PAYMENTS-APPLIED  PIC 9(05) COMP VALUE 0.
       01 PAYMENTS-REJECTED PIC 9(05) COMP VALUE 0.
       01 REFUNDS-DUE       PIC 9(05) COMP VALUE 0.
       01 TOTAL-INTEREST    PIC S9(11)V99 VALUE 0.
       01 TOTAL-PRINCIPAL   PIC S9(11)V99 VALUE 0.
       01 TOTAL-REFUND      PIC S9(11)V99 VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(08) COMP VALUE 0.
       01 JOURNALED-RESULT-TOTAL PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT    PIC ZZZZ9.
       01 INSTALLMENT-EDIT PIC ZZ9.
       01 AMOUNT-EDIT   PIC ZZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-3 PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK   PIC X(120).

      * Tamper-evidence chain state (see copy/jrnlhshl.cpy).
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           OPEN INPUT PAYMENT-FILE
           IF PAYMENT-STATUS NOT = "00"
               DISPLAY "unable to open loan payment file, status "
                   PAYMENT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STORED-SCHEDULE-FILE
           IF STORED-SCHEDULE-STATUS NOT = "00"
               DISPLAY "unable to open stored schedules, status "
                   STORED-SCHEDULE-STATUS
               CLOSE PAYMENT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "LOAN PAYMENT APPLICATION " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-RUN-HEADER
           PERFORM READ-AND-APPLY-PAYMENT UNTIL PAYMENT-EOF
           PERFORM WRITE-RUN-TRAILER
           PERFORM WRITE-SUMMARY
           CLOSE PAYMENT-FILE
           CLOSE STORED-SCHEDULE-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           MOVE PAYMENTS-APPLIED TO COUNT-EDIT
           DISPLAY "loan payments applied: " COUNT-EDIT
           MOVE PAYMENTS-REJECTED TO COUNT-EDIT
           DISPLAY "loan payments rejected: " COUNT-EDIT
           IF PAYMENTS-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REFUNDS-DUE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK
           .

       WRITE-RUN-HEADER SECTION.
           MOVE "H"        TO JRNLH-RECORD-TYPE
           MOVE RUN-DATE   TO JRNLH-RUN-DATE
           MOVE RUN-TIME   TO JRNLH-RUN-TIME
           MOVE "LOANPAY " TO JRNLH-PROGRAM-NAME
           MOVE 0          TO JRNLH-RECORD-COUNT
           PERFORM CHAIN-JOURNAL-HEADER
           WRITE JOURNAL-RECORD FROM JOURNAL-HEADER
           EXIT.

       WRITE-RUN-TRAILER SECTION.
           MOVE "T"                TO JRNLT-RECORD-TYPE
           MOVE JOURNAL-LINE-COUNT TO JRNLT-RECORD-COUNT
           MOVE JOURNALED-RESULT-TOTAL TO JRNLT-GRAND-TOTAL
           PERFORM CHAIN-JOURNAL-TRAILER
           WRITE JOURNAL-RECORD FROM JOURNAL-TRAILER
           EXIT.

       READ-AND-APPLY-PAYMENT SECTION.
           READ PAYMENT-FILE
               AT END
                   SET PAYMENT-EOF TO TRUE
               NOT AT END
                   IF PAYMENT-CARD = SPACES
                           OR PAYMENT-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       ADD 1 TO PAYMENTS-READ
                       PERFORM APPLY-ONE-PAYMENT
                   END-IF
           END-READ
           EXIT.

       APPLY-ONE-PAYMENT SECTION.
           PERFORM VALIDATE-PAYMENT
           IF PAYMENT-VALID
               MOVE PAY-LOAN-REFERENCE TO AMS-REFERENCE
               MOVE 0 TO AMS-INSTALLMENT
               READ STORED-SCHEDULE-FILE
                   INVALID KEY
                       MOVE 'N' TO PAYMENT-VALID-SWITCH
                       MOVE "NO STORED SCHEDULE FOR THIS LOAN"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       MOVE AMSP-PRINCIPAL     TO LOAN-PRINCIPAL
                       MOVE AMSP-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
               END-READ
           END-IF
           IF PAYMENT-VALID AND LOAN-TOTAL-PERIODS = 0
               MOVE 'N' TO PAYMENT-VALID-SWITCH
               MOVE "SCHEDULE HAS NO INSTALLMENTS" TO REJECT-REASON
           END-IF
           IF NOT PAYMENT-VALID
               PERFORM REJECT-PAYMENT
           ELSE
               ADD 1 TO PAYMENTS-APPLIED
               MOVE CARD-AMOUNT-VALUE TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "LOAN " DELIMITED BY SIZE
                   PAY-LOAN-REFERENCE DELIMITED BY SIZE
                   "  PAID " DELIMITED BY SIZE
                   PAY-DATE DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  PAYER REF " DELIMITED BY SIZE
                   PAY-PAYER-REFERENCE DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               COMPUTE PRINCIPAL-SHARE ROUNDED =
                   LOAN-PRINCIPAL / LOAN-TOTAL-PERIODS
               MOVE CARD-AMOUNT-VALUE TO PAYMENT-REMAINING
               MOVE 0 TO INSTALLMENTS-TOUCHED
               PERFORM APPLY-TO-INSTALLMENT
                   VARYING INSTALLMENT-NO FROM 1 BY 1
                   UNTIL INSTALLMENT-NO > LOAN-TOTAL-PERIODS
                       OR PAYMENT-REMAINING = 0
               IF PAYMENT-REMAINING > 0
                   PERFORM REPORT-REFUND-DUE
               END-IF
           END-IF
           EXIT.

       VALIDATE-PAYMENT SECTION.
           MOVE 'Y' TO PAYMENT-VALID-SWITCH
           MOVE SPACES TO REJECT-REASON
           IF PAY-LOAN-REFERENCE = SPACES
               MOVE 'N' TO PAYMENT-VALID-SWITCH
               MOVE "BLANK LOAN REFERENCE" TO REJECT-REASON
           END-IF
           IF PAYMENT-VALID
               PERFORM VALIDATE-CALENDAR-DATE
               IF NOT DATE-VALID
                   MOVE 'N' TO PAYMENT-VALID-SWITCH
                   MOVE "BAD PAYMENT DATE" TO REJECT-REASON
               END-IF
           END-IF
           IF PAYMENT-VALID
               IF PAY-AMOUNT NOT NUMERIC
                   MOVE 'N' TO PAYMENT-VALID-SWITCH
                   MOVE "BAD PAYMENT AMOUNT" TO REJECT-REASON
               ELSE
                   MOVE PAY-AMOUNT TO CARD-AMOUNT-RAW
                   IF CARD-AMOUNT-VALUE = 0
                       MOVE 'N' TO PAYMENT-VALID-SWITCH
                       MOVE "ZERO PAYMENT AMOUNT" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           EXIT.

       REJECT-PAYMENT SECTION.
           ADD 1 TO PAYMENTS-REJECTED
           MOVE SPACES TO REPORT-WORK
           STRING "*** PAYMENT REJECTED -- LOAN " DELIMITED BY SIZE
               PAY-LOAN-REFERENCE DELIMITED BY SIZE
               " DATE " DELIMITED BY SIZE
               PAY-DATE DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               PAY-AMOUNT DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Interest first, then principal; an installment fully covered
      * is flagged paid.  A missing installment row is skipped and
      * reported rather than swallowing the money.
       APPLY-TO-INSTALLMENT SECTION.
           MOVE PAY-LOAN-REFERENCE TO AMS-REFERENCE
           MOVE INSTALLMENT-NO     TO AMS-INSTALLMENT
           READ STORED-SCHEDULE-FILE
               INVALID KEY
                   PERFORM REPORT-MISSING-INSTALLMENT
               NOT INVALID KEY
                   IF NOT AMS-PAID
                       PERFORM SPREAD-OVER-INSTALLMENT
                   END-IF
           END-READ
           EXIT.

       REPORT-MISSING-INSTALLMENT SECTION.
           MOVE INSTALLMENT-NO TO INSTALLMENT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "    INSTALLMENT " DELIMITED BY SIZE
               INSTALLMENT-EDIT DELIMITED BY SIZE
               " MISSING FROM THE SCHEDULE -- SKIPPED"
               DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       SPREAD-OVER-INSTALLMENT SECTION.
           IF AMS-PAID-INTEREST NOT NUMERIC
               MOVE 0 TO AMS-PAID-INTEREST
           END-IF
           IF AMS-PAID-PRINCIPAL NOT NUMERIC
               MOVE 0 TO AMS-PAID-PRINCIPAL
           END-IF
           IF INSTALLMENT-NO = LOAN-TOTAL-PERIODS
               COMPUTE PRINCIPAL-DUE = LOAN-PRINCIPAL
                   - PRINCIPAL-SHARE * (LOAN-TOTAL-PERIODS - 1)
           ELSE
               MOVE PRINCIPAL-SHARE TO PRINCIPAL-DUE
           END-IF
           COMPUTE INTEREST-OWED = AMS-INTEREST - AMS-PAID-INTEREST
           COMPUTE PRINCIPAL-OWED = PRINCIPAL-DUE - AMS-PAID-PRINCIPAL
           IF INTEREST-OWED < 0
               MOVE 0 TO INTEREST-OWED
           END-IF
           IF PRINCIPAL-OWED < 0
               MOVE 0 TO PRINCIPAL-OWED
           END-IF
           IF PAYMENT-REMAINING > INTEREST-OWED
               MOVE INTEREST-OWED TO INTEREST-APPLIED
           ELSE
               MOVE PAYMENT-REMAINING TO INTEREST-APPLIED
           END-IF
           SUBTRACT INTEREST-APPLIED FROM PAYMENT-REMAINING
           IF PAYMENT-REMAINING > PRINCIPAL-OWED
               MOVE PRINCIPAL-OWED TO PRINCIPAL-APPLIED
           ELSE
               MOVE PAYMENT-REMAINING TO PRINCIPAL-APPLIED
           END-IF
           SUBTRACT PRINCIPAL-APPLIED FROM PAYMENT-REMAINING
           ADD INTEREST-APPLIED  TO AMS-PAID-INTEREST
           ADD PRINCIPAL-APPLIED TO AMS-PAID-PRINCIPAL
           IF INTEREST-APPLIED > 0 OR PRINCIPAL-APPLIED > 0
               MOVE PAY-DATE-NUM TO AMS-PAID-DATE
           END-IF
           IF INTEREST-APPLIED = INTEREST-OWED
                   AND PRINCIPAL-APPLIED = PRINCIPAL-OWED
               SET AMS-PAID TO TRUE
           END-IF
           REWRITE AMORT-SCHEDULE-RECORD
           IF INTEREST-APPLIED > 0 OR PRINCIPAL-APPLIED > 0
               ADD 1 TO INSTALLMENTS-TOUCHED
               ADD INTEREST-APPLIED  TO TOTAL-INTEREST
               ADD PRINCIPAL-APPLIED TO TOTAL-PRINCIPAL
               PERFORM JOURNAL-INSTALLMENT-PAYMENT
               PERFORM REPORT-INSTALLMENT-PAYMENT
           END-IF
           EXIT.

       JOURNAL-INSTALLMENT-PAYMENT SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE INTEREST-APPLIED  TO JRNL-VALUE-1
           MOVE "+"               TO JRNL-OPERATION
           MOVE PRINCIPAL-APPLIED TO JRNL-VALUE-2
           COMPUTE JRNL-RESULT = INTEREST-APPLIED + PRINCIPAL-APPLIED
           MOVE PAY-DATE-NUM      TO JRNL-DATE
           MOVE "LOANPAY "        TO JRNL-OPERATOR-ID
           MOVE PAY-LOAN-REFERENCE TO JRNL-REFERENCE
           MOVE "OK"              TO JRNL-OUTCOME
           MOVE RUN-DATE          TO JRNL-RUN-DATE
           MOVE RUN-TIME          TO JRNL-RUN-TIME
           MOVE SPACES TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE SPACES TO JRNL-ACCOUNT-ID
           MOVE 0 TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           ADD JRNL-RESULT TO JOURNALED-RESULT-TOTAL
           EXIT.

       REPORT-INSTALLMENT-PAYMENT SECTION.
           MOVE INSTALLMENT-NO    TO INSTALLMENT-EDIT
           MOVE INTEREST-APPLIED  TO AMOUNT-EDIT
           MOVE PRINCIPAL-APPLIED TO AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "    INSTALLMENT " DELIMITED BY SIZE
               INSTALLMENT-EDIT DELIMITED BY SIZE
               "  INTEREST " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  PRINCIPAL " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           IF AMS-PAID
               MOVE "PAID" TO REPORT-WORK(77:4)
           ELSE
               MOVE "PART PAID" TO REPORT-WORK(77:9)
           END-IF
           IF NOT AMS-BILLED
               MOVE "(NOT YET BILLED)" TO REPORT-WORK(87:16)
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       REPORT-REFUND-DUE SECTION.
           ADD 1 TO REFUNDS-DUE
           ADD PAYMENT-REMAINING TO TOTAL-REFUND
           MOVE PAYMENT-REMAINING TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "    *** LOAN PAID IN FULL -- " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " NOT APPLIED, REFUND DUE ***" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PAYMENTS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "PAYMENTS READ: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PAYMENTS-APPLIED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "PAYMENTS APPLIED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PAYMENTS-REJECTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "PAYMENTS REJECTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-INTEREST  TO AMOUNT-EDIT
           MOVE TOTAL-PRINCIPAL TO AMOUNT-EDIT-2
           MOVE TOTAL-REFUND    TO AMOUNT-EDIT-3
           MOVE SPACES TO REPORT-WORK
           STRING "INTEREST APPLIED: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  PRINCIPAL APPLIED: " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               "  REFUNDS DUE: " DELIMITED BY SIZE
               AMOUNT-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * A real calendar date: month 1-12, day within the month,
      *  February 29 only in leap years.
       VALIDATE-CALENDAR-DATE SECTION.
           MOVE 'Y' TO DATE-VALID-SWITCH
           IF PAY-DATE NOT NUMERIC
               MOVE 'N' TO DATE-VALID-SWITCH
           ELSE
               MOVE PAY-DATE(1:4) TO CAL-WORK-YEAR
               MOVE PAY-DATE(5:2) TO CAL-WORK-MONTH
               MOVE PAY-DATE(7:2) TO CAL-WORK-DAY
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

      * Tamper-evidence chain hooks, shared with CALCULATOR
      * through the jrnlhash keeper (see copy/jrnlhshl.cpy).
       CHAIN-JOURNAL-HEADER SECTION.
           IF NOT JOURNAL-CHAIN-OPEN
               MOVE "OPEN" TO JHSH-FUNCTION
               CALL 'jrnlhash' USING JOURNAL-HASH-AREA
               SET JOURNAL-CHAIN-OPEN TO TRUE
           END-IF
           MOVE "HDR " TO JHSH-FUNCTION
           CALL 'jrnlhash' USING JOURNAL-HASH-AREA
           MOVE JHSH-RUNNING-HASH TO JRNLH-PRIOR-SEAL
           EXIT.

       CHAIN-JOURNAL-LINE SECTION.
           MOVE 0 TO JRNL-CYCLE
           IF NOT JOURNAL-CHAIN-OPEN
               MOVE "OPEN" TO JHSH-FUNCTION
               CALL 'jrnlhash' USING JOURNAL-HASH-AREA
               SET JOURNAL-CHAIN-OPEN TO TRUE
           END-IF
           MOVE "LINE" TO JHSH-FUNCTION
           MOVE JRNL-VALUE-1   TO JHSH-VALUE-1
           MOVE JRNL-VALUE-2   TO JHSH-VALUE-2
           MOVE JRNL-RESULT    TO JHSH-RESULT
           MOVE JRNL-DATE      TO JHSH-DATE
           MOVE JRNL-RUN-DATE  TO JHSH-RUN-DATE
           MOVE JRNL-RUN-TIME  TO JHSH-RUN-TIME
           MOVE JRNL-REFERENCE TO JHSH-REFERENCE
           MOVE JRNL-ACCOUNT-ID  TO JHSH-ACCOUNT-ID
           MOVE JRNL-OPERATOR-ID TO JHSH-OPERATOR-ID
           MOVE JRNL-OUTCOME     TO JHSH-OUTCOME
           CALL 'jrnlhash' USING JOURNAL-HASH-AREA
           MOVE JHSH-RUNNING-HASH TO JRNL-CHAIN-HASH
           EXIT.

       CHAIN-JOURNAL-TRAILER SECTION.
           MOVE "SEAL" TO JHSH-FUNCTION
           CALL 'jrnlhash' USING JOURNAL-HASH-AREA
           MOVE JHSH-RUNNING-HASH TO JRNLT-SEAL-HASH
           EXIT.
