       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMRESET.

      *****************************************************************
      *  AMRESET reprices the stored amortization schedules of the
      *  variable-rate loans.  Every schedule 'A' priced from a
      *  RATEMAST product carries the product code and the date its
      *  rate was taken on the position row; when the product's row
      *  in force on the reset date is newer than that and carries a
      *  different rate, the loan reprices -- the loans desk no
      *  longer closes the old schedule and books a new one by hand.
      *
      *  Only the installments not yet billed are recomputed.  The
      *  outstanding principal is the opening amount of the next
      *  installment due; from there each remaining period accrues
      *  at the new rate the same way amortize built the schedule,
      *  and the rows are rewritten in place.  Billed installments
      *  are never touched, so billing history, LOANPAY's payments
      *  and LNAGING's arrears stay exactly as they were.  Money
      *  LOANPAY took in advance against an unbilled installment
      *  stays on it; the paid flag is re-judged against the new
      *  interest.  The position row takes the new rate and the
      *  row's effective date, and its before/after image goes to
      *  the maintenance-audit file under CALC-MAINT-OPERATOR.
      *
      *  A schedule is priced in full before anything is rewritten:
      *  one with an installment missing from the file, or whose
      *  figures would overflow at the new rate, is reported and
      *  left alone (RETURN-CODE 4).
      *
      *  For the borrower notice RESETRPT shows, per loan repriced,
      *  the old and new rate, the next installment's payment
      *  (interest plus principal share) before and after, and the
      *  interest left to run on the schedule before and after.
      *
      *  The reset date defaults to today and can be set with
      *  CALC-RESET-DATE (YYYYMMDD).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORED-SCHEDULE-FILE ASSIGN TO "AMSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS STORED-SCHEDULE-STATUS.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMAS-KEY
               FILE STATUS IS RATE-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RESETRPT".

       DATA DIVISION.
       FILE SECTION.
       FD STORED-SCHEDULE-FILE.
       COPY amsched.

       FD RATE-MASTER-FILE.
       01 RATE-MASTER-RECORD.
           05 RMAS-KEY.
               10 RMAS-PRODUCT-CODE   PIC X(04).
               10 RMAS-EFFECTIVE-DATE PIC 9(08).
           05 RMAS-RATE    PIC S9(1)V9(4).
           05 RMAS-PERIODS PIC 9(03).

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 STORED-SCHEDULE-STATUS PIC X(02).
       01 RATE-MASTER-STATUS     PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 SCHEDULE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SCHEDULE-EOF VALUE 'Y'.

       01 RESET-DATE     PIC 9(08).
       01 RESET-DATE-ENV PIC X(08) VALUE SPACES.
       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.

      * The schedule in hand, from its position row.
       01 CURRENT-REFERENCE  PIC X(10).
       01 LOAN-PRODUCT-CODE  PIC X(04).
       01 LOAN-PRINCIPAL     PIC S9(9)V99.
       01 LOAN-NEXT-DUE      PIC 9(03).
       01 LOAN-TOTAL-PERIODS PIC 9(03).
       01 LOAN-RATE          PIC 9(1)V9(4).
       01 LOAN-RATE-DATE     PIC 9(08).

      * The product's row in force on the reset date.
       01 WANTED-PRODUCT-CODE PIC X(04).
       01 BEST-PRODUCT-RATE   PIC S9(1)V9(4).
       01 BEST-PRODUCT-DATE   PIC 9(08).
       01 RATE-ROW-FOUND-SWITCH PIC X(01).
           88 RATE-ROW-FOUND VALUE 'Y'.
       01 RATE-SCAN-DONE-SW PIC X(01).
           88 PRODUCT-SCAN-DONE VALUE 'Y'.

      * Repricing is done twice over the unbilled installments:
      * once to price and prove the figures, once to rewrite.
       01 RESET-PASS-SWITCH PIC X(01).
           88 RESET-PRICING  VALUE 'P'.
           88 RESET-APPLYING VALUE 'A'.
       01 RESET-FAILED-SWITCH PIC X(01).
           88 RESET-FAILED VALUE 'Y'.
       01 RESET-FAILURE PIC X(30).
       01 INSTALLMENT-NO   PIC 9(03).
       01 RUNNING-OPENING  PIC S9(9)V99.
       01 NEW-INTEREST     PIC S9(9)V99.
       01 NEW-CLOSING      PIC S9(9)V99.
       01 PRINCIPAL-SHARE  PIC S9(9)V99.
       01 INSTALLMENT-SHARE PIC S9(9)V99.
       01 PAYMENT-BEFORE   PIC S9(9)V99.
       01 PAYMENT-AFTER    PIC S9(9)V99.
       01 INTEREST-BEFORE  PIC S9(11)V99.
       01 INTEREST-AFTER   PIC S9(11)V99.

       01 BEFORE-IMAGE PIC X(80).
       01 AFTER-IMAGE  PIC X(80).

       01 SCHEDULES-READ     PIC 9(05) COMP VALUE 0.
       01 SCHEDULES-RESET    PIC 9(05) COMP VALUE 0.
       01 SCHEDULES-UNCHANGED PIC 9(05) COMP VALUE 0.
       01 SCHEDULES-SKIPPED  PIC 9(05) COMP VALUE 0.
       01 COUNT-EDIT PIC ZZZZ9.
       01 INSTALLMENT-EDIT   PIC ZZ9.
       01 INSTALLMENT-EDIT-2 PIC ZZ9.
       01 RATE-EDIT   PIC 9.9999.
       01 RATE-EDIT-2 PIC 9.9999.
       01 AMOUNT-EDIT   PIC ZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZ9.99-.
       01 TOTAL-EDIT    PIC ZZZZZZZZZZ9.99-.
       01 TOTAL-EDIT-2  PIC ZZZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "AMRESET" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO RESET-DATE
           MOVE "CALC-RESET-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RESET-DATE-ENV
           IF RESET-DATE-ENV NOT = SPACES
               MOVE RESET-DATE-ENV TO RESET-DATE
           END-IF
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           OPEN I-O STORED-SCHEDULE-FILE
           IF STORED-SCHEDULE-STATUS NOT = "00"
               DISPLAY "unable to open stored schedules, status "
                   STORED-SCHEDULE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT RATE-MASTER-FILE
           IF RATE-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open rate master, status "
                   RATE-MASTER-STATUS
               CLOSE STORED-SCHEDULE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "unable to open maintenance audit file, status "
                   MAINT-AUDIT-STATUS
               CLOSE STORED-SCHEDULE-FILE
               CLOSE RATE-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "VARIABLE-RATE SCHEDULE RESET" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "RATES IN FORCE ON " DELIMITED BY SIZE
               RESET-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO AMS-KEY
           START STORED-SCHEDULE-FILE KEY >= AMS-KEY
               INVALID KEY
                   SET SCHEDULE-EOF TO TRUE
           END-START
           PERFORM RESET-ONE-RECORD UNTIL SCHEDULE-EOF
           PERFORM WRITE-SUMMARY
           CLOSE STORED-SCHEDULE-FILE
           CLOSE RATE-MASTER-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE REPORT-FILE
           IF SCHEDULES-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * The sweep only acts on position rows (installment zero) of
      * schedules priced from a product with installments still to
      * bill; each one looked at repositions the file, so the sweep
      * re-establishes its place afterward.  Rows stored before the
      * product was kept on the position row carry none and are
      * fixed-rate as far as this run is concerned.
       RESET-ONE-RECORD SECTION.
           READ STORED-SCHEDULE-FILE NEXT
               AT END
                   SET SCHEDULE-EOF TO TRUE
               NOT AT END
                   IF AMS-INSTALLMENT = 0
                       MOVE AMS-REFERENCE TO CURRENT-REFERENCE
                       IF AMSP-PRODUCT-CODE NOT = SPACES
                               AND AMSP-PRODUCT-CODE NOT = LOW-VALUES
                               AND AMSP-NEXT-DUE
                                   NOT > AMSP-TOTAL-PERIODS
                           PERFORM CHECK-SCHEDULE-RATE
                       END-IF
                       PERFORM REPOSITION-AFTER-SCHEDULE
                   END-IF
           END-READ
           EXIT.

       CHECK-SCHEDULE-RATE SECTION.
           ADD 1 TO SCHEDULES-READ
           MOVE AMSP-PRODUCT-CODE  TO LOAN-PRODUCT-CODE
           MOVE AMSP-PRINCIPAL     TO LOAN-PRINCIPAL
           MOVE AMSP-NEXT-DUE      TO LOAN-NEXT-DUE
           MOVE AMSP-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           MOVE AMSP-RATE          TO LOAN-RATE
           IF AMSP-RATE-DATE NUMERIC
               MOVE AMSP-RATE-DATE TO LOAN-RATE-DATE
           ELSE
               MOVE 0 TO LOAN-RATE-DATE
           END-IF
           MOVE AMORT-SCHEDULE-RECORD TO BEFORE-IMAGE
           PERFORM FIND-PRODUCT-RATE-ROW
           IF NOT RATE-ROW-FOUND
               ADD 1 TO SCHEDULES-UNCHANGED
           ELSE
               IF BEST-PRODUCT-DATE NOT > LOAN-RATE-DATE
                       OR BEST-PRODUCT-RATE = LOAN-RATE
                   ADD 1 TO SCHEDULES-UNCHANGED
               ELSE
                   PERFORM RESET-SCHEDULE
               END-IF
           END-IF
           EXIT.

       FIND-PRODUCT-RATE-ROW SECTION.
           MOVE 'N' TO RATE-ROW-FOUND-SWITCH
           MOVE 'N' TO RATE-SCAN-DONE-SW
           MOVE LOAN-PRODUCT-CODE TO RMAS-PRODUCT-CODE
                                     WANTED-PRODUCT-CODE
           MOVE 0 TO RMAS-EFFECTIVE-DATE
           START RATE-MASTER-FILE KEY NOT < RMAS-KEY
               INVALID KEY
                   SET PRODUCT-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-PRODUCT-RATE-ROW UNTIL PRODUCT-SCAN-DONE
           EXIT.

       SCAN-PRODUCT-RATE-ROW SECTION.
           READ RATE-MASTER-FILE NEXT RECORD
               AT END
                   SET PRODUCT-SCAN-DONE TO TRUE
               NOT AT END
                   IF RMAS-PRODUCT-CODE NOT = WANTED-PRODUCT-CODE
                           OR RMAS-EFFECTIVE-DATE > RESET-DATE
                       SET PRODUCT-SCAN-DONE TO TRUE
                   ELSE
                       MOVE RMAS-RATE TO BEST-PRODUCT-RATE
                       MOVE RMAS-EFFECTIVE-DATE TO BEST-PRODUCT-DATE
                       SET RATE-ROW-FOUND TO TRUE
                   END-IF
           END-READ
           EXIT.

       RESET-SCHEDULE SECTION.
           COMPUTE PRINCIPAL-SHARE ROUNDED =
               LOAN-PRINCIPAL / LOAN-TOTAL-PERIODS
           MOVE 'N' TO RESET-FAILED-SWITCH
           SET RESET-PRICING TO TRUE
           PERFORM REPRICE-REMAINING-INSTALLMENTS
           IF RESET-FAILED
               ADD 1 TO SCHEDULES-SKIPPED
               PERFORM REPORT-SKIPPED-SCHEDULE
           ELSE
               SET RESET-APPLYING TO TRUE
               PERFORM REPRICE-REMAINING-INSTALLMENTS
               PERFORM REWRITE-POSITION-ROW
               ADD 1 TO SCHEDULES-RESET
               PERFORM REPORT-RESET-SCHEDULE
           END-IF
           EXIT.

       REPRICE-REMAINING-INSTALLMENTS SECTION.
           MOVE 0 TO PAYMENT-BEFORE PAYMENT-AFTER
                     INTEREST-BEFORE INTEREST-AFTER
           PERFORM REPRICE-ONE-INSTALLMENT
               VARYING INSTALLMENT-NO FROM LOAN-NEXT-DUE BY 1
               UNTIL INSTALLMENT-NO > LOAN-TOTAL-PERIODS
                  OR RESET-FAILED
           EXIT.

       REPRICE-ONE-INSTALLMENT SECTION.
           MOVE CURRENT-REFERENCE TO AMS-REFERENCE
           MOVE INSTALLMENT-NO    TO AMS-INSTALLMENT
           READ STORED-SCHEDULE-FILE
               INVALID KEY
                   SET RESET-FAILED TO TRUE
                   MOVE "INSTALLMENT MISSING" TO RESET-FAILURE
           END-READ
           IF NOT RESET-FAILED
               PERFORM ACCRUE-AT-NEW-RATE
           END-IF
           IF NOT RESET-FAILED AND RESET-APPLYING
               PERFORM REJUDGE-PAID-FLAG
               MOVE NEW-INTEREST TO AMS-INTEREST
               MOVE NEW-CLOSING  TO AMS-CLOSING
               REWRITE AMORT-SCHEDULE-RECORD
           END-IF
           EXIT.

      * The first installment repriced opens on the outstanding
      * principal the stored schedule already shows; each later
      * one opens on the new closing balance before it.
       ACCRUE-AT-NEW-RATE SECTION.
           IF INSTALLMENT-NO = LOAN-NEXT-DUE
               MOVE AMS-OPENING TO RUNNING-OPENING
           END-IF
           COMPUTE NEW-INTEREST ROUNDED =
               RUNNING-OPENING * BEST-PRODUCT-RATE
               ON SIZE ERROR
                   SET RESET-FAILED TO TRUE
           END-COMPUTE
           IF NOT RESET-FAILED
               COMPUTE NEW-CLOSING = RUNNING-OPENING + NEW-INTEREST
                   ON SIZE ERROR
                       SET RESET-FAILED TO TRUE
               END-COMPUTE
           END-IF
           IF RESET-FAILED
               MOVE "OVERFLOWS AT NEW RATE" TO RESET-FAILURE
           ELSE
               ADD AMS-INTEREST TO INTEREST-BEFORE
               ADD NEW-INTEREST TO INTEREST-AFTER
               IF INSTALLMENT-NO = LOAN-NEXT-DUE
                   COMPUTE PAYMENT-BEFORE =
                       AMS-INTEREST + PRINCIPAL-SHARE
                   COMPUTE PAYMENT-AFTER =
                       NEW-INTEREST + PRINCIPAL-SHARE
               END-IF
               MOVE RUNNING-OPENING TO AMS-OPENING
               MOVE NEW-CLOSING TO RUNNING-OPENING
           END-IF
           EXIT.

      * Paid in advance is judged the way LOANPAY judges it: the
      * interest and the principal share both covered, the last
      * installment's share taking the rounding.
       REJUDGE-PAID-FLAG SECTION.
           IF AMS-PAID-INTEREST NOT NUMERIC
               MOVE 0 TO AMS-PAID-INTEREST
           END-IF
           IF AMS-PAID-PRINCIPAL NOT NUMERIC
               MOVE 0 TO AMS-PAID-PRINCIPAL
           END-IF
           IF INSTALLMENT-NO = LOAN-TOTAL-PERIODS
               COMPUTE INSTALLMENT-SHARE = LOAN-PRINCIPAL
                   - PRINCIPAL-SHARE * (LOAN-TOTAL-PERIODS - 1)
           ELSE
               MOVE PRINCIPAL-SHARE TO INSTALLMENT-SHARE
           END-IF
           IF AMS-PAID-INTEREST + AMS-PAID-PRINCIPAL > 0
               IF AMS-PAID-INTEREST NOT < NEW-INTEREST
                       AND AMS-PAID-PRINCIPAL NOT < INSTALLMENT-SHARE
                   MOVE "P" TO AMS-PAID-FLAG
               ELSE
                   MOVE SPACE TO AMS-PAID-FLAG
               END-IF
           END-IF
           EXIT.

       REWRITE-POSITION-ROW SECTION.
           MOVE CURRENT-REFERENCE TO AMS-REFERENCE
           MOVE 0 TO AMS-INSTALLMENT
           READ STORED-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BEST-PRODUCT-RATE TO AMSP-RATE
                   MOVE BEST-PRODUCT-DATE TO AMSP-RATE-DATE
                   REWRITE AMORT-SCHEDULE-RECORD
                   MOVE AMORT-SCHEDULE-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-AUDIT-LINE
           END-READ
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "AMSCHED"     TO MAUD-FILE-NAME
           MOVE "RESET"       TO MAUD-ACTION
           MOVE SPACES        TO MAUD-RECORD-KEY
           MOVE CURRENT-REFERENCE TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE      TO MAUD-RUN-DATE
           MOVE RUN-TIME      TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE  TO MAUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE   TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.

       REPORT-RESET-SCHEDULE SECTION.
           MOVE LOAN-RATE         TO RATE-EDIT
           MOVE BEST-PRODUCT-RATE TO RATE-EDIT-2
           MOVE LOAN-NEXT-DUE      TO INSTALLMENT-EDIT
           MOVE LOAN-TOTAL-PERIODS TO INSTALLMENT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "LOAN " DELIMITED BY SIZE
               CURRENT-REFERENCE DELIMITED BY SIZE
               "  PRODUCT " DELIMITED BY SIZE
               LOAN-PRODUCT-CODE DELIMITED BY SIZE
               "  RATE " DELIMITED BY SIZE
               RATE-EDIT DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               RATE-EDIT-2 DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               BEST-PRODUCT-DATE DELIMITED BY SIZE
               "  FROM INSTALLMENT " DELIMITED BY SIZE
               INSTALLMENT-EDIT DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               INSTALLMENT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PAYMENT-BEFORE  TO AMOUNT-EDIT
           MOVE PAYMENT-AFTER   TO AMOUNT-EDIT-2
           MOVE INTEREST-BEFORE TO TOTAL-EDIT
           MOVE INTEREST-AFTER  TO TOTAL-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "     PAYMENT BEFORE " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  AFTER " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               "   INTEREST TO RUN BEFORE " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               "  AFTER " DELIMITED BY SIZE
               TOTAL-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       REPORT-SKIPPED-SCHEDULE SECTION.
           MOVE SPACES TO REPORT-WORK
           STRING "LOAN " DELIMITED BY SIZE
               CURRENT-REFERENCE DELIMITED BY SIZE
               "  PRODUCT " DELIMITED BY SIZE
               LOAN-PRODUCT-CODE DELIMITED BY SIZE
               "  NOT RESET -- " DELIMITED BY SIZE
               RESET-FAILURE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SCHEDULES-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "VARIABLE-RATE SCHEDULES READ " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SCHEDULES-RESET TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "SCHEDULES RESET              " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SCHEDULES-UNCHANGED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "SCHEDULES UNCHANGED          " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SCHEDULES-SKIPPED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "SCHEDULES NOT RESET          " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SCHEDULES-RESET TO COUNT-EDIT
           DISPLAY "schedules reset: " COUNT-EDIT
           EXIT.

      * The keyed reads above moved the file position; start the
      * sweep again just past this schedule's rows.
       REPOSITION-AFTER-SCHEDULE SECTION.
           MOVE CURRENT-REFERENCE TO AMS-REFERENCE
           MOVE 999 TO AMS-INSTALLMENT
           START STORED-SCHEDULE-FILE KEY > AMS-KEY
               INVALID KEY
                   SET SCHEDULE-EOF TO TRUE
           END-START
           EXIT.
