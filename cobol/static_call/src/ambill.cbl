      *  One installment bills per schedule per run -- run it
      *  monthly and the bookmark walks the schedule at schedule
      *  pace.  Notices land on BILLRPT.
      *
      *  The billing date is stamped on the installment as its due
      *  date, the date LNAGING ages arrears from.  An installment
      *  LOANPAY has already had money against (a prepayment) still
      *  bills in its turn, with the amount paid in advance shown on
      *  the notice.
      *
      *  The due date is the billing date moved onto a business day
      *  of the posting calendar (CALMAST) by the shared bizdate
      *  service, modified-following: a run on a weekend or holiday
      *  makes the installments due the next business day, or the
      *  last one before the run where the next falls in another
      *  month.  Notices show both dates; the position row keeps
      *  the day the run was made.
      *****************************************************************

       ENVIRONMENT DIVISION.
           88 SCHEDULE-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 DUE-DATE PIC 9(08).
       01 CURRENT-REFERENCE PIC X(10).
       01 DUE-INSTALLMENT  PIC 9(03).
       01 TOTAL-PERIODS    PIC 9(03).
       01 AMOUNT-EDIT   PIC ZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-3 PIC ZZZZZZZZ9.99-.
       01 PAID-IN-ADVANCE PIC S9(9)V99.
       01 NOTICE-WORK PIC X(100).
       COPY bizdatel.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-DUE-DATE
           OPEN I-O STORED-SCHEDULE-FILE
           IF STORED-SCHEDULE-STATUS NOT = "00"
               DISPLAY "unable to open stored schedules, status "
           MOVE SPACES TO NOTICE-WORK
           STRING "BILLED " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  DUE " DELIMITED BY SIZE
               DUE-DATE DELIMITED BY SIZE
               INTO NOTICE-WORK
           MOVE NOTICE-WORK TO NOTICE-LINE
           WRITE NOTICE-LINE
                   SET NOTICE-FOUND TO TRUE
                   PERFORM WRITE-DUE-NOTICE
                   MOVE "B" TO AMS-BILLED-FLAG
                   MOVE DUE-DATE TO AMS-BILLED-DATE
                   REWRITE AMORT-SCHEDULE-RECORD
           END-READ
           IF NOTICE-FOUND
               INTO NOTICE-WORK
           MOVE NOTICE-WORK TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF AMS-PAID-INTEREST NOT NUMERIC
               MOVE 0 TO AMS-PAID-INTEREST
           END-IF
           IF AMS-PAID-PRINCIPAL NOT NUMERIC
               MOVE 0 TO AMS-PAID-PRINCIPAL
           END-IF
           COMPUTE PAID-IN-ADVANCE =
               AMS-PAID-INTEREST + AMS-PAID-PRINCIPAL
           IF PAID-IN-ADVANCE > 0
               MOVE PAID-IN-ADVANCE TO AMOUNT-EDIT
               MOVE SPACES TO NOTICE-WORK
               STRING "     PAID IN ADVANCE " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO NOTICE-WORK
               MOVE NOTICE-WORK TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           EXIT.

       ADVANCE-POSITION-ROW SECTION.
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE AMSP-NEXT-DUE = DUE-INSTALLMENT + 1
                   MOVE RUN-DATE TO AMSP-LAST-BILLED
                   REWRITE AMORT-SCHEDULE-RECORD
           END-READ
           EXIT.
                   SET SCHEDULE-EOF TO TRUE
           END-START
           EXIT.

      * Modified following; with no calendar mounted bizdate still
      * steps over the weekend, and a date it cannot read leaves
      * the installments due on the run date.
       SET-DUE-DATE SECTION.
           MOVE "MODFOLL " TO BDAT-FUNCTION
           MOVE RUN-DATE TO BDAT-DATE
           MOVE SPACES TO BDAT-BRANCH-ID
           CALL 'bizdate' USING BUSINESS-DATE-AREA
           IF BDAT-RETURN-CODE NOT > 4
               MOVE BDAT-RESULT-DATE TO DUE-DATE
           ELSE
               MOVE RUN-DATE TO DUE-DATE
           END-IF
           IF BDAT-RETURN-CODE = 4
               DISPLAY "no posting calendar mounted -- due date "
                   "skips weekends only"
           END-IF
           EXIT.
