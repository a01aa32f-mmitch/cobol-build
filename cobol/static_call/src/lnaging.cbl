       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAGING.

      *****************************************************************
      *  LNAGING is the loans desk's delinquency aging report over
      *  the stored amortization schedules (copy/amsched.cpy): for
      *  every loan, what has been billed and not yet paid, spread
      *  by how long it has been outstanding --
      *
      *    CURRENT   under 30 days past the billed date
      *    30 DAYS   30-59
      *    60 DAYS   60-89
      *    90+ DAYS  90 and over
      *
      *  An installment's amount due is its scheduled interest plus
      *  its principal share (the original principal over the period
      *  count, the last installment taking the rounding), less
      *  whatever LOANPAY has applied to it; it ages from the date
      *  AMBILL billed it.  Installments not yet billed are not
      *  arrears and are not aged.  Loans paid up to date are
      *  counted but not listed; loans with every installment paid
      *  are counted as settled.
      *
      *  The aging date defaults to today and can be overridden with
      *  CALC-AGING-DATE (YYYYMMDD) to reproduce a month-end report.
      *  Installments billed before AMBILL stamped billed dates carry
      *  none and are shown as CURRENT.  Report on AGERPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORED-SCHEDULE-FILE ASSIGN TO "AMSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMS-KEY
               FILE STATUS IS STORED-SCHEDULE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AGERPT".

       DATA DIVISION.
       FILE SECTION.
       FD STORED-SCHEDULE-FILE.
       COPY amsched.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 STORED-SCHEDULE-STATUS PIC X(02).
       01 SCHEDULE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SCHEDULE-EOF VALUE 'Y'.

       01 AGING-DATE     PIC 9(08).
       01 AGING-DATE-ENV PIC X(08).
       01 AGING-DATE-SERIAL PIC 9(08) COMP.

      * The loan being accumulated, from its position row.
       01 LOAN-ACTIVE-SWITCH PIC X(01) VALUE 'N'.
           88 LOAN-ACTIVE VALUE 'Y'.
       01 CURRENT-REFERENCE  PIC X(10).
       01 LOAN-PRINCIPAL     PIC S9(9)V99.
       01 LOAN-TOTAL-PERIODS PIC 9(03).
       01 PRINCIPAL-SHARE    PIC S9(9)V99.
       01 PRINCIPAL-DUE      PIC S9(9)V99.
       01 INSTALLMENT-OWED   PIC S9(9)V99.
       01 DAYS-PAST-DUE      PIC S9(08) COMP.
       01 OLDEST-DAYS        PIC S9(08) COMP.
       01 UNPAID-INSTALLMENTS PIC 9(03) COMP.

      * The four aging buckets for one loan and for the run.
       01 LOAN-BUCKETS.
           05 LOAN-BUCKET PIC S9(9)V99 OCCURS 4 TIMES.
       01 LOAN-ARREARS PIC S9(9)V99.
       01 RUN-BUCKETS.
           05 RUN-BUCKET PIC S9(11)V99 OCCURS 4 TIMES.
       01 RUN-ARREARS PIC S9(11)V99 VALUE 0.
       01 BUCKET-NO PIC 9(01) COMP.

      * Day-count arithmetic, as in RATEMNT.
       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS       PIC 9(08) COMP.
       01 SERIAL-YEAR       PIC 9(04) COMP.
       01 SERIAL-MONTH      PIC 9(02) COMP.
       01 SERIAL-WORK       PIC 9(08) COMP.
       01 SERIAL-DAY        PIC 9(02) COMP.

       01 LOANS-READ        PIC 9(05) COMP VALUE 0.
       01 LOANS-IN-ARREARS  PIC 9(05) COMP VALUE 0.
       01 LOANS-UP-TO-DATE  PIC 9(05) COMP VALUE 0.
       01 LOANS-SETTLED     PIC 9(05) COMP VALUE 0.
       01 COUNT-EDIT   PIC ZZZZ9.
       01 DAYS-EDIT    PIC ZZZZ9.
       01 BUCKET-EDIT-1 PIC ZZZZZZZZ9.99-.
       01 BUCKET-EDIT-2 PIC ZZZZZZZZ9.99-.
       01 BUCKET-EDIT-3 PIC ZZZZZZZZ9.99-.
       01 BUCKET-EDIT-4 PIC ZZZZZZZZ9.99-.
       01 TOTAL-EDIT    PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK   PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "LNAGING" TO PRMG-PROGRAM
           ACCEPT AGING-DATE FROM DATE YYYYMMDD
           MOVE "CALC-AGING-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO AGING-DATE-ENV
           IF AGING-DATE-ENV NOT = SPACES
               MOVE AGING-DATE-ENV TO AGING-DATE
           END-IF
           MOVE AGING-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO AGING-DATE-SERIAL
           OPEN INPUT STORED-SCHEDULE-FILE
           IF STORED-SCHEDULE-STATUS NOT = "00"
               DISPLAY "unable to open stored schedules, status "
                   STORED-SCHEDULE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "LOAN DELINQUENCY AGING AS OF " DELIMITED BY SIZE
               AGING-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "LOAN             CURRENT       30 DAYS"
               DELIMITED BY SIZE
               "       60 DAYS      90+ DAYS    TOTAL ARREARS OLDEST"
               DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           INITIALIZE RUN-BUCKETS
           PERFORM READ-AND-AGE-ROW UNTIL SCHEDULE-EOF
           IF LOAN-ACTIVE
               PERFORM FINISH-ONE-LOAN
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE STORED-SCHEDULE-FILE
           CLOSE REPORT-FILE
           GOBACK
           .

      * Keys run reference then installment, so each loan's
      * position row arrives first and its installments follow.
       READ-AND-AGE-ROW SECTION.
           READ STORED-SCHEDULE-FILE NEXT
               AT END
                   SET SCHEDULE-EOF TO TRUE
               NOT AT END
                   IF AMS-INSTALLMENT = 0
                       IF LOAN-ACTIVE
                           PERFORM FINISH-ONE-LOAN
                       END-IF
                       PERFORM START-ONE-LOAN
                   ELSE
                       IF LOAN-ACTIVE
                               AND AMS-REFERENCE = CURRENT-REFERENCE
                           PERFORM AGE-ONE-INSTALLMENT
                       END-IF
                   END-IF
           END-READ
           EXIT.

       START-ONE-LOAN SECTION.
           SET LOAN-ACTIVE TO TRUE
           ADD 1 TO LOANS-READ
           MOVE AMS-REFERENCE      TO CURRENT-REFERENCE
           MOVE AMSP-PRINCIPAL     TO LOAN-PRINCIPAL
           MOVE AMSP-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           MOVE 0 TO PRINCIPAL-SHARE
           IF LOAN-TOTAL-PERIODS > 0
               COMPUTE PRINCIPAL-SHARE ROUNDED =
                   LOAN-PRINCIPAL / LOAN-TOTAL-PERIODS
           END-IF
           INITIALIZE LOAN-BUCKETS
           MOVE 0 TO LOAN-ARREARS
           MOVE 0 TO OLDEST-DAYS
           MOVE 0 TO UNPAID-INSTALLMENTS
           EXIT.

       AGE-ONE-INSTALLMENT SECTION.
           IF NOT AMS-PAID
               ADD 1 TO UNPAID-INSTALLMENTS
           END-IF
           IF AMS-BILLED AND NOT AMS-PAID
               IF AMS-PAID-INTEREST NOT NUMERIC
                   MOVE 0 TO AMS-PAID-INTEREST
               END-IF
               IF AMS-PAID-PRINCIPAL NOT NUMERIC
                   MOVE 0 TO AMS-PAID-PRINCIPAL
               END-IF
               IF AMS-INSTALLMENT = LOAN-TOTAL-PERIODS
                   COMPUTE PRINCIPAL-DUE = LOAN-PRINCIPAL
                       - PRINCIPAL-SHARE * (LOAN-TOTAL-PERIODS - 1)
               ELSE
                   MOVE PRINCIPAL-SHARE TO PRINCIPAL-DUE
               END-IF
               COMPUTE INSTALLMENT-OWED = AMS-INTEREST + PRINCIPAL-DUE
                   - AMS-PAID-INTEREST - AMS-PAID-PRINCIPAL
               IF INSTALLMENT-OWED > 0
                   PERFORM FIND-DAYS-PAST-DUE
                   EVALUATE TRUE
                       WHEN DAYS-PAST-DUE < 30
                           MOVE 1 TO BUCKET-NO
                       WHEN DAYS-PAST-DUE < 60
                           MOVE 2 TO BUCKET-NO
                       WHEN DAYS-PAST-DUE < 90
                           MOVE 3 TO BUCKET-NO
                       WHEN OTHER
                           MOVE 4 TO BUCKET-NO
                   END-EVALUATE
                   ADD INSTALLMENT-OWED TO LOAN-BUCKET(BUCKET-NO)
                   ADD INSTALLMENT-OWED TO LOAN-ARREARS
                   IF DAYS-PAST-DUE > OLDEST-DAYS
                       MOVE DAYS-PAST-DUE TO OLDEST-DAYS
                   END-IF
               END-IF
           END-IF
           EXIT.

       FIND-DAYS-PAST-DUE SECTION.
           MOVE 0 TO DAYS-PAST-DUE
           IF AMS-BILLED-DATE NUMERIC
               IF AMS-BILLED-DATE > 0
                   MOVE AMS-BILLED-DATE TO SERIAL-INPUT-DATE
                   PERFORM DATE-TO-SERIAL
                   COMPUTE DAYS-PAST-DUE =
                       AGING-DATE-SERIAL - SERIAL-DAYS
               END-IF
           END-IF
           IF DAYS-PAST-DUE < 0
               MOVE 0 TO DAYS-PAST-DUE
           END-IF
           EXIT.

       FINISH-ONE-LOAN SECTION.
           MOVE 'N' TO LOAN-ACTIVE-SWITCH
           EVALUATE TRUE
               WHEN UNPAID-INSTALLMENTS = 0
                   ADD 1 TO LOANS-SETTLED
               WHEN LOAN-ARREARS = 0
                   ADD 1 TO LOANS-UP-TO-DATE
               WHEN OTHER
                   ADD 1 TO LOANS-IN-ARREARS
                   PERFORM ADD-LOAN-TO-RUN
                       VARYING BUCKET-NO FROM 1 BY 1
                       UNTIL BUCKET-NO > 4
                   ADD LOAN-ARREARS TO RUN-ARREARS
                   PERFORM LIST-ONE-LOAN
           END-EVALUATE
           EXIT.

       ADD-LOAN-TO-RUN SECTION.
           ADD LOAN-BUCKET(BUCKET-NO) TO RUN-BUCKET(BUCKET-NO)
           EXIT.

       LIST-ONE-LOAN SECTION.
           MOVE LOAN-BUCKET(1) TO BUCKET-EDIT-1
           MOVE LOAN-BUCKET(2) TO BUCKET-EDIT-2
           MOVE LOAN-BUCKET(3) TO BUCKET-EDIT-3
           MOVE LOAN-BUCKET(4) TO BUCKET-EDIT-4
           MOVE LOAN-ARREARS   TO TOTAL-EDIT
           MOVE OLDEST-DAYS    TO DAYS-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING CURRENT-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUCKET-EDIT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUCKET-EDIT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUCKET-EDIT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUCKET-EDIT-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RUN-BUCKET(1) TO BUCKET-EDIT-1
           MOVE RUN-BUCKET(2) TO BUCKET-EDIT-2
           MOVE RUN-BUCKET(3) TO BUCKET-EDIT-3
           MOVE RUN-BUCKET(4) TO BUCKET-EDIT-4
           MOVE RUN-ARREARS   TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL      " DELIMITED BY SIZE
               BUCKET-EDIT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUCKET-EDIT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUCKET-EDIT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUCKET-EDIT-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOANS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "LOANS ON FILE: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOANS-IN-ARREARS TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "LOANS IN ARREARS: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOANS-UP-TO-DATE TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "LOANS PAID UP TO DATE: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOANS-SETTLED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "LOANS SETTLED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       DATE-TO-SERIAL SECTION.
           MOVE SERIAL-INPUT-DATE(1:4) TO SERIAL-YEAR
           MOVE SERIAL-INPUT-DATE(5:2) TO SERIAL-MONTH
           IF SERIAL-MONTH < 3
               SUBTRACT 1 FROM SERIAL-YEAR
               ADD 12 TO SERIAL-MONTH
           END-IF
           COMPUTE SERIAL-DAYS = 365 * SERIAL-YEAR
           DIVIDE SERIAL-YEAR BY 4 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           DIVIDE SERIAL-YEAR BY 100 GIVING SERIAL-WORK
           SUBTRACT SERIAL-WORK FROM SERIAL-DAYS
           DIVIDE SERIAL-YEAR BY 400 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           COMPUTE SERIAL-WORK = 153 * (SERIAL-MONTH + 1)
           DIVIDE SERIAL-WORK BY 5 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           MOVE SERIAL-INPUT-DATE(7:2) TO SERIAL-DAY
           ADD SERIAL-DAY TO SERIAL-DAYS
           EXIT.
