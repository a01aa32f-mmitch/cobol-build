       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPRPT.

      *****************************************************************
      *  UNAPRPT ages the unapplied-cash queue RCPTGEN leaves behind
      *  -- money the bank has received that nobody could say whose
      *  it was.  Each item on UNAPPQ (copy/unaprec.cpy) is listed
      *  with its statement date, amount, bank reference and
      *  description, the reason it could not be applied, how many
      *  runs have tried it, and its age in days since it was first
      *  seen.  The totals are bucketed 0-7, 8-30, 31-60 and over 60
      *  days, the way the receivables clerks chase them.
      *
      *  CALC-UNAPPLIED-ALERT-DAYS (default 30) sets the age past
      *  which cash is overdue for applying; any such item is
      *  flagged "OVERDUE" and ends the run RETURN-CODE 4.  An empty
      *  or absent queue is a clean report.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAPPLIED-FILE ASSIGN TO "UNAPPQ"
               FILE STATUS IS UNAPPLIED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "UNAPRPT".

       DATA DIVISION.
       FILE SECTION.
       FD UNAPPLIED-FILE.
       COPY unaprec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 UNAPPLIED-STATUS PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SOURCE-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 ALERT-DAYS-ENV PIC X(04).
       01 ALERT-DAYS PIC 9(04) VALUE 30.

       01 ITEM-COUNT     PIC 9(07) COMP VALUE 0.
       01 OVERDUE-COUNT  PIC 9(07) COMP VALUE 0.
       01 UNAPPLIED-TOTAL PIC S9(11)V99 VALUE 0.
       01 OVERDUE-TOTAL  PIC S9(11)V99 VALUE 0.
      * Age buckets: 0-7, 8-30, 31-60, over 60 days.
       01 AGE-BUCKETS.
           05 BUCKET-ENTRY OCCURS 4 TIMES INDEXED BY BUCKET-IDX.
               10 BUCKET-COUNT PIC 9(07) COMP.
               10 BUCKET-TOTAL PIC S9(11)V99.
       01 BUCKET-LABELS.
           05 FILLER PIC X(14) VALUE "0-7 DAYS:     ".
           05 FILLER PIC X(14) VALUE "8-30 DAYS:    ".
           05 FILLER PIC X(14) VALUE "31-60 DAYS:   ".
           05 FILLER PIC X(14) VALUE "OVER 60 DAYS: ".
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABELS.
           05 BUCKET-LABEL OCCURS 4 TIMES PIC X(14).

       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS   PIC 9(08) COMP.
       01 SERIAL-YEAR   PIC 9(04) COMP.
       01 SERIAL-MONTH  PIC 9(02) COMP.
       01 SERIAL-WORK   PIC 9(08) COMP.
       01 SERIAL-DAY    PIC 9(02) COMP.
       01 RUN-DATE-SERIAL PIC 9(08) COMP.
       01 ITEM-AGE-DAYS PIC S9(08) COMP.
       01 OVERDUE-FLAG  PIC X(07).

       01 COUNT-EDIT  PIC ZZZZZZ9.
       01 ATTEMPT-EDIT PIC ZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 AGE-EDIT PIC ZZZZ9.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "UNAPRPT" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE "CALC-UNAPPLIED-ALERT-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ALERT-DAYS-ENV
           IF ALERT-DAYS-ENV NOT = SPACES
               MOVE ALERT-DAYS-ENV TO ALERT-DAYS
           END-IF
           MOVE RUN-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO RUN-DATE-SERIAL
           INITIALIZE AGE-BUCKETS
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "UNAPPLIED CASH AGING AS OF " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT UNAPPLIED-FILE
           IF UNAPPLIED-STATUS = "00"
               PERFORM AGE-ONE-ITEM UNTIL SOURCE-EOF
               CLOSE UNAPPLIED-FILE
           END-IF
           IF ITEM-COUNT = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-AGING-SUMMARY
           CLOSE REPORT-FILE
           MOVE ITEM-COUNT TO COUNT-EDIT
           DISPLAY "unapplied cash items: " COUNT-EDIT
           IF OVERDUE-COUNT > 0
               MOVE OVERDUE-COUNT TO COUNT-EDIT
               DISPLAY "unapplied cash overdue for applying: "
                   COUNT-EDIT
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       AGE-ONE-ITEM SECTION.
           READ UNAPPLIED-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   PERFORM REPORT-ONE-ITEM
           END-READ
           EXIT.

       REPORT-ONE-ITEM SECTION.
           ADD 1 TO ITEM-COUNT
           ADD UNAP-AMOUNT TO UNAPPLIED-TOTAL
           MOVE UNAP-FIRST-SEEN TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           COMPUTE ITEM-AGE-DAYS = RUN-DATE-SERIAL - SERIAL-DAYS
           IF ITEM-AGE-DAYS < 0
               MOVE 0 TO ITEM-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN ITEM-AGE-DAYS <= 7
                   SET BUCKET-IDX TO 1
               WHEN ITEM-AGE-DAYS <= 30
                   SET BUCKET-IDX TO 2
               WHEN ITEM-AGE-DAYS <= 60
                   SET BUCKET-IDX TO 3
               WHEN OTHER
                   SET BUCKET-IDX TO 4
           END-EVALUATE
           ADD 1 TO BUCKET-COUNT(BUCKET-IDX)
           ADD UNAP-AMOUNT TO BUCKET-TOTAL(BUCKET-IDX)
           MOVE SPACES TO OVERDUE-FLAG
           IF ITEM-AGE-DAYS > ALERT-DAYS
               MOVE "OVERDUE" TO OVERDUE-FLAG
               ADD 1 TO OVERDUE-COUNT
               ADD UNAP-AMOUNT TO OVERDUE-TOTAL
           END-IF
           MOVE ITEM-AGE-DAYS TO AGE-EDIT
           MOVE UNAP-AMOUNT TO AMOUNT-EDIT
           MOVE UNAP-ATTEMPTS TO ATTEMPT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  " DELIMITED BY SIZE
               UNAP-BANK-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               UNAP-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UNAP-DESCRIPTION DELIMITED BY SIZE
               " AGE " DELIMITED BY SIZE
               AGE-EDIT DELIMITED BY SIZE
               " TRIES " DELIMITED BY SIZE
               ATTEMPT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UNAP-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OVERDUE-FLAG DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-AGING-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           SET BUCKET-IDX TO 1
           PERFORM WRITE-ONE-BUCKET UNTIL BUCKET-IDX > 4
           MOVE ITEM-COUNT TO COUNT-EDIT
           MOVE UNAPPLIED-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL UNAPPLIED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE OVERDUE-COUNT TO COUNT-EDIT
           MOVE OVERDUE-TOTAL TO AMOUNT-EDIT
           MOVE ALERT-DAYS TO AGE-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "OVER " DELIMITED BY SIZE
               AGE-EDIT DELIMITED BY SIZE
               " DAYS:  " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-ONE-BUCKET SECTION.
           MOVE BUCKET-COUNT(BUCKET-IDX) TO COUNT-EDIT
           MOVE BUCKET-TOTAL(BUCKET-IDX) TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  " DELIMITED BY SIZE
               BUCKET-LABEL(BUCKET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           SET BUCKET-IDX UP BY 1
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
