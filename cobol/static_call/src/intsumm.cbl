      *  disk, not a table.  CALC-INT-YEAR (YYYY) names the year,
      *  defaulting to the year just ended (current year minus
      *  one, since finance asks in January).
      *
      *  Where tax was withheld INTAPPLY journals the deduction as
      *  a subtraction line of its own, so each account's line
      *  shows the gross interest credited, the tax withheld and the
      *  net -- the three figures the annual statement carries --
      *  and the grand totals do the same.  The gross total is
      *  still the figure that ties to interest expense.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 INTW-ACCOUNT-ID     PIC X(08).
           05 INTW-INTEREST-TOTAL PIC S9(11)V99.
           05 INTW-LINE-COUNT     PIC 9(08).
           05 INTW-WITHHELD-TOTAL PIC S9(11)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS       PIC X(02).
       01 LINES-SUMMED  PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-LISTED PIC 9(08) COMP VALUE 0.
       01 GRAND-INTEREST-TOTAL PIC S9(11)V99 VALUE 0.
       01 GRAND-WITHHELD-TOTAL PIC S9(11)V99 VALUE 0.
       01 NET-INTEREST PIC S9(11)V99.
       01 WITHHELD-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 NET-EDIT      PIC ZZZZZZZZZZZ9.99-.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "INTSUMM" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:4) TO SUMMARY-YEAR
           SUBTRACT 1 FROM SUMMARY-YEAR
           MOVE "CALC-INT-YEAR" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SUMMARY-YEAR-ENV
           IF SUMMARY-YEAR-ENV NOT = SPACES
               MOVE SUMMARY-YEAR-ENV TO SUMMARY-YEAR
           END-IF
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE GRAND-WITHHELD-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL TAX WITHHELD:      " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE NET-INTEREST =
               GRAND-INTEREST-TOTAL - GRAND-WITHHELD-TOTAL
           MOVE NET-INTEREST TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL NET INTEREST:      " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE INTEREST-WORK-FILE
           MOVE LINES-SUMMED TO COUNT-EDIT
                   MOVE JRNL-ACCOUNT-ID TO INTW-ACCOUNT-ID
                   MOVE 0 TO INTW-INTEREST-TOTAL
                   MOVE 0 TO INTW-LINE-COUNT
                   MOVE 0 TO INTW-WITHHELD-TOTAL
           END-READ
           IF JRNL-OPERATION = "-"
               ADD JRNL-VALUE-2 TO INTW-WITHHELD-TOTAL
           ELSE
               ADD JRNL-VALUE-2 TO INTW-INTEREST-TOTAL
               ADD 1 TO INTW-LINE-COUNT
           END-IF
           IF INTWORK-RECORD-NEW
               WRITE INTEREST-WORK-RECORD
           ELSE
                   ADD 1 TO ACCOUNTS-LISTED
                   ADD INTW-INTEREST-TOTAL
                       TO GRAND-INTEREST-TOTAL
                   ADD INTW-WITHHELD-TOTAL
                       TO GRAND-WITHHELD-TOTAL
                   COMPUTE NET-INTEREST =
                       INTW-INTEREST-TOTAL - INTW-WITHHELD-TOTAL
                   MOVE INTW-INTEREST-TOTAL TO AMOUNT-EDIT
                   MOVE INTW-WITHHELD-TOTAL TO WITHHELD-EDIT
                   MOVE NET-INTEREST TO NET-EDIT
                   MOVE INTW-LINE-COUNT TO COUNT-EDIT
                   MOVE SPACES TO REPORT-WORK
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       INTW-ACCOUNT-ID DELIMITED BY SIZE
                       "  APPLICATIONS " DELIMITED BY SIZE
                       COUNT-EDIT DELIMITED BY SIZE
                       "  GROSS " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                       "  WITHHELD " DELIMITED BY SIZE
                       WITHHELD-EDIT DELIMITED BY SIZE
                       "  NET " DELIMITED BY SIZE
                       NET-EDIT DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE REPORT-WORK TO REPORT-LINE
                   WRITE REPORT-LINE
