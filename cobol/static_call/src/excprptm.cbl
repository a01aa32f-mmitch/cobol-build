       IDENTIFICATION DIVISION.
       PROGRAM-ID. excprptm.

      *****************************************************************
      *  excprptm is the exception report's logic: EXCPRPT on its
      *  own, or the end-of-day driver EODRPT, reads the journal
      *  and calls it through copy/eodrptl.cpy.  START takes the
      *  report date and opens the report; LINE tallies each
      *  failure for the recurring-offender footing and, when it
      *  falls on the report date, writes it to the EXCPWORK work
      *  file; FINISH sorts the work file on outcome and reference
      *  for the grouped detail and prints the footing.  The lines
      *  come in over several calls, so they are held on EXCPWORK
      *  and sorted from there rather than released to the sort
      *  as they are read.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-WORK-FILE ASSIGN TO "EXCPWORK".
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT REPORT-FILE ASSIGN TO "EXCPRPT".

       DATA DIVISION.
       FILE SECTION.
       FD EXCEPTION-WORK-FILE.
       01 EXCEPTION-WORK-RECORD.
           05 EXCW-OUTCOME   PIC X(20).
           05 EXCW-REFERENCE PIC X(10).
           05 EXCW-RUN-DATE  PIC 9(08).
           05 EXCW-OPERATOR  PIC X(08).
           05 EXCW-VALUE-1   PIC S9(9)V99.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-OUTCOME   PIC X(20).
           05 SORT-REFERENCE PIC X(10).
           05 SORT-RUN-DATE  PIC 9(08).
           05 SORT-OPERATOR  PIC X(08).
           05 SORT-VALUE-1   PIC S9(9)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 REPORT-RETURN-CODE PIC 9(02) VALUE 0.
       01 SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       01 REPORT-DATE-ENV PIC X(08).
       01 REPORT-DATE     PIC 9(08) VALUE 0.

       01 CURRENT-GROUP-OUTCOME PIC X(20).
       01 GROUP-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 GROUP-OPEN VALUE 'Y'.
       01 GROUP-COUNT     PIC 9(08) COMP.
       01 GROUP-EXPOSURE  PIC S9(11)V99.
       01 VALUE-MAGNITUDE PIC 9(9)V99.

      *****************************************************************
      *  Failure counts per reference across every run on file,
      *  for the recurring-offender footing.
      *****************************************************************
       01 OFFENDER-TABLE.
           05 OFFENDER-ENTRY OCCURS 500 TIMES
                   INDEXED BY OFFENDER-IDX.
               10 OFFENDER-REFERENCE PIC X(10).
               10 OFFENDER-COUNT     PIC 9(05) COMP.
       01 OFFENDER-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 OFFENDER-FOUND-SWITCH PIC X(01).
           88 OFFENDER-FOUND VALUE 'Y'.
       01 RECURRING-COUNT PIC 9(05) COMP VALUE 0.

       01 EXCEPTIONS-REPORTED PIC 9(08) COMP VALUE 0.
       01 COUNT-EDIT    PIC ZZZZZZZ9.
       01 AMOUNT-EDIT   PIC ZZZZZZZZZZZ9.99-.
       01 VALUE-EDIT    PIC -(09)9.99.
       01 REPORT-WORK   PIC X(120).
       COPY parmgetl.

       LINKAGE SECTION.
       COPY eodrptl.
       COPY jrnlrec.

       PROCEDURE DIVISION USING EOD-REPORT-AREA JOURNAL-RECORD.
           EVALUATE EODR-FUNCTION
               WHEN "START   "
                   PERFORM START-REPORT
               WHEN "LINE    "
                   PERFORM TAKE-JOURNAL-LINE
               WHEN "FINISH  "
                   PERFORM FINISH-REPORT
               WHEN OTHER
                   MOVE 12 TO REPORT-RETURN-CODE
           END-EVALUATE
           MOVE REPORT-RETURN-CODE TO EODR-RETURN-CODE
           GOBACK
           .

       START-REPORT SECTION.
           MOVE 0 TO REPORT-RETURN-CODE
           INITIALIZE PARAMETER-GET-AREA
           MOVE "EXCPRPT" TO PRMG-PROGRAM
           MOVE "CALC-REPORT-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REPORT-DATE-ENV
           IF REPORT-DATE-ENV NOT = SPACES
               MOVE REPORT-DATE-ENV TO REPORT-DATE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "JOURNAL EXCEPTION REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN OUTPUT EXCEPTION-WORK-FILE
           EXIT.

       TAKE-JOURNAL-LINE SECTION.
      * Breakdown and clearance lines (installments, allocation
      * splits, review clearances, the year-end close, debit-
      * interest and debit-count event lines) are informational,
      * not failures, and stay off this report -- a refused excess
      * debit is a failure and stays on; MANUAL REVIEW and PENDING
      * APPROVAL stay on it -- flagged and held work is exactly
      * what the duty desk wants surfaced.
           IF JRNLH-RECORD-TYPE NOT = "H"
                   AND JRNLH-RECORD-TYPE NOT = "T"
                   AND JRNL-OUTCOME NOT = "OK"
                   AND JRNL-OUTCOME NOT = "INSTALLMENT"
                   AND JRNL-OUTCOME NOT = "ALLOCATION"
                   AND JRNL-OUTCOME NOT = "REVIEWED OK"
                   AND JRNL-OUTCOME NOT = "YEAR-END CLOSE"
                   AND JRNL-OUTCOME NOT = "DEBIT INTEREST"
                   AND JRNL-OUTCOME NOT = "DEBIT LIMIT REACHED"
                   AND JRNL-OUTCOME NOT = "EXCESS DEBIT"
                   AND JRNL-OUTCOME NOT = "EXCESS DEBIT FEE"
               PERFORM TALLY-OFFENDER
               IF REPORT-DATE = 0
                       OR JRNL-RUN-DATE = REPORT-DATE
                   MOVE JRNL-OUTCOME     TO EXCW-OUTCOME
                   MOVE JRNL-REFERENCE   TO EXCW-REFERENCE
                   MOVE JRNL-RUN-DATE    TO EXCW-RUN-DATE
                   MOVE JRNL-OPERATOR-ID TO EXCW-OPERATOR
                   MOVE JRNL-VALUE-1     TO EXCW-VALUE-1
                   WRITE EXCEPTION-WORK-RECORD
               END-IF
           END-IF
           EXIT.

       FINISH-REPORT SECTION.
           CLOSE EXCEPTION-WORK-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-OUTCOME SORT-REFERENCE
               USING EXCEPTION-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-EXCEPTIONS
           PERFORM PRINT-RECURRING-OFFENDERS
           CLOSE REPORT-FILE
           MOVE EXCEPTIONS-REPORTED TO COUNT-EDIT
           DISPLAY "exception lines reported: " COUNT-EDIT
           EXIT.

       TALLY-OFFENDER SECTION.
           IF JRNL-REFERENCE NOT = SPACES
               MOVE 'N' TO OFFENDER-FOUND-SWITCH
               SET OFFENDER-IDX TO 1
               PERFORM SEARCH-OFFENDER-TABLE
                   UNTIL OFFENDER-IDX > OFFENDER-ENTRIES-USED
                       OR OFFENDER-FOUND
               IF OFFENDER-FOUND
                   ADD 1 TO OFFENDER-COUNT(OFFENDER-IDX)
               ELSE
                   IF OFFENDER-ENTRIES-USED < 500
                       ADD 1 TO OFFENDER-ENTRIES-USED
                       SET OFFENDER-IDX TO OFFENDER-ENTRIES-USED
                       MOVE JRNL-REFERENCE
                           TO OFFENDER-REFERENCE(OFFENDER-IDX)
                       MOVE 1 TO OFFENDER-COUNT(OFFENDER-IDX)
                   END-IF
               END-IF
           END-IF
           EXIT.

       SEARCH-OFFENDER-TABLE SECTION.
           IF OFFENDER-REFERENCE(OFFENDER-IDX) = JRNL-REFERENCE
               SET OFFENDER-FOUND TO TRUE
           ELSE
               SET OFFENDER-IDX UP BY 1
           END-IF
           EXIT.

       PRINT-EXCEPTIONS SECTION.
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM RETURN-AND-PRINT UNTIL SORT-EOF
           IF GROUP-OPEN
               PERFORM CLOSE-OUTCOME-GROUP
           END-IF
           EXIT.

       RETURN-AND-PRINT SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF NOT GROUP-OPEN
                           OR SORT-OUTCOME NOT =
                               CURRENT-GROUP-OUTCOME
                       IF GROUP-OPEN
                           PERFORM CLOSE-OUTCOME-GROUP
                       END-IF
                       PERFORM OPEN-OUTCOME-GROUP
                   END-IF
                   PERFORM PRINT-EXCEPTION-LINE
           END-RETURN
           EXIT.

       OPEN-OUTCOME-GROUP SECTION.
           MOVE SORT-OUTCOME TO CURRENT-GROUP-OUTCOME
           SET GROUP-OPEN TO TRUE
           MOVE 0 TO GROUP-COUNT
           MOVE 0 TO GROUP-EXPOSURE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "OUTCOME: " DELIMITED BY SIZE
               CURRENT-GROUP-OUTCOME DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       PRINT-EXCEPTION-LINE SECTION.
           ADD 1 TO GROUP-COUNT
           ADD 1 TO EXCEPTIONS-REPORTED
           IF SORT-VALUE-1 < 0
               COMPUTE VALUE-MAGNITUDE = SORT-VALUE-1 * -1
           ELSE
               MOVE SORT-VALUE-1 TO VALUE-MAGNITUDE
           END-IF
           ADD VALUE-MAGNITUDE TO GROUP-EXPOSURE
           MOVE SORT-VALUE-1 TO VALUE-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  " DELIMITED BY SIZE
               SORT-RUN-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SORT-REFERENCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SORT-OPERATOR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VALUE-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       CLOSE-OUTCOME-GROUP SECTION.
           MOVE GROUP-COUNT TO COUNT-EDIT
           MOVE GROUP-EXPOSURE TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  GROUP TOTAL: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " LINES, EXPOSURE " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO GROUP-OPEN-SWITCH
           EXIT.

       PRINT-RECURRING-OFFENDERS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECURRING OFFENDERS (FAILED IN MORE THAN ONE RUN):"
               TO REPORT-LINE
           WRITE REPORT-LINE
           SET OFFENDER-IDX TO 1
           PERFORM PRINT-ONE-OFFENDER
               UNTIL OFFENDER-IDX > OFFENDER-ENTRIES-USED
           IF RECURRING-COUNT = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       PRINT-ONE-OFFENDER SECTION.
           IF OFFENDER-COUNT(OFFENDER-IDX) > 1
               ADD 1 TO RECURRING-COUNT
               MOVE OFFENDER-COUNT(OFFENDER-IDX) TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "  " DELIMITED BY SIZE
                   OFFENDER-REFERENCE(OFFENDER-IDX)
                       DELIMITED BY SIZE
                   " FAILED " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " TIMES" DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           SET OFFENDER-IDX UP BY 1
           EXIT.
