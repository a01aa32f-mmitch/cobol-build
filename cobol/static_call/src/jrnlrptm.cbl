       IDENTIFICATION DIVISION.
       PROGRAM-ID. jrnlrptm.

      *****************************************************************
      *  jrnlrptm is the daily activity report's logic: JRNLRPT on
      *  its own, or the end-of-day driver EODRPT, reads the
      *  journal and calls it through copy/eodrptl.cpy -- START
      *  opens the report, LINE takes each journal record in turn,
      *  FINISH closes off a run left without its trailer and the
      *  report.  One report block per run, inside it one section
      *  per operator with a subtotal line per operation code, and
      *  a run-total footing tied back to the run's own trailer.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE  ASSIGN TO "JRNLRPT".

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 REPORT-RETURN-CODE PIC 9(02) VALUE 0.
      * Goes true on a run header and back false on its trailer, so
      * an orphan detail line (one read while this is false) can be
      * told apart from an ordinary in-run detail line.
       01 RUN-ACTIVE-SWITCH  PIC X(01) VALUE 'N'.
           88 RUN-ACTIVE VALUE 'Y'.
       01 HEADER-MISSING-SWITCH PIC X(01) VALUE 'N'.
           88 HEADER-MISSING VALUE 'Y'.

       01 SAVED-RUN-DATE    PIC 9(08).
       01 SAVED-RUN-TIME    PIC 9(08).
       01 SAVED-PROGRAM     PIC X(08).

       01 RUN-DETAIL-COUNT  PIC 9(08) COMP VALUE 0.
      * Sum of JRNL-RESULT over the lines CALCULATOR itself rolled
      * into GRAND-TOTAL -- outcome "OK" or "MANUAL REVIEW", the two
      * outcomes a RETURN-CODE zero transaction can carry -- so the
      * recomputed figure is comparable to JRNLT-GRAND-TOTAL.
       01 RUN-RESULT-TOTAL  PIC S9(9)V99 VALUE 0.
       01 RUN-ERROR-COUNT   PIC 9(08) COMP VALUE 0.

      *****************************************************************
      *  One entry per distinct JRNL-OPERATOR-ID seen inside the
      *  current run, in first-seen order, each holding a sub-table
      *  of per-operation-code counts and amount subtotals.  Reset at
      *  every run trailer.
      *****************************************************************
       01 OPERATOR-TABLE.
           05 OPR-ENTRY OCCURS 50 TIMES INDEXED BY OPR-IDX.
               10 OPR-ID           PIC X(08).
               10 OPR-TRAN-COUNT   PIC 9(08) COMP.
               10 OPR-ERROR-COUNT  PIC 9(08) COMP.
               10 OPR-AMOUNT-TOTAL PIC S9(9)V99.
               10 OPR-OP-USED      PIC 9(03) COMP.
               10 OPR-OP-ENTRY OCCURS 12 TIMES INDEXED BY OPR-OP-IDX.
                   15 OPR-OP-CODE   PIC X(01).
                   15 OPR-OP-COUNT  PIC 9(08) COMP.
                   15 OPR-OP-TOTAL  PIC S9(9)V99.
       01 OPERATOR-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 OPERATOR-FOUND-SWITCH PIC X(01).
           88 OPERATOR-FOUND VALUE 'Y'.
       01 OPR-OP-FOUND-SWITCH   PIC X(01).
           88 OPR-OP-FOUND VALUE 'Y'.
       01 OPERATOR-OVERFLOW-COUNT PIC 9(08) COMP VALUE 0.

       01 ORPHAN-DETAIL-COUNT PIC 9(08) COMP VALUE 0.

       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 COUNT-EDIT-2 PIC ZZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZ9.99-.

       01 REPORT-WORK PIC X(100).

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
           OPEN OUTPUT REPORT-FILE
           MOVE "DAILY ACTIVITY REPORT -- JOURNAL" TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       TAKE-JOURNAL-LINE SECTION.
           EVALUATE JRNLH-RECORD-TYPE
               WHEN "H"
                   PERFORM START-RUN-BLOCK
               WHEN "T"
                   PERFORM CLOSE-RUN-BLOCK
               WHEN OTHER
                   PERFORM ACCUMULATE-DETAIL-LINE
           END-EVALUATE
           EXIT.

       FINISH-REPORT SECTION.
      * A header with no trailer -- the run was cancelled mid-flight
      * -- still gets its sections and a footing flagged incomplete.
           IF RUN-ACTIVE
               PERFORM FLUSH-INCOMPLETE-RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "END OF DAILY ACTIVITY REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           EXIT.

       START-RUN-BLOCK SECTION.
      * Two headers with no trailer between them: report what the
      * first run accumulated before starting the new block.
           IF RUN-ACTIVE
               PERFORM FLUSH-INCOMPLETE-RUN
           END-IF
           MOVE JRNLH-RUN-DATE     TO SAVED-RUN-DATE
           MOVE JRNLH-RUN-TIME     TO SAVED-RUN-TIME
           MOVE JRNLH-PROGRAM-NAME TO SAVED-PROGRAM
           SET RUN-ACTIVE TO TRUE
           MOVE 'N' TO HEADER-MISSING-SWITCH
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "RUN OF " DELIMITED BY SIZE
               SAVED-RUN-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               SAVED-RUN-TIME DELIMITED BY SIZE
               " PROGRAM " DELIMITED BY SIZE
               SAVED-PROGRAM DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       ACCUMULATE-DETAIL-LINE SECTION.
      * A detail line with no header in force is reported under its
      * own headless block rather than dropped.
           IF NOT RUN-ACTIVE
               ADD 1 TO ORPHAN-DETAIL-COUNT
               SET RUN-ACTIVE TO TRUE
               SET HEADER-MISSING TO TRUE
               MOVE JRNL-RUN-DATE TO SAVED-RUN-DATE
               MOVE JRNL-RUN-TIME TO SAVED-RUN-TIME
               MOVE SPACES        TO SAVED-PROGRAM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RUN WITH NO HEADER RECORD (ORPHAN LINES)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
      * Installment breakdown lines aren't counted in the run
      * trailer, so they stay out of the trailer comparison here
      * too (their amounts are already inside the split's own
      * posted line).
           IF JRNL-OUTCOME NOT = "INSTALLMENT"
                   AND JRNL-OUTCOME NOT = "ALLOCATION"
               ADD 1 TO RUN-DETAIL-COUNT
           END-IF
           IF JRNL-OUTCOME = "INSTALLMENT"
                   OR JRNL-OUTCOME = "ALLOCATION"
               CONTINUE
           ELSE
           IF JRNL-OUTCOME = "OK" OR JRNL-OUTCOME = "MANUAL REVIEW"
               ADD JRNL-RESULT TO RUN-RESULT-TOTAL
           ELSE
      * Held work and clearance records -- approvals pending,
      * warehoused future-dated items, review clearances, the
      * year-end close, not-stored compensators, the debit-interest
      * and debit-count event lines -- are counted by their runs'
      * trailers but are neither posted amounts nor errors.
               IF JRNL-OUTCOME NOT = "PENDING APPROVAL"
                       AND JRNL-OUTCOME NOT = "WAREHOUSED"
                       AND JRNL-OUTCOME NOT = "REVIEWED OK"
                       AND JRNL-OUTCOME NOT = "YEAR-END CLOSE"
                       AND JRNL-OUTCOME NOT = "DEBIT INTEREST"
                       AND JRNL-OUTCOME NOT = "DEBIT LIMIT REACHED"
                       AND JRNL-OUTCOME NOT = "EXCESS DEBIT"
                       AND JRNL-OUTCOME NOT = "EXCESS DEBIT FEE"
                       AND JRNL-OUTCOME NOT = "NOT STORED"
                   ADD 1 TO RUN-ERROR-COUNT
               END-IF
           END-IF
           END-IF
           PERFORM TALLY-OPERATOR-LINE
           EXIT.

       TALLY-OPERATOR-LINE SECTION.
           MOVE 'N' TO OPERATOR-FOUND-SWITCH
           SET OPR-IDX TO 1
           PERFORM SEARCH-OPERATOR-TABLE
               UNTIL OPR-IDX > OPERATOR-ENTRIES-USED
                   OR OPERATOR-FOUND
           IF NOT OPERATOR-FOUND
               IF OPERATOR-ENTRIES-USED < 50
                   ADD 1 TO OPERATOR-ENTRIES-USED
                   SET OPR-IDX TO OPERATOR-ENTRIES-USED
                   INITIALIZE OPR-ENTRY(OPR-IDX)
                   MOVE JRNL-OPERATOR-ID TO OPR-ID(OPR-IDX)
                   SET OPERATOR-FOUND TO TRUE
               ELSE
      * Past the table's capacity the line still counts in the run
      * totals above; only its operator breakout is lost, and the
      * footing says so.
                   ADD 1 TO OPERATOR-OVERFLOW-COUNT
               END-IF
           END-IF
           IF OPERATOR-FOUND
               ADD 1 TO OPR-TRAN-COUNT(OPR-IDX)
               IF JRNL-OUTCOME = "OK"
                       OR JRNL-OUTCOME = "MANUAL REVIEW"
                   ADD JRNL-RESULT TO OPR-AMOUNT-TOTAL(OPR-IDX)
               ELSE
      * Breakdown, held-work, and clearance lines are neither
      * posted amounts nor errors -- the same taxonomy the
      * exception report and monthly summary apply.
                   IF JRNL-OUTCOME NOT = "INSTALLMENT"
                           AND JRNL-OUTCOME NOT = "ALLOCATION"
                           AND JRNL-OUTCOME NOT = "PENDING APPROVAL"
                           AND JRNL-OUTCOME NOT = "WAREHOUSED"
                           AND JRNL-OUTCOME NOT = "REVIEWED OK"
                           AND JRNL-OUTCOME NOT = "YEAR-END CLOSE"
                           AND JRNL-OUTCOME NOT = "DEBIT INTEREST"
                           AND JRNL-OUTCOME NOT = "DEBIT LIMIT REACHED"
                           AND JRNL-OUTCOME NOT = "EXCESS DEBIT"
                           AND JRNL-OUTCOME NOT = "EXCESS DEBIT FEE"
                           AND JRNL-OUTCOME NOT = "NOT STORED"
                       ADD 1 TO OPR-ERROR-COUNT(OPR-IDX)
                   END-IF
               END-IF
               PERFORM TALLY-OPERATOR-OPERATION
           END-IF
           EXIT.

       SEARCH-OPERATOR-TABLE SECTION.
           IF OPR-ID(OPR-IDX) = JRNL-OPERATOR-ID
               SET OPERATOR-FOUND TO TRUE
           ELSE
               SET OPR-IDX UP BY 1
           END-IF
           EXIT.

       TALLY-OPERATOR-OPERATION SECTION.
           MOVE 'N' TO OPR-OP-FOUND-SWITCH
           SET OPR-OP-IDX TO 1
           PERFORM SEARCH-OPR-OP-TABLE
               UNTIL OPR-OP-IDX > OPR-OP-USED(OPR-IDX)
                   OR OPR-OP-FOUND
           IF NOT OPR-OP-FOUND
               IF OPR-OP-USED(OPR-IDX) < 12
                   ADD 1 TO OPR-OP-USED(OPR-IDX)
                   SET OPR-OP-IDX TO OPR-OP-USED(OPR-IDX)
                   MOVE JRNL-OPERATION TO
                       OPR-OP-CODE(OPR-IDX OPR-OP-IDX)
                   MOVE 0 TO OPR-OP-COUNT(OPR-IDX OPR-OP-IDX)
                   MOVE 0 TO OPR-OP-TOTAL(OPR-IDX OPR-OP-IDX)
                   SET OPR-OP-FOUND TO TRUE
               END-IF
           END-IF
           IF OPR-OP-FOUND
               ADD 1 TO OPR-OP-COUNT(OPR-IDX OPR-OP-IDX)
               IF JRNL-OUTCOME = "OK"
                       OR JRNL-OUTCOME = "MANUAL REVIEW"
                   ADD JRNL-RESULT TO OPR-OP-TOTAL(OPR-IDX OPR-OP-IDX)
               END-IF
           END-IF
           EXIT.

       SEARCH-OPR-OP-TABLE SECTION.
           IF OPR-OP-CODE(OPR-IDX OPR-OP-IDX) = JRNL-OPERATION
               SET OPR-OP-FOUND TO TRUE
           ELSE
               SET OPR-OP-IDX UP BY 1
           END-IF
           EXIT.

      * A run cut off without its trailer (cancelled job, usually)
      * still gets its operator sections, under a banner saying the
      * trailer -- and with it the run's own claimed totals -- never
      * arrived.
       FLUSH-INCOMPLETE-RUN SECTION.
           MOVE "*** RUN INCOMPLETE -- NO TRAILER RECORD ***"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-RUN-SECTIONS
           PERFORM RESET-RUN-ACCUMULATORS
           EXIT.

       CLOSE-RUN-BLOCK SECTION.
           IF NOT RUN-ACTIVE
               MOVE "*** TRAILER RECORD WITH NO MATCHING HEADER ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM PRINT-RUN-SECTIONS
               PERFORM PRINT-RUN-FOOTING
               PERFORM RESET-RUN-ACCUMULATORS
           END-IF
           EXIT.

       PRINT-RUN-SECTIONS SECTION.
           SET OPR-IDX TO 1
           PERFORM PRINT-OPERATOR-SECTION
               UNTIL OPR-IDX > OPERATOR-ENTRIES-USED
           IF OPERATOR-OVERFLOW-COUNT > 0
               MOVE OPERATOR-OVERFLOW-COUNT TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "  LINES PAST OPERATOR TABLE CAPACITY: "
                   DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       PRINT-OPERATOR-SECTION SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "  OPERATOR " DELIMITED BY SIZE
               OPR-ID(OPR-IDX) DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           SET OPR-OP-IDX TO 1
           PERFORM PRINT-OPERATION-SUBTOTAL
               UNTIL OPR-OP-IDX > OPR-OP-USED(OPR-IDX)
           MOVE OPR-TRAN-COUNT(OPR-IDX)   TO COUNT-EDIT
           MOVE OPR-ERROR-COUNT(OPR-IDX)  TO COUNT-EDIT-2
           MOVE OPR-AMOUNT-TOTAL(OPR-IDX) TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  OPERATOR TOTAL: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " LINES, " DELIMITED BY SIZE
               COUNT-EDIT-2 DELIMITED BY SIZE
               " ERRORS, AMOUNT " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           SET OPR-IDX UP BY 1
           EXIT.

       PRINT-OPERATION-SUBTOTAL SECTION.
           MOVE OPR-OP-COUNT(OPR-IDX OPR-OP-IDX) TO COUNT-EDIT
           MOVE OPR-OP-TOTAL(OPR-IDX OPR-OP-IDX) TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "    OPERATION '" DELIMITED BY SIZE
               OPR-OP-CODE(OPR-IDX OPR-OP-IDX) DELIMITED BY SIZE
               "' COUNT " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           SET OPR-OP-IDX UP BY 1
           EXIT.

      * Ties the lines actually counted back to what the trailer
      * record says the run wrote -- this is the line the back
      * office reads first.
       PRINT-RUN-FOOTING SECTION.
           MOVE RUN-DETAIL-COUNT   TO COUNT-EDIT
           MOVE JRNLT-RECORD-COUNT TO COUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "  RUN TOTAL: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " LINES FOUND, TRAILER CLAIMS " DELIMITED BY SIZE
               COUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RUN-RESULT-TOTAL   TO AMOUNT-EDIT
           MOVE JRNLT-GRAND-TOTAL  TO AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "  RUN AMOUNT: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " COMPUTED, TRAILER CLAIMS " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF RUN-DETAIL-COUNT = JRNLT-RECORD-COUNT
                   AND RUN-RESULT-TOTAL = JRNLT-GRAND-TOTAL
                   AND NOT HEADER-MISSING
               MOVE "  RUN RECONCILED: IN BALANCE" TO REPORT-LINE
           ELSE
               MOVE "  *** RUN OUT OF BALANCE WITH ITS TRAILER ***"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE RUN-ERROR-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  ERROR LINES THIS RUN: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       RESET-RUN-ACCUMULATORS SECTION.
           MOVE 'N' TO RUN-ACTIVE-SWITCH
           MOVE 'N' TO HEADER-MISSING-SWITCH
           MOVE 0 TO RUN-DETAIL-COUNT
           MOVE 0 TO RUN-RESULT-TOTAL
           MOVE 0 TO RUN-ERROR-COUNT
           MOVE 0 TO OPERATOR-ENTRIES-USED
           MOVE 0 TO OPERATOR-OVERFLOW-COUNT
           INITIALIZE OPERATOR-TABLE
           EXIT.
