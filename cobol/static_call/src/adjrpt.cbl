       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJRPT.

      *****************************************************************
      *  ADJRPT is the controller's monthly report of manual
      *  adjustments.  It reads the ADJHIST register ADJPOST adds
      *  every posted adjustment to (copy/adjpend.cpy) and, for the
      *  month, totals the adjustments by reason code and, within
      *  each reason, by the operator who asked for them: how many,
      *  how much credited, how much debited, and how many needed a
      *  second supervisor's approval.  Each reason carries its
      *  description from the reason-code master (copy/adjreas.cpy)
      *  when ADJREAS is mounted.  After the totals every
      *  adjustment of the month is listed in posting order with
      *  its account, amount, requester, approver and
      *  justification, so a figure on the summary can be taken
      *  back to the entries behind it.
      *
      *  The month defaults to the current month and is normally
      *  supplied as CALC-ADJUST-MONTH (YYYYMM) by the scheduler,
      *  as MONTHSUM's is.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "ADJHIST"
               FILE STATUS IS REGISTER-STATUS.
           SELECT REASON-MASTER-FILE ASSIGN TO "ADJREAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADJR-CODE
               FILE STATUS IS REASON-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADJRPT".

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
       COPY adjpend.

       FD REASON-MASTER-FILE.
       COPY adjreas.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 REGISTER-STATUS      PIC X(02).
       01 REASON-MASTER-STATUS PIC X(02).
       01 REGISTER-EOF-SWITCH PIC X(01).
           88 REGISTER-EOF VALUE 'Y'.
       01 REASON-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 REASON-MASTER-AVAILABLE VALUE 'Y'.

       01 TODAYS-DATE PIC 9(08).
       01 REPORT-MONTH-ENV PIC X(06).
       01 REPORT-MONTH     PIC 9(06).

      * One row per reason and requesting operator, kept in key
      * order as rows are added so the report prints grouped by
      * reason without a sort step.
       01 SUMMARY-TABLE.
           05 SUM-ENTRY OCCURS 300 TIMES.
               10 SUMT-KEY.
                   15 SUMT-REASON   PIC X(04).
                   15 SUMT-OPERATOR PIC X(08).
               10 SUMT-COUNT     PIC 9(08) COMP.
               10 SUMT-APPROVED  PIC 9(08) COMP.
               10 SUMT-CREDITED  PIC S9(11)V99.
               10 SUMT-DEBITED   PIC S9(11)V99.
       01 SUM-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 SUM-SUB          PIC 9(03) COMP.
       01 SHIFT-SUB        PIC 9(03) COMP.
       01 SEARCH-KEY.
           05 SEARCH-REASON   PIC X(04).
           05 SEARCH-OPERATOR PIC X(08).
       01 SUMMARY-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
           88 SUMMARY-TABLE-OVERFLOWED VALUE 'Y'.

      * Reason subtotals and the month's grand totals.
       01 PREVIOUS-REASON  PIC X(04).
       01 REASON-DESCRIPTION PIC X(30).
       01 REASON-COUNT     PIC 9(08) COMP.
       01 REASON-APPROVED  PIC 9(08) COMP.
       01 REASON-CREDITED  PIC S9(11)V99.
       01 REASON-DEBITED   PIC S9(11)V99.
       01 GRAND-COUNT      PIC 9(08) COMP VALUE 0.
       01 GRAND-APPROVED   PIC 9(08) COMP VALUE 0.
       01 GRAND-CREDITED   PIC S9(11)V99 VALUE 0.
       01 GRAND-DEBITED    PIC S9(11)V99 VALUE 0.

       01 REGISTER-READ-COUNT PIC 9(08) COMP VALUE 0.
       01 COUNT-EDIT     PIC ZZZZZZZ9.
       01 COUNT-EDIT-2   PIC ZZZZZZZ9.
       01 AMOUNT-EDIT    PIC ZZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2  PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "ADJRPT" TO PRMG-PROGRAM
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TODAYS-DATE(1:6) TO REPORT-MONTH
           MOVE "CALC-ADJUST-MONTH" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REPORT-MONTH-ENV
           IF REPORT-MONTH-ENV NOT = SPACES
               MOVE REPORT-MONTH-ENV TO REPORT-MONTH
           END-IF
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS NOT = "00"
               DISPLAY "unable to open adjustment register, status "
                   REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO REGISTER-EOF-SWITCH
           PERFORM READ-AND-SUMMARIZE UNTIL REGISTER-EOF
           CLOSE REGISTER-FILE
           OPEN INPUT REASON-MASTER-FILE
           IF REASON-MASTER-STATUS = "00"
               SET REASON-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "MANUAL ADJUSTMENTS BY REASON AND OPERATOR FOR "
               DELIMITED BY SIZE
               REPORT-MONTH DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO PREVIOUS-REASON
           MOVE 1 TO SUM-SUB
           PERFORM WRITE-ONE-SUMMARY-ROW
               UNTIL SUM-SUB > SUM-ENTRIES-USED
           IF SUM-ENTRIES-USED > 0
               PERFORM WRITE-REASON-TOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           IF SUMMARY-TABLE-OVERFLOWED
               MOVE "*** SUMMARY TABLE FULL -- MONTH INCOMPLETE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM LIST-MONTH-ADJUSTMENTS
           CLOSE REPORT-FILE
           IF REASON-MASTER-AVAILABLE
               CLOSE REASON-MASTER-FILE
           END-IF
           MOVE REGISTER-READ-COUNT TO COUNT-EDIT
           DISPLAY "register entries read: " COUNT-EDIT
           MOVE GRAND-COUNT TO COUNT-EDIT
           DISPLAY "adjustments reported: " COUNT-EDIT
           GOBACK
           .

       READ-AND-SUMMARIZE SECTION.
           READ REGISTER-FILE
               AT END
                   SET REGISTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO REGISTER-READ-COUNT
                   IF ADJP-POSTED
                           AND ADJP-POSTED-DATE(1:6) = REPORT-MONTH
                       PERFORM SUMMARIZE-ONE-ADJUSTMENT
                   END-IF
           END-READ
           EXIT.

       SUMMARIZE-ONE-ADJUSTMENT SECTION.
           MOVE ADJP-REASON       TO SEARCH-REASON
           MOVE ADJP-REQUESTED-BY TO SEARCH-OPERATOR
           MOVE 1 TO SUM-SUB
           PERFORM SCAN-SUMMARY-TABLE
               UNTIL SUM-SUB > SUM-ENTRIES-USED
                   OR SUMT-KEY(SUM-SUB) NOT < SEARCH-KEY
           IF SUM-SUB > SUM-ENTRIES-USED
                   OR SUMT-KEY(SUM-SUB) NOT = SEARCH-KEY
               IF SUM-ENTRIES-USED < 300
                   PERFORM INSERT-SUMMARY-ROW
               ELSE
                   SET SUMMARY-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           IF SUM-SUB <= SUM-ENTRIES-USED
                   AND SUMT-KEY(SUM-SUB) = SEARCH-KEY
               ADD 1 TO SUMT-COUNT(SUM-SUB)
               IF ADJP-APPROVED-BY NOT = SPACES
                   ADD 1 TO SUMT-APPROVED(SUM-SUB)
               END-IF
               IF ADJP-OPERATION = "+"
                   ADD ADJP-AMOUNT TO SUMT-CREDITED(SUM-SUB)
               ELSE
                   ADD ADJP-AMOUNT TO SUMT-DEBITED(SUM-SUB)
               END-IF
           END-IF
           EXIT.

       SCAN-SUMMARY-TABLE SECTION.
           ADD 1 TO SUM-SUB
           EXIT.

      * Rows from the insertion point down move one place to make
      * room, keeping the table in reason-then-operator order.
       INSERT-SUMMARY-ROW SECTION.
           MOVE SUM-ENTRIES-USED TO SHIFT-SUB
           PERFORM SHIFT-SUMMARY-ROW UNTIL SHIFT-SUB < SUM-SUB
           ADD 1 TO SUM-ENTRIES-USED
           MOVE SEARCH-KEY TO SUMT-KEY(SUM-SUB)
           MOVE 0 TO SUMT-COUNT(SUM-SUB)
           MOVE 0 TO SUMT-APPROVED(SUM-SUB)
           MOVE 0 TO SUMT-CREDITED(SUM-SUB)
           MOVE 0 TO SUMT-DEBITED(SUM-SUB)
           EXIT.

       SHIFT-SUMMARY-ROW SECTION.
           MOVE SUM-ENTRY(SHIFT-SUB) TO SUM-ENTRY(SHIFT-SUB + 1)
           SUBTRACT 1 FROM SHIFT-SUB
           EXIT.

       WRITE-ONE-SUMMARY-ROW SECTION.
           IF SUMT-REASON(SUM-SUB) NOT = PREVIOUS-REASON
               IF SUM-SUB > 1
                   PERFORM WRITE-REASON-TOTAL
               END-IF
               PERFORM WRITE-REASON-HEADING
           END-IF
           MOVE SUMT-COUNT(SUM-SUB) TO COUNT-EDIT
           MOVE SUMT-APPROVED(SUM-SUB) TO COUNT-EDIT-2
           MOVE SUMT-CREDITED(SUM-SUB) TO AMOUNT-EDIT
           MOVE SUMT-DEBITED(SUM-SUB) TO AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "    OPERATOR " DELIMITED BY SIZE
               SUMT-OPERATOR(SUM-SUB) DELIMITED BY SIZE
               "  ADJUSTMENTS " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  APPROVED " DELIMITED BY SIZE
               COUNT-EDIT-2 DELIMITED BY SIZE
               "  CREDITED " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  DEBITED " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           ADD SUMT-COUNT(SUM-SUB)    TO REASON-COUNT
           ADD SUMT-APPROVED(SUM-SUB) TO REASON-APPROVED
           ADD SUMT-CREDITED(SUM-SUB) TO REASON-CREDITED
           ADD SUMT-DEBITED(SUM-SUB)  TO REASON-DEBITED
           ADD 1 TO SUM-SUB
           EXIT.

       WRITE-REASON-HEADING SECTION.
           MOVE SUMT-REASON(SUM-SUB) TO PREVIOUS-REASON
           MOVE 0 TO REASON-COUNT
           MOVE 0 TO REASON-APPROVED
           MOVE 0 TO REASON-CREDITED
           MOVE 0 TO REASON-DEBITED
           MOVE SPACES TO REASON-DESCRIPTION
           IF REASON-MASTER-AVAILABLE
               MOVE SUMT-REASON(SUM-SUB) TO ADJR-CODE
               READ REASON-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON REASON MASTER"
                           TO REASON-DESCRIPTION
                   NOT INVALID KEY
                       MOVE ADJR-DESCRIPTION TO REASON-DESCRIPTION
               END-READ
           END-IF
           MOVE SPACES TO REPORT-WORK
           STRING "REASON " DELIMITED BY SIZE
               SUMT-REASON(SUM-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REASON-DESCRIPTION DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-REASON-TOTAL SECTION.
           MOVE REASON-COUNT TO COUNT-EDIT
           MOVE REASON-APPROVED TO COUNT-EDIT-2
           MOVE REASON-CREDITED TO AMOUNT-EDIT
           MOVE REASON-DEBITED TO AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "    REASON " DELIMITED BY SIZE
               PREVIOUS-REASON DELIMITED BY SIZE
               " TOTAL ADJUSTMENTS " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  APPROVED " DELIMITED BY SIZE
               COUNT-EDIT-2 DELIMITED BY SIZE
               "  CREDITED " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  DEBITED " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD REASON-COUNT    TO GRAND-COUNT
           ADD REASON-APPROVED TO GRAND-APPROVED
           ADD REASON-CREDITED TO GRAND-CREDITED
           ADD REASON-DEBITED  TO GRAND-DEBITED
           EXIT.

       WRITE-GRAND-TOTAL SECTION.
           MOVE GRAND-COUNT TO COUNT-EDIT
           MOVE GRAND-APPROVED TO COUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "MONTH TOTAL ADJUSTMENTS " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  NEEDING APPROVAL " DELIMITED BY SIZE
               COUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE GRAND-CREDITED TO AMOUNT-EDIT
           MOVE GRAND-DEBITED TO AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "MONTH TOTAL CREDITED " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  DEBITED " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Second pass over the register for the itemized listing.
       LIST-MONTH-ADJUSTMENTS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ADJUSTMENTS POSTED IN THE MONTH" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS = "00"
               MOVE 'N' TO REGISTER-EOF-SWITCH
               PERFORM READ-AND-LIST UNTIL REGISTER-EOF
               CLOSE REGISTER-FILE
           END-IF
           EXIT.

       READ-AND-LIST SECTION.
           READ REGISTER-FILE
               AT END
                   SET REGISTER-EOF TO TRUE
               NOT AT END
                   IF ADJP-POSTED
                           AND ADJP-POSTED-DATE(1:6) = REPORT-MONTH
                       PERFORM LIST-ONE-ADJUSTMENT
                   END-IF
           END-READ
           EXIT.

       LIST-ONE-ADJUSTMENT SECTION.
           MOVE ADJP-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING ADJP-POSTED-DATE DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               ADJP-REFERENCE DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               ADJP-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ADJP-OPERATION DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " REASON " DELIMITED BY SIZE
               ADJP-REASON DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               ADJP-REQUESTED-BY DELIMITED BY SIZE
               " APPROVED " DELIMITED BY SIZE
               ADJP-APPROVED-BY DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "    " DELIMITED BY SIZE
               ADJP-JUSTIFICATION DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.
