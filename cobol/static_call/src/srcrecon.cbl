       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCRECON.

      *****************************************************************
      *  SRCRECON is the post-run reconciliation by source system.
      *  Every program that builds a transaction stamps its own
      *  code on it (TRAN-SOURCE-SYSTEM, copy/srcsys.cpy; a feed
      *  FEEDCONV converted carries its FMTMAST format code), and
      *  CALCULATOR carries the code onto the journal line.  Once
      *  the sources are merged into one TRANFILE the run's totals
      *  cannot say whose records went where; this program squares
      *  each source on its own:
      *
      *    RECEIVED     records and amount on TRANFILE, plus the
      *                 branch files (TRANFIL2, TRANFIL3) when
      *                 mounted
      *    EDIT REJECTS records TRANEDIT kept off CLEANTRN --
      *                 TRANFILE less CLEANTRN; no CLEANTRN
      *                 mounted means the run posted unedited
      *    POSTED       journal lines OK, MANUAL REVIEW, or an
      *                 allocation or installment split
      *    REJECTED     every other journal outcome
      *    SUSPENDED    items on the run's suspense output on their
      *                 first attempt
      *    QUEUED       held for reversal approval or warehoused to
      *                 post on a future date
      *
      *  and prints what is left unaccounted for.  A transaction
      *  can journal more than one line -- an event line beside its
      *  posting, the two legs of a transfer -- so the lines of one
      *  reference are taken together: posted if any line posted,
      *  else queued if any line queued, else rejected.  Only the
      *  CALCULATOR run's own lines count (the header names the
      *  program), and a line CALCULATOR posted from an earlier
      *  day's suspense or warehouse (JRNL-CARRIED-IN) is shown
      *  beside the source's figures, not inside them -- it was
      *  received on the day it first came in.
      *
      *  The amount of a record is VALUE-2 on an account posting
      *  (the amount moving) and VALUE-1 on any other, on both
      *  sides.  CALC-RECON-DATE restricts the journal to one run
      *  date; unset takes the whole mounted generation.  A source
      *  with anything unaccounted for is flagged and the step
      *  ends RC 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               FILE STATUS IS TRAN-STATUS.
           SELECT CLEAN-FILE ASSIGN TO "CLEANTRN"
               FILE STATUS IS CLEAN-STATUS.
           SELECT BRANCH-FILE-2 ASSIGN TO "TRANFIL2"
               FILE STATUS IS BRANCH-2-STATUS.
           SELECT BRANCH-FILE-3 ASSIGN TO "TRANFIL3"
               FILE STATUS IS BRANCH-3-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT"
               FILE STATUS IS SUSPENSE-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SRCRPT".

       DATA DIVISION.
       FILE SECTION.
       FD TRAN-FILE.
       01 TRAN-FILE-RECORD PIC X(109).

       FD CLEAN-FILE.
       01 CLEAN-FILE-RECORD PIC X(109).

       FD BRANCH-FILE-2.
       01 BRANCH-2-RECORD PIC X(109).

       FD BRANCH-FILE-3.
       01 BRANCH-3-RECORD PIC X(109).

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD SUSPENSE-OUT-FILE.
       01 SUSPENSE-OUT-RECORD.
           05 SUSPO-REASON-CODE   PIC X(04).
           05 SUSPO-ATTEMPT-COUNT PIC 9(03).
           05 SUSPO-TRAN-IMAGE    PIC X(109).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 TRAN-STATUS         PIC X(02).
       01 CLEAN-STATUS        PIC X(02).
       01 BRANCH-2-STATUS     PIC X(02).
       01 BRANCH-3-STATUS     PIC X(02).
       01 JOURNAL-STATUS      PIC X(02).
       01 SUSPENSE-OUT-STATUS PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 CLEAN-MOUNTED-SWITCH PIC X(01) VALUE 'N'.
           88 CLEAN-MOUNTED VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RECON-DATE-ENV PIC X(08).
       01 RECON-DATE     PIC 9(08) VALUE 0.

      * Every transaction image, whichever file it came off, is
      * looked at through the live layout.
       COPY tranrec REPLACING LEADING ==TRAN== BY ==QTRN==.

      * Which figure a received record adds to.
       01 RECEIVED-KIND PIC X(01).
           88 RECEIVED-RAW    VALUE "R".
           88 RECEIVED-CLEAN  VALUE "C".
           88 RECEIVED-BRANCH VALUE "B".
       01 RECORD-AMOUNT PIC S9(9)V99.

      * One row per source, kept in code order as rows are added
      * so the report prints in code order without a sort step.
       01 SOURCE-TABLE.
           05 SRC-ENTRY OCCURS 100 TIMES.
               10 SRCT-CODE           PIC X(04).
               10 SRCT-RECEIVED-COUNT PIC 9(08) COMP.
               10 SRCT-RECEIVED-AMT   PIC S9(11)V99.
               10 SRCT-RAW-COUNT      PIC 9(08) COMP.
               10 SRCT-RAW-AMT        PIC S9(11)V99.
               10 SRCT-CLEAN-COUNT    PIC 9(08) COMP.
               10 SRCT-CLEAN-AMT      PIC S9(11)V99.
               10 SRCT-POSTED-COUNT   PIC 9(08) COMP.
               10 SRCT-POSTED-AMT     PIC S9(11)V99.
               10 SRCT-REJECTED-COUNT PIC 9(08) COMP.
               10 SRCT-REJECTED-AMT   PIC S9(11)V99.
               10 SRCT-SUSPENDED-COUNT PIC 9(08) COMP.
               10 SRCT-SUSPENDED-AMT  PIC S9(11)V99.
               10 SRCT-QUEUED-COUNT   PIC 9(08) COMP.
               10 SRCT-QUEUED-AMT     PIC S9(11)V99.
               10 SRCT-CARRIED-COUNT  PIC 9(08) COMP.
               10 SRCT-CARRIED-AMT    PIC S9(11)V99.
       01 SRC-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 SRC-SUB          PIC 9(03) COMP.
       01 SHIFT-SUB        PIC 9(03) COMP.
       01 SEARCH-SOURCE    PIC X(04).
       01 SOURCE-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
           88 SOURCE-TABLE-OVERFLOWED VALUE 'Y'.
       COPY srcsys.

      * The journal lines of the reference in hand, taken together.
      * GROUP-DISPOSITION: P posted, Q queued, R rejected, blank
      * while no line has been seen.
       01 JOURNAL-PROGRAM PIC X(08) VALUE SPACES.
       01 GROUP-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 GROUP-OPEN VALUE 'Y'.
       01 GROUP-REFERENCE   PIC X(10).
       01 GROUP-SOURCE      PIC X(04).
       01 GROUP-CARRIED-IN  PIC X(01).
       01 GROUP-DISPOSITION PIC X(01).
       01 GROUP-AMOUNT      PIC S9(9)V99.
       01 GROUP-AMOUNT-SWITCH PIC X(01).
           88 GROUP-AMOUNT-SET VALUE 'Y'.
       01 LINE-DISPOSITION  PIC X(01).

      * Report figures for one row: the source's, then the run's.
       01 ROW-FIGURES.
           05 ROW-RECEIVED-COUNT  PIC S9(08).
           05 ROW-RECEIVED-AMT    PIC S9(11)V99.
           05 ROW-EDIT-COUNT      PIC S9(08).
           05 ROW-EDIT-AMT        PIC S9(11)V99.
           05 ROW-POSTED-COUNT    PIC S9(08).
           05 ROW-POSTED-AMT      PIC S9(11)V99.
           05 ROW-REJECTED-COUNT  PIC S9(08).
           05 ROW-REJECTED-AMT    PIC S9(11)V99.
           05 ROW-SUSPENDED-COUNT PIC S9(08).
           05 ROW-SUSPENDED-AMT   PIC S9(11)V99.
           05 ROW-QUEUED-COUNT    PIC S9(08).
           05 ROW-QUEUED-AMT      PIC S9(11)V99.
           05 ROW-OPEN-COUNT      PIC S9(08).
           05 ROW-OPEN-AMT        PIC S9(11)V99.
           05 ROW-CARRIED-COUNT   PIC S9(08).
           05 ROW-CARRIED-AMT     PIC S9(11)V99.
       01 TOTAL-FIGURES.
           05 TOT-RECEIVED-COUNT  PIC S9(08) VALUE 0.
           05 TOT-RECEIVED-AMT    PIC S9(11)V99 VALUE 0.
           05 TOT-EDIT-COUNT      PIC S9(08) VALUE 0.
           05 TOT-EDIT-AMT        PIC S9(11)V99 VALUE 0.
           05 TOT-POSTED-COUNT    PIC S9(08) VALUE 0.
           05 TOT-POSTED-AMT      PIC S9(11)V99 VALUE 0.
           05 TOT-REJECTED-COUNT  PIC S9(08) VALUE 0.
           05 TOT-REJECTED-AMT    PIC S9(11)V99 VALUE 0.
           05 TOT-SUSPENDED-COUNT PIC S9(08) VALUE 0.
           05 TOT-SUSPENDED-AMT   PIC S9(11)V99 VALUE 0.
           05 TOT-QUEUED-COUNT    PIC S9(08) VALUE 0.
           05 TOT-QUEUED-AMT      PIC S9(11)V99 VALUE 0.
           05 TOT-OPEN-COUNT      PIC S9(08) VALUE 0.
           05 TOT-OPEN-AMT        PIC S9(11)V99 VALUE 0.
           05 TOT-CARRIED-COUNT   PIC S9(08) VALUE 0.
           05 TOT-CARRIED-AMT     PIC S9(11)V99 VALUE 0.
       01 ROW-CODE PIC X(04).
       01 ROW-NAME PIC X(20).
       01 SOURCES-OUT-OF-BALANCE PIC 9(03) COMP VALUE 0.

       01 COUNT-EDIT-1 PIC Z(13)9-.
       01 COUNT-EDIT-2 PIC Z(13)9-.
       01 COUNT-EDIT-3 PIC Z(13)9-.
       01 COUNT-EDIT-4 PIC Z(13)9-.
       01 COUNT-EDIT-5 PIC Z(13)9-.
       01 COUNT-EDIT-6 PIC Z(13)9-.
       01 COUNT-EDIT-7 PIC Z(13)9-.
       01 AMOUNT-EDIT-1 PIC Z(9)9.99-.
       01 AMOUNT-EDIT-2 PIC Z(9)9.99-.
       01 AMOUNT-EDIT-3 PIC Z(9)9.99-.
       01 AMOUNT-EDIT-4 PIC Z(9)9.99-.
       01 AMOUNT-EDIT-5 PIC Z(9)9.99-.
       01 AMOUNT-EDIT-6 PIC Z(9)9.99-.
       01 AMOUNT-EDIT-7 PIC Z(9)9.99-.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "SRCRECON" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE "CALC-RECON-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RECON-DATE-ENV
           IF RECON-DATE-ENV NOT = SPACES
               MOVE RECON-DATE-ENV TO RECON-DATE
           END-IF
           OPEN INPUT TRAN-FILE
           IF TRAN-STATUS NOT = "00"
               DISPLAY "unable to open transaction file, status "
                   TRAN-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
               CLOSE TRAN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SET RECEIVED-RAW TO TRUE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-TRAN-FILE UNTIL SOURCE-EOF
           CLOSE TRAN-FILE
           PERFORM READ-CLEAN-FILE-THROUGH
           PERFORM READ-BRANCH-FILES-THROUGH
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-JOURNAL-LINE UNTIL SOURCE-EOF
           IF GROUP-OPEN
               PERFORM CLOSE-JOURNAL-GROUP
           END-IF
           CLOSE JOURNAL-FILE
           PERFORM READ-SUSPENSE-THROUGH
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           MOVE 1 TO SRC-SUB
           PERFORM WRITE-ONE-SOURCE-ROW
               UNTIL SRC-SUB > SRC-ENTRIES-USED
           PERFORM WRITE-TOTAL-ROW
           IF SOURCE-TABLE-OVERFLOWED
               MOVE "*** SOURCE TABLE FULL -- RUN INCOMPLETE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           MOVE SRC-ENTRIES-USED TO COUNT-EDIT-1
           DISPLAY "source systems reconciled: " COUNT-EDIT-1
           MOVE SOURCES-OUT-OF-BALANCE TO COUNT-EDIT-1
           DISPLAY "source systems out of balance: " COUNT-EDIT-1
           IF SOURCES-OUT-OF-BALANCE > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      *  Received side.  Blank and comment lines and the "B", "E"
      *  and "C" control records carry no transaction.
      *****************************************************************
       READ-TRAN-FILE SECTION.
           READ TRAN-FILE INTO QTRN-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-RECEIVED-RECORD
           END-READ
           EXIT.

      * No CLEANTRN means the run was not edited: every record
      * received went forward, and no edit rejects are counted.
       READ-CLEAN-FILE-THROUGH SECTION.
           OPEN INPUT CLEAN-FILE
           IF CLEAN-STATUS = "00"
               SET CLEAN-MOUNTED TO TRUE
               SET RECEIVED-CLEAN TO TRUE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-CLEAN-FILE UNTIL SOURCE-EOF
               CLOSE CLEAN-FILE
           END-IF
           EXIT.

       READ-CLEAN-FILE SECTION.
           READ CLEAN-FILE INTO QTRN-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-RECEIVED-RECORD
           END-READ
           EXIT.

      * The branch files go straight to CALCULATOR, unedited.
       READ-BRANCH-FILES-THROUGH SECTION.
           SET RECEIVED-BRANCH TO TRUE
           OPEN INPUT BRANCH-FILE-2
           IF BRANCH-2-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-BRANCH-FILE-2 UNTIL SOURCE-EOF
               CLOSE BRANCH-FILE-2
           END-IF
           OPEN INPUT BRANCH-FILE-3
           IF BRANCH-3-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-BRANCH-FILE-3 UNTIL SOURCE-EOF
               CLOSE BRANCH-FILE-3
           END-IF
           EXIT.

       READ-BRANCH-FILE-2 SECTION.
           READ BRANCH-FILE-2 INTO QTRN-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-RECEIVED-RECORD
           END-READ
           EXIT.

       READ-BRANCH-FILE-3 SECTION.
           READ BRANCH-FILE-3 INTO QTRN-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   PERFORM COUNT-RECEIVED-RECORD
           END-READ
           EXIT.

       COUNT-RECEIVED-RECORD SECTION.
           IF QTRN-RECORD = SPACES
                   OR QTRN-RECORD(1:1) = "*"
                   OR QTRN-RECORD(1:1) = "B"
                   OR QTRN-RECORD(1:1) = "E"
                   OR QTRN-RECORD(1:1) = "C"
               CONTINUE
           ELSE
               PERFORM TAKE-RECORD-AMOUNT
               MOVE QTRN-SOURCE-SYSTEM TO SEARCH-SOURCE
               PERFORM FIND-SOURCE-ROW
               IF SRC-SUB <= SRC-ENTRIES-USED
                   EVALUATE TRUE
                       WHEN RECEIVED-RAW
                           ADD 1 TO SRCT-RAW-COUNT(SRC-SUB)
                           ADD RECORD-AMOUNT TO SRCT-RAW-AMT(SRC-SUB)
                           ADD 1 TO SRCT-RECEIVED-COUNT(SRC-SUB)
                           ADD RECORD-AMOUNT
                               TO SRCT-RECEIVED-AMT(SRC-SUB)
                       WHEN RECEIVED-CLEAN
                           ADD 1 TO SRCT-CLEAN-COUNT(SRC-SUB)
                           ADD RECORD-AMOUNT
                               TO SRCT-CLEAN-AMT(SRC-SUB)
                       WHEN OTHER
                           ADD 1 TO SRCT-RECEIVED-COUNT(SRC-SUB)
                           ADD RECORD-AMOUNT
                               TO SRCT-RECEIVED-AMT(SRC-SUB)
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

      * An amount the edit would bounce as not numeric counts as
      * zero, the same on the received side and the edit side.
       TAKE-RECORD-AMOUNT SECTION.
           MOVE 0 TO RECORD-AMOUNT
           IF QTRN-ACCOUNT-ID NOT = SPACES
               IF QTRN-VALUE-2 IS NUMERIC
                   MOVE QTRN-VALUE-2 TO RECORD-AMOUNT
               END-IF
           ELSE
               IF QTRN-VALUE-1 IS NUMERIC
                   MOVE QTRN-VALUE-1 TO RECORD-AMOUNT
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *  The source table: found by code, or a zeroed row inserted
      *  at its place in code order.  A blank code is a record
      *  nobody stamped and is kept under "----".  On return
      *  SRC-SUB is the row, or past the end if the table is full.
      *****************************************************************
       FIND-SOURCE-ROW SECTION.
           IF SEARCH-SOURCE = SPACES
               MOVE "----" TO SEARCH-SOURCE
           END-IF
           MOVE 1 TO SRC-SUB
           PERFORM SCAN-SOURCE-TABLE
               UNTIL SRC-SUB > SRC-ENTRIES-USED
                   OR SRCT-CODE(SRC-SUB) NOT < SEARCH-SOURCE
           IF SRC-SUB > SRC-ENTRIES-USED
                   OR SRCT-CODE(SRC-SUB) NOT = SEARCH-SOURCE
               IF SRC-ENTRIES-USED < 100
                   PERFORM INSERT-SOURCE-ROW
               ELSE
                   SET SOURCE-TABLE-OVERFLOWED TO TRUE
                   MOVE 101 TO SRC-SUB
               END-IF
           END-IF
           EXIT.

       SCAN-SOURCE-TABLE SECTION.
           ADD 1 TO SRC-SUB
           EXIT.

       INSERT-SOURCE-ROW SECTION.
           MOVE SRC-ENTRIES-USED TO SHIFT-SUB
           PERFORM SHIFT-SOURCE-ROW UNTIL SHIFT-SUB < SRC-SUB
           ADD 1 TO SRC-ENTRIES-USED
           INITIALIZE SRC-ENTRY(SRC-SUB)
           MOVE SEARCH-SOURCE TO SRCT-CODE(SRC-SUB)
           EXIT.

       SHIFT-SOURCE-ROW SECTION.
           MOVE SRC-ENTRY(SHIFT-SUB) TO SRC-ENTRY(SHIFT-SUB + 1)
           SUBTRACT 1 FROM SHIFT-SUB
           EXIT.

      *****************************************************************
      *  Journal side.  The header names the program that wrote
      *  the run; a line counts only under CALCULATOR's.  The lines
      *  of one reference run together, so a change of reference,
      *  source or carried-in mark closes the group in hand.
      *****************************************************************
       READ-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN JRNLH-RECORD-TYPE = "H"
                           MOVE JRNLH-PROGRAM-NAME TO JOURNAL-PROGRAM
                       WHEN JRNLH-RECORD-TYPE = "T"
                           CONTINUE
                       WHEN JOURNAL-PROGRAM = "CALCULAT"
                               AND JRNL-REFERENCE NOT = SPACES
                               AND (RECON-DATE = 0
                                   OR JRNL-RUN-DATE = RECON-DATE)
                           PERFORM TAKE-JOURNAL-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           EXIT.

       TAKE-JOURNAL-LINE SECTION.
           IF GROUP-OPEN
               IF JRNL-REFERENCE NOT = GROUP-REFERENCE
                       OR JRNL-SOURCE-SYSTEM NOT = GROUP-SOURCE
                       OR JRNL-CARRIED-IN NOT = GROUP-CARRIED-IN
                   PERFORM CLOSE-JOURNAL-GROUP
               END-IF
           END-IF
           IF NOT GROUP-OPEN
               SET GROUP-OPEN TO TRUE
               MOVE JRNL-REFERENCE     TO GROUP-REFERENCE
               MOVE JRNL-SOURCE-SYSTEM TO GROUP-SOURCE
               MOVE JRNL-CARRIED-IN    TO GROUP-CARRIED-IN
               MOVE SPACE TO GROUP-DISPOSITION
               MOVE 0 TO GROUP-AMOUNT
               MOVE 'N' TO GROUP-AMOUNT-SWITCH
           END-IF
           EVALUATE JRNL-OUTCOME
               WHEN "OK"
               WHEN "MANUAL REVIEW"
               WHEN "ALLOCATION"
               WHEN "INSTALLMENT"
                   MOVE "P" TO LINE-DISPOSITION
               WHEN "PENDING APPROVAL"
               WHEN "WAREHOUSED"
                   MOVE "Q" TO LINE-DISPOSITION
               WHEN OTHER
                   MOVE "R" TO LINE-DISPOSITION
           END-EVALUATE
      * The first posting line gives a posted group its amount,
      * the first queuing line a queued one; a rejected group
      * takes it from its first line that is not an event marker
      * ("?" balance stands, "#" debit count).
           EVALUATE TRUE
               WHEN LINE-DISPOSITION = "P"
                       AND GROUP-DISPOSITION NOT = "P"
                   MOVE "P" TO GROUP-DISPOSITION
                   PERFORM TAKE-LINE-AMOUNT
               WHEN LINE-DISPOSITION = "Q"
                       AND GROUP-DISPOSITION NOT = "P"
                       AND GROUP-DISPOSITION NOT = "Q"
                   MOVE "Q" TO GROUP-DISPOSITION
                   PERFORM TAKE-LINE-AMOUNT
               WHEN LINE-DISPOSITION = "R"
                       AND GROUP-DISPOSITION = SPACE
                   MOVE "R" TO GROUP-DISPOSITION
                   IF JRNL-OPERATION NOT = "?"
                           AND JRNL-OPERATION NOT = "#"
                       PERFORM TAKE-LINE-AMOUNT
                   END-IF
               WHEN LINE-DISPOSITION = "R"
                       AND GROUP-DISPOSITION = "R"
                       AND NOT GROUP-AMOUNT-SET
                   IF JRNL-OPERATION NOT = "?"
                           AND JRNL-OPERATION NOT = "#"
                       PERFORM TAKE-LINE-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       TAKE-LINE-AMOUNT SECTION.
           IF JRNL-ACCOUNT-ID NOT = SPACES
               MOVE JRNL-VALUE-2 TO GROUP-AMOUNT
           ELSE
               MOVE JRNL-VALUE-1 TO GROUP-AMOUNT
           END-IF
           SET GROUP-AMOUNT-SET TO TRUE
           EXIT.

       CLOSE-JOURNAL-GROUP SECTION.
           MOVE GROUP-SOURCE TO SEARCH-SOURCE
           PERFORM FIND-SOURCE-ROW
           IF SRC-SUB <= SRC-ENTRIES-USED
               IF GROUP-CARRIED-IN NOT = SPACE
                   IF GROUP-DISPOSITION = "P"
                       ADD 1 TO SRCT-CARRIED-COUNT(SRC-SUB)
                       ADD GROUP-AMOUNT TO SRCT-CARRIED-AMT(SRC-SUB)
                   END-IF
               ELSE
                   EVALUATE GROUP-DISPOSITION
                       WHEN "P"
                           ADD 1 TO SRCT-POSTED-COUNT(SRC-SUB)
                           ADD GROUP-AMOUNT
                               TO SRCT-POSTED-AMT(SRC-SUB)
                       WHEN "Q"
                           ADD 1 TO SRCT-QUEUED-COUNT(SRC-SUB)
                           ADD GROUP-AMOUNT
                               TO SRCT-QUEUED-AMT(SRC-SUB)
                       WHEN OTHER
                           ADD 1 TO SRCT-REJECTED-COUNT(SRC-SUB)
                           ADD GROUP-AMOUNT
                               TO SRCT-REJECTED-AMT(SRC-SUB)
                   END-EVALUATE
               END-IF
           END-IF
           MOVE 'N' TO GROUP-OPEN-SWITCH
           EXIT.

      *****************************************************************
      *  Suspense side.  A first attempt is a record this run
      *  received and could not post; a later attempt was received
      *  on an earlier day.  No SUSPOUT mounted means the run
      *  suspended nothing.
      *****************************************************************
       READ-SUSPENSE-THROUGH SECTION.
           OPEN INPUT SUSPENSE-OUT-FILE
           IF SUSPENSE-OUT-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-SUSPENSE-ITEM UNTIL SOURCE-EOF
               CLOSE SUSPENSE-OUT-FILE
           END-IF
           EXIT.

       READ-SUSPENSE-ITEM SECTION.
           READ SUSPENSE-OUT-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF SUSPO-ATTEMPT-COUNT = 1
                       PERFORM COUNT-SUSPENDED-ITEM
                   END-IF
           END-READ
           EXIT.

       COUNT-SUSPENDED-ITEM SECTION.
           MOVE SUSPO-TRAN-IMAGE TO QTRN-RECORD
           PERFORM TAKE-RECORD-AMOUNT
           MOVE QTRN-SOURCE-SYSTEM TO SEARCH-SOURCE
           PERFORM FIND-SOURCE-ROW
           IF SRC-SUB <= SRC-ENTRIES-USED
               ADD 1 TO SRCT-SUSPENDED-COUNT(SRC-SUB)
               ADD RECORD-AMOUNT TO SRCT-SUSPENDED-AMT(SRC-SUB)
           END-IF
           EXIT.

      *****************************************************************
      *  The report: a count line and an amount line per source,
      *  the run's totals at the foot.
      *****************************************************************
       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO REPORT-WORK
           IF RECON-DATE = 0
               STRING "TRANSACTION RECONCILIATION BY SOURCE SYSTEM"
                   DELIMITED BY SIZE
                   "  RUN " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "TRANSACTION RECONCILIATION BY SOURCE SYSTEM"
                   DELIMITED BY SIZE
                   "  FOR RUN DATE " DELIMITED BY SIZE
                   RECON-DATE DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT CLEAN-MOUNTED
               MOVE "NO CLEANTRN MOUNTED -- NO EDIT REJECTS COUNTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "SOURCE                     " DELIMITED BY SIZE
               "       RECEIVED" DELIMITED BY SIZE
               "   EDIT REJECTS" DELIMITED BY SIZE
               "         POSTED" DELIMITED BY SIZE
               "       REJECTED" DELIMITED BY SIZE
               "      SUSPENDED" DELIMITED BY SIZE
               "         QUEUED" DELIMITED BY SIZE
               "    UNACCOUNTED" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-ONE-SOURCE-ROW SECTION.
           MOVE SRCT-CODE(SRC-SUB) TO ROW-CODE
           SET SOURCE-SYSTEM-IDX TO 1
           SEARCH SOURCE-SYSTEM-ENTRY
               AT END
                   MOVE "upstream feed" TO ROW-NAME
               WHEN SOURCE-SYSTEM-CODE(SOURCE-SYSTEM-IDX) = ROW-CODE
                   MOVE SOURCE-SYSTEM-NAME(SOURCE-SYSTEM-IDX)
                       TO ROW-NAME
           END-SEARCH
           MOVE SRCT-RECEIVED-COUNT(SRC-SUB) TO ROW-RECEIVED-COUNT
           MOVE SRCT-RECEIVED-AMT(SRC-SUB)   TO ROW-RECEIVED-AMT
           IF CLEAN-MOUNTED
               COMPUTE ROW-EDIT-COUNT = SRCT-RAW-COUNT(SRC-SUB)
                   - SRCT-CLEAN-COUNT(SRC-SUB)
               COMPUTE ROW-EDIT-AMT = SRCT-RAW-AMT(SRC-SUB)
                   - SRCT-CLEAN-AMT(SRC-SUB)
           ELSE
               MOVE 0 TO ROW-EDIT-COUNT
               MOVE 0 TO ROW-EDIT-AMT
           END-IF
           MOVE SRCT-POSTED-COUNT(SRC-SUB)    TO ROW-POSTED-COUNT
           MOVE SRCT-POSTED-AMT(SRC-SUB)      TO ROW-POSTED-AMT
           MOVE SRCT-REJECTED-COUNT(SRC-SUB)  TO ROW-REJECTED-COUNT
           MOVE SRCT-REJECTED-AMT(SRC-SUB)    TO ROW-REJECTED-AMT
           MOVE SRCT-SUSPENDED-COUNT(SRC-SUB) TO ROW-SUSPENDED-COUNT
           MOVE SRCT-SUSPENDED-AMT(SRC-SUB)   TO ROW-SUSPENDED-AMT
           MOVE SRCT-QUEUED-COUNT(SRC-SUB)    TO ROW-QUEUED-COUNT
           MOVE SRCT-QUEUED-AMT(SRC-SUB)      TO ROW-QUEUED-AMT
           MOVE SRCT-CARRIED-COUNT(SRC-SUB)   TO ROW-CARRIED-COUNT
           MOVE SRCT-CARRIED-AMT(SRC-SUB)     TO ROW-CARRIED-AMT
           PERFORM WORK-OUT-UNACCOUNTED
           PERFORM WRITE-FIGURE-LINES
           IF ROW-OPEN-COUNT NOT = 0 OR ROW-OPEN-AMT NOT = 0
               MOVE "     *** SOURCE OUT OF BALANCE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO SOURCES-OUT-OF-BALANCE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD ROW-RECEIVED-COUNT  TO TOT-RECEIVED-COUNT
           ADD ROW-RECEIVED-AMT    TO TOT-RECEIVED-AMT
           ADD ROW-EDIT-COUNT      TO TOT-EDIT-COUNT
           ADD ROW-EDIT-AMT        TO TOT-EDIT-AMT
           ADD ROW-POSTED-COUNT    TO TOT-POSTED-COUNT
           ADD ROW-POSTED-AMT      TO TOT-POSTED-AMT
           ADD ROW-REJECTED-COUNT  TO TOT-REJECTED-COUNT
           ADD ROW-REJECTED-AMT    TO TOT-REJECTED-AMT
           ADD ROW-SUSPENDED-COUNT TO TOT-SUSPENDED-COUNT
           ADD ROW-SUSPENDED-AMT   TO TOT-SUSPENDED-AMT
           ADD ROW-QUEUED-COUNT    TO TOT-QUEUED-COUNT
           ADD ROW-QUEUED-AMT      TO TOT-QUEUED-AMT
           ADD ROW-CARRIED-COUNT   TO TOT-CARRIED-COUNT
           ADD ROW-CARRIED-AMT     TO TOT-CARRIED-AMT
           ADD 1 TO SRC-SUB
           EXIT.

       WRITE-TOTAL-ROW SECTION.
           MOVE "    " TO ROW-CODE
           MOVE "ALL SOURCES" TO ROW-NAME
           MOVE TOTAL-FIGURES TO ROW-FIGURES
           PERFORM WORK-OUT-UNACCOUNTED
           PERFORM WRITE-FIGURE-LINES
           EXIT.

       WORK-OUT-UNACCOUNTED SECTION.
           COMPUTE ROW-OPEN-COUNT = ROW-RECEIVED-COUNT
               - ROW-EDIT-COUNT - ROW-POSTED-COUNT
               - ROW-REJECTED-COUNT - ROW-SUSPENDED-COUNT
               - ROW-QUEUED-COUNT
           COMPUTE ROW-OPEN-AMT = ROW-RECEIVED-AMT
               - ROW-EDIT-AMT - ROW-POSTED-AMT
               - ROW-REJECTED-AMT - ROW-SUSPENDED-AMT
               - ROW-QUEUED-AMT
           EXIT.

       WRITE-FIGURE-LINES SECTION.
           MOVE ROW-RECEIVED-COUNT  TO COUNT-EDIT-1
           MOVE ROW-EDIT-COUNT      TO COUNT-EDIT-2
           MOVE ROW-POSTED-COUNT    TO COUNT-EDIT-3
           MOVE ROW-REJECTED-COUNT  TO COUNT-EDIT-4
           MOVE ROW-SUSPENDED-COUNT TO COUNT-EDIT-5
           MOVE ROW-QUEUED-COUNT    TO COUNT-EDIT-6
           MOVE ROW-OPEN-COUNT      TO COUNT-EDIT-7
           MOVE SPACES TO REPORT-WORK
           STRING ROW-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ROW-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               COUNT-EDIT-1 DELIMITED BY SIZE
               COUNT-EDIT-2 DELIMITED BY SIZE
               COUNT-EDIT-3 DELIMITED BY SIZE
               COUNT-EDIT-4 DELIMITED BY SIZE
               COUNT-EDIT-5 DELIMITED BY SIZE
               COUNT-EDIT-6 DELIMITED BY SIZE
               COUNT-EDIT-7 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ROW-RECEIVED-AMT  TO AMOUNT-EDIT-1
           MOVE ROW-EDIT-AMT      TO AMOUNT-EDIT-2
           MOVE ROW-POSTED-AMT    TO AMOUNT-EDIT-3
           MOVE ROW-REJECTED-AMT  TO AMOUNT-EDIT-4
           MOVE ROW-SUSPENDED-AMT TO AMOUNT-EDIT-5
           MOVE ROW-QUEUED-AMT    TO AMOUNT-EDIT-6
           MOVE ROW-OPEN-AMT      TO AMOUNT-EDIT-7
           MOVE SPACES TO REPORT-WORK
           STRING "                    AMOUNT " DELIMITED BY SIZE
               AMOUNT-EDIT-1 DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               AMOUNT-EDIT-3 DELIMITED BY SIZE
               AMOUNT-EDIT-4 DELIMITED BY SIZE
               AMOUNT-EDIT-5 DELIMITED BY SIZE
               AMOUNT-EDIT-6 DELIMITED BY SIZE
               AMOUNT-EDIT-7 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF ROW-CARRIED-COUNT > 0
               MOVE ROW-CARRIED-COUNT TO COUNT-EDIT-1
               MOVE ROW-CARRIED-AMT   TO AMOUNT-EDIT-1
               MOVE SPACES TO REPORT-WORK
               STRING "     ALSO POSTED FROM EARLIER DAYS' SUSPENSE "
                   DELIMITED BY SIZE
                   "AND WAREHOUSE:" DELIMITED BY SIZE
                   COUNT-EDIT-1 DELIMITED BY SIZE
                   AMOUNT-EDIT-1 DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.
