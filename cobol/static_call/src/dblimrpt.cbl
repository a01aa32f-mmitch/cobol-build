       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBLIMRPT.

      *****************************************************************
      *  DBLIMRPT is the monthly debit-limit report: every account
      *  that used up its class's permitted debits in a statement
      *  cycle, read off the debit-count event lines CALCULATOR
      *  journals (see its JUDGE-DEBIT-COUNT):
      *
      *    DEBIT LIMIT REACHED  the debit that used the last of the
      *                         permitted count
      *    EXCESS DEBIT         a debit past it, posted with a
      *                         warning
      *    EXCESS DEBIT FEE     a debit past it, posted and charged
      *                         the class's excess-debit fee
      *    EXCESS DEBIT REJECT  a debit past it, refused
      *
      *  Each event line carries the debit's number in the cycle
      *  in JRNL-VALUE-2.  One report line per account: the
      *  business date it reached its limit, the highest debit
      *  number seen, and how many excess debits were warned,
      *  charged and refused.
      *
      *  The cycle is a calendar month of business dates; it
      *  defaults to the current month and is normally supplied as
      *  CALC-CYCLE-MONTH (YYYYMM) in the first days of the month
      *  after.  RC 12 when the journal will not open or the
      *  account table fills (the month is then incomplete).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DBLIMRPT".

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS PIC X(02).
       01 JOURNAL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-EOF VALUE 'Y'.

       01 TODAYS-DATE PIC 9(08).
       01 CYCLE-MONTH-ENV PIC X(06).
       01 CYCLE-MONTH PIC 9(06).

      *****************************************************************
      *  One entry per account with an event in the cycle, in the
      *  order the journal first names them.
      *****************************************************************
       01 LIMIT-TABLE.
           05 LIM-ENTRY OCCURS 500 TIMES INDEXED BY LIM-IDX.
               10 LIM-ACCOUNT-ID    PIC X(08).
               10 LIM-REACHED-DATE  PIC 9(08).
               10 LIM-HIGHEST-DEBIT PIC 9(05).
               10 LIM-WARNED-COUNT  PIC 9(05) COMP.
               10 LIM-CHARGED-COUNT PIC 9(05) COMP.
               10 LIM-REFUSED-COUNT PIC 9(05) COMP.
       01 LIM-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 LIM-FOUND-SWITCH PIC X(01).
           88 LIM-FOUND VALUE 'Y'.
       01 LIM-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
           88 LIM-TABLE-OVERFLOWED VALUE 'Y'.

       01 EVENT-DEBIT-NUMBER PIC 9(05).
       01 EVENT-LINES-COUNT  PIC 9(08) COMP VALUE 0.
       01 TOTAL-WARNED       PIC 9(07) COMP VALUE 0.
       01 TOTAL-CHARGED      PIC 9(07) COMP VALUE 0.
       01 TOTAL-REFUSED      PIC 9(07) COMP VALUE 0.
       01 REACHED-DATE-EDIT  PIC X(08).
       01 DEBIT-EDIT   PIC ZZZZ9.
       01 WARNED-EDIT  PIC ZZZZ9.
       01 CHARGED-EDIT PIC ZZZZ9.
       01 REFUSED-EDIT PIC ZZZZ9.
       01 COUNT-EDIT   PIC ZZZZZZZ9.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "DBLIMRPT" TO PRMG-PROGRAM
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TODAYS-DATE(1:6) TO CYCLE-MONTH
           MOVE "CALC-CYCLE-MONTH" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CYCLE-MONTH-ENV
           IF CYCLE-MONTH-ENV NOT = SPACES
               IF CYCLE-MONTH-ENV IS NUMERIC
                   MOVE CYCLE-MONTH-ENV TO CYCLE-MONTH
               ELSE
                   DISPLAY "CALC-CYCLE-MONTH '" CYCLE-MONTH-ENV
                       "' is not YYYYMM -- current month used"
               END-IF
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-AND-COLLECT UNTIL JOURNAL-EOF
           CLOSE JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS AT THEIR DEBIT LIMIT -- CYCLE "
               DELIMITED BY SIZE
               CYCLE-MONTH DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNT   REACHED   DEBITS  WARNED CHARGED REFUSED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           SET LIM-IDX TO 1
           PERFORM REPORT-ONE-ACCOUNT
               UNTIL LIM-IDX > LIM-ENTRIES-USED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LIM-ENTRIES-USED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS LISTED " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-WARNED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "EXCESS DEBITS WARNED " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-CHARGED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "EXCESS DEBITS CHARGED " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-REFUSED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "EXCESS DEBITS REFUSED " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF LIM-TABLE-OVERFLOWED
               MOVE "*** ACCOUNT TABLE FULL -- CYCLE INCOMPLETE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           MOVE EVENT-LINES-COUNT TO COUNT-EDIT
           DISPLAY "debit-count event lines read: " COUNT-EDIT
           MOVE LIM-ENTRIES-USED TO COUNT-EDIT
           DISPLAY "accounts listed: " COUNT-EDIT
           GOBACK
           .

       READ-AND-COLLECT SECTION.
           READ JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                           AND JRNL-RUN-DATE(1:6) = CYCLE-MONTH
                           AND (JRNL-OUTCOME = "DEBIT LIMIT REACHED"
                               OR JRNL-OUTCOME = "EXCESS DEBIT"
                               OR JRNL-OUTCOME = "EXCESS DEBIT FEE"
                               OR JRNL-OUTCOME = "EXCESS DEBIT REJECT")
                       PERFORM COLLECT-EVENT-LINE
                   END-IF
           END-READ
           EXIT.

       COLLECT-EVENT-LINE SECTION.
           ADD 1 TO EVENT-LINES-COUNT
           MOVE 'N' TO LIM-FOUND-SWITCH
           SET LIM-IDX TO 1
           PERFORM SEARCH-LIMIT-TABLE
               UNTIL LIM-IDX > LIM-ENTRIES-USED OR LIM-FOUND
           IF NOT LIM-FOUND
               IF LIM-ENTRIES-USED < 500
                   ADD 1 TO LIM-ENTRIES-USED
                   SET LIM-IDX TO LIM-ENTRIES-USED
                   INITIALIZE LIM-ENTRY(LIM-IDX)
                   MOVE JRNL-ACCOUNT-ID TO LIM-ACCOUNT-ID(LIM-IDX)
                   SET LIM-FOUND TO TRUE
               ELSE
                   SET LIM-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           IF LIM-FOUND
               MOVE JRNL-VALUE-2 TO EVENT-DEBIT-NUMBER
               IF EVENT-DEBIT-NUMBER > LIM-HIGHEST-DEBIT(LIM-IDX)
                   MOVE EVENT-DEBIT-NUMBER
                       TO LIM-HIGHEST-DEBIT(LIM-IDX)
               END-IF
               EVALUATE JRNL-OUTCOME
                   WHEN "DEBIT LIMIT REACHED"
                       IF LIM-REACHED-DATE(LIM-IDX) = 0
                           MOVE JRNL-RUN-DATE
                               TO LIM-REACHED-DATE(LIM-IDX)
                       END-IF
                   WHEN "EXCESS DEBIT"
                       ADD 1 TO LIM-WARNED-COUNT(LIM-IDX)
                       ADD 1 TO TOTAL-WARNED
                   WHEN "EXCESS DEBIT FEE"
                       ADD 1 TO LIM-CHARGED-COUNT(LIM-IDX)
                       ADD 1 TO TOTAL-CHARGED
                   WHEN OTHER
                       ADD 1 TO LIM-REFUSED-COUNT(LIM-IDX)
                       ADD 1 TO TOTAL-REFUSED
               END-EVALUATE
           END-IF
           EXIT.

       SEARCH-LIMIT-TABLE SECTION.
           IF LIM-ACCOUNT-ID(LIM-IDX) = JRNL-ACCOUNT-ID
               SET LIM-FOUND TO TRUE
           ELSE
               SET LIM-IDX UP BY 1
           END-IF
           EXIT.

      * An account whose limit was reached in an earlier cycle --
      * or before this journal concatenation starts -- shows its
      * excess with no reached date.
       REPORT-ONE-ACCOUNT SECTION.
           IF LIM-REACHED-DATE(LIM-IDX) = 0
               MOVE "--------" TO REACHED-DATE-EDIT
           ELSE
               MOVE LIM-REACHED-DATE(LIM-IDX) TO REACHED-DATE-EDIT
           END-IF
           MOVE LIM-HIGHEST-DEBIT(LIM-IDX) TO DEBIT-EDIT
           MOVE LIM-WARNED-COUNT(LIM-IDX)  TO WARNED-EDIT
           MOVE LIM-CHARGED-COUNT(LIM-IDX) TO CHARGED-EDIT
           MOVE LIM-REFUSED-COUNT(LIM-IDX) TO REFUSED-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING LIM-ACCOUNT-ID(LIM-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REACHED-DATE-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               DEBIT-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WARNED-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CHARGED-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               REFUSED-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           SET LIM-IDX UP BY 1
           EXIT.
