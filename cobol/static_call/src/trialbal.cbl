      *  or with history but a different closing amount, is reported
      *  OUT OF BALANCE.  If WRITE-BALANCE ever stores a wrong
      *  amount, this is the program that notices.
      *
      *  An account CONVLOAD took over from another system came
      *  onto the master with its opening balance and nothing
      *  journaled behind it.  Its one conversion line on the
      *  balance history (BALH-OPERATION "V") is read ahead of the
      *  journal and the replay starts from that balance rather
      *  than from zero.  No BALHIST dataset, no conversions seen.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRIALRPT".
           SELECT DAY-STATUS-FILE ASSIGN TO "DAYSTAT"
               FILE STATUS IS DAY-STATUS-STATUS.
       FD BALANCE-FILE.
       COPY balrec.

       FD BALANCE-HISTORY-FILE.
       COPY balhist.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS PIC X(02).
       01 BALANCE-STATUS PIC X(02).
       01 BALANCE-HISTORY-STATUS PIC X(02).
       01 DAY-STATUS-STATUS PIC X(02).
       01 DAYSTAT-AVAILABLE-SWITCH PIC X(01) VALUE 'N'.
           88 DAYSTAT-AVAILABLE VALUE 'Y'.
           88 JOURNAL-EOF VALUE 'Y'.
       01 BALANCE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 BALANCE-EOF VALUE 'Y'.
       01 HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-EOF VALUE 'Y'.

      *****************************************************************
      *  One entry per account seen on a posted balance-mode journal
                   88 ACCT-ON-MASTER VALUE 'Y'.
               10 ACCT-MASTER-AMOUNT    PIC S9(9)V99.
       01 ACCOUNT-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 ACCOUNT-WANTED PIC X(08).
       01 ACCOUNT-FOUND-SWITCH PIC X(01).
           88 ACCOUNT-FOUND VALUE 'Y'.
       01 ACCOUNT-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
       COPY optable.
       01 IO.
       COPY data.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "TRIALBAL" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO BUSINESS-DATE
           MOVE "CALC-BUSINESS-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUSINESS-DATE-ENV
           IF BUSINESS-DATE-ENV NOT = SPACES
               MOVE BUSINESS-DATE-ENV TO BUSINESS-DATE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "TRIAL BALANCE RECONCILIATION" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SEED-CONVERTED-ACCOUNTS
           PERFORM READ-AND-REPLAY-JOURNAL UNTIL JOURNAL-EOF
           CLOSE JOURNAL-FILE
           PERFORM SWEEP-BALANCE-MASTER
           END-IF
           EXIT.

      * Conversion lines only; every other history line is the
      * journal's own posting seen a second time.
       SEED-CONVERTED-ACCOUNTS SECTION.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS = "00"
               PERFORM READ-CONVERSION-LINE UNTIL HISTORY-EOF
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           EXIT.

       READ-CONVERSION-LINE SECTION.
           READ BALANCE-HISTORY-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   IF BALH-CONVERSION
                       MOVE BALH-ACCOUNT-ID TO ACCOUNT-WANTED
                       PERFORM FIND-OR-ADD-ACCOUNT
                       IF ACCOUNT-FOUND
                           MOVE BALH-NEW-BALANCE
                               TO ACCT-REPLAYED-BALANCE(ACCT-IDX)
                       END-IF
                   END-IF
           END-READ
           EXIT.

       READ-AND-REPLAY-JOURNAL SECTION.
           READ JOURNAL-FILE
               AT END
           EXIT.

       REPLAY-BALANCE-LINE SECTION.
           MOVE JRNL-ACCOUNT-ID TO ACCOUNT-WANTED
           PERFORM FIND-OR-ADD-ACCOUNT
           IF ACCOUNT-FOUND
               ADD 1 TO ACCT-LINE-COUNT(ACCT-IDX)
           EXIT.

       RESYNC-BALANCE-LINE SECTION.
           MOVE JRNL-ACCOUNT-ID TO ACCOUNT-WANTED
           PERFORM FIND-OR-ADD-ACCOUNT
           IF ACCOUNT-FOUND
               MOVE JRNL-RESULT TO ACCT-REPLAYED-BALANCE(ACCT-IDX)
                   ADD 1 TO ACCOUNT-ENTRIES-USED
                   SET ACCT-IDX TO ACCOUNT-ENTRIES-USED
                   INITIALIZE ACCT-ENTRY(ACCT-IDX)
                   MOVE ACCOUNT-WANTED TO ACCT-ID(ACCT-IDX)
                   SET ACCOUNT-FOUND TO TRUE
               ELSE
                   SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
           EXIT.

       SEARCH-ACCOUNT-TABLE SECTION.
           IF ACCT-ID(ACCT-IDX) = ACCOUNT-WANTED
               SET ACCOUNT-FOUND TO TRUE
           ELSE
               SET ACCT-IDX UP BY 1
