       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHRGOFF.

      *****************************************************************
      *  CHRGOFF is the charge-off and recovery run.  An account
      *  that has sat overdrawn for months used to stay on the
      *  balance master forever -- carried by TRIALBAL and EXPOSURE
      *  as if it would be paid, and written off in the GL by hand
      *  with the books never following.  Each run makes one pass
      *  over the balance master:
      *
      *    1. an open account (or one flagged for close-out)
      *       overdrawn for CALC-CHARGEOFF-DAYS days or more
      *       (default 180) is charged off: the negative balance is
      *       credited back to zero and the same amount debited to
      *       the charge-off control account named by
      *       CALC-CHARGEOFF-ACCOUNT, both through balpost, and the
      *       account is marked charged off ("W") on the account
      *       master, with the before/after image on MNTAUDIT under
      *       CALC-MAINT-OPERATOR.  CALCULATOR refuses every debit
      *       to a charged-off account from then on; credits still
      *       post,
      *    2. a charged-off account that has since come back into
      *       credit -- a payment the customer made, a receipt --
      *       has that credit taken as a recovery against the amount
      *       still charged off: debited from the account and
      *       credited back to the control account.  Anything the
      *       customer paid beyond what is owed stays on the
      *       account.
      *
      *  How long an account has been overdrawn is read from the
      *  balance history under the MOVEHIST DD (BALHIST belongs to
      *  balpost, which appends this run's own movements): the
      *  last movement that took the balance from zero or better
      *  to below zero is the day it went overdrawn.  When that
      *  crossing is older than the history on hand, the account's
      *  earliest movement on hand stands in for it -- it has been
      *  overdrawn at least that long.  An overdrawn account with
      *  no history at all is reported and left alone.  The
      *  movements are gathered by account on the CHGWORK keyed
      *  work file, as DORMANT gathers them, so the history need
      *  not be in any order.
      *
      *  An account under an active full hold on HOLDMAST is not
      *  charged off, and one under any active hold gives up no
      *  recovery -- legal's order stands over ours; HOLDMAST is
      *  optional equipment, as everywhere.  The control account
      *  itself is never judged.
      *
      *  Every movement journals as an OK addition or subtraction
      *  inside this program's header/trailer pair (references
      *  from the shared REFSEQ sequence); the control account's
      *  leg carries the account leg's reference in
      *  JRNL-ORIG-REFERENCE so the two read together.  The account
      *  leg is journaled a second time under its own outcome --
      *  CHARGED OFF or RECOVERY -- so the run's write-offs can be
      *  picked out of the OK traffic, the device DEBITINT uses.
      *
      *  Each charge-off and recovery is appended to the CHGOREG
      *  register (copy/chgoreg.cpy) with what remains charged off
      *  on the account after it; the register is read back at the
      *  start of every run to know what each account still owes,
      *  and GLEXTR sends it to the general ledger.
      *
      *  The run is as of today unless CALC-BUSINESS-DATE names the
      *  day being run.  CHGORPT lists every account charged off,
      *  recovered from or refused, and the run totals.
      *
      *  RETURN-CODE 4 means an overdrawn account could not be
      *  judged or was held and waits on a later run; 8 means a
      *  posting failed part-way and the report says which
      *  account; 12 means the control account was not named or
      *  not available, or a file would not open, and nothing
      *  moved.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "MOVEHIST"
               FILE STATUS IS MOVEMENT-HISTORY-STATUS.
           SELECT CHARGE-WORK-FILE ASSIGN TO "CHGWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHW-ACCOUNT-ID
               FILE STATUS IS CHARGE-WORK-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCOUNT-ID
               FILE STATUS IS HOLD-MASTER-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CHGOREG"
               FILE STATUS IS REGISTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CHGORPT".

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY balrec.

       FD MOVEMENT-HISTORY-FILE.
       COPY balhist.

      * One row per account seen in the history: the day it last
      * went overdrawn, and its earliest movement on hand.
       FD CHARGE-WORK-FILE.
       01 CHARGE-WORK-RECORD.
           05 CHW-ACCOUNT-ID      PIC X(08).
           05 CHW-OVERDRAWN-SINCE PIC 9(08).
           05 CHW-FIRST-MOVEMENT  PIC 9(08).

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD HOLD-MASTER-FILE.
       COPY holdrec.

       FD REGISTER-FILE.
       COPY chgoreg.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD REFERENCE-SEQ-FILE.
       01 REFSEQ-RECORD.
           05 REFS-LAST-DATE   PIC 9(08).
           05 REFS-LAST-NUMBER PIC 9(04).

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 BALANCE-STATUS          PIC X(02).
       01 MOVEMENT-HISTORY-STATUS PIC X(02).
       01 CHARGE-WORK-STATUS      PIC X(02).
       01 ACCOUNT-MASTER-STATUS   PIC X(02).
       01 HOLD-MASTER-STATUS      PIC X(02).
       01 REGISTER-STATUS         PIC X(02).
       01 JOURNAL-STATUS          PIC X(02).
       01 REFERENCE-SEQ-STATUS    PIC X(02).
       01 MAINT-AUDIT-STATUS      PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 HOLD-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 HOLD-MASTER-AVAILABLE VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 BUSINESS-DATE-ENV PIC X(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 CONTROL-ACCOUNT PIC X(08) VALUE SPACES.
       01 CHARGEOFF-DAYS-ENV PIC X(04).
       01 CHARGEOFF-DAYS PIC 9(04) VALUE 180.
       01 REF-LAST-DATE   PIC 9(08) VALUE 0.
       01 REF-LAST-NUMBER PIC 9(04) VALUE 0.
      * Check-digit reference assignment, matching CALCULATOR's
      * CALC-REF-CHECKDIGIT mode so every assigner hands out the
      * same YYMMDDnnnC shape once the shop flips it on.
       01 REF-CHECKDIGIT-ENV PIC X(03).
       01 REF-CHECKDIGIT-SWITCH PIC X(01) VALUE 'N'.
           88 REF-CHECKDIGIT-MODE VALUE 'Y'.
       01 REF-SHORT-NUMBER PIC 9(03).
       01 REFERENCE-CHECK-AREA.
           05 RFC-FUNCTION   PIC X(01).
           05 RFC-REFERENCE  PIC X(10).
           05 RFC-VALID-FLAG PIC X(01).
               88 RFC-VALID VALUE "Y".

      * What each charged-off account still owes, as the register's
      * latest entry for it says.  A register too large for the
      * table stops the run before anything moves.
       01 REGISTER-TABLE.
           05 REGT-ENTRY OCCURS 5000 TIMES INDEXED BY REGT-IDX.
               10 REGT-ACCOUNT-ID  PIC X(08).
               10 REGT-OUTSTANDING PIC 9(9)V99.
       01 REGISTER-ENTRIES-USED PIC 9(04) COMP VALUE 0.
       01 REGISTER-FOUND-SWITCH PIC X(01).
           88 REGISTER-FOUND VALUE 'Y'.
       01 REGISTER-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 REGISTER-FULL VALUE 'Y'.
       01 REGISTER-ACCOUNT-WANTED PIC X(08).

       01 WORK-NEW-SWITCH PIC X(01).
           88 WORK-RECORD-NEW VALUE 'Y'.
       01 HOLD-FOUND-SWITCH PIC X(01).
           88 HOLD-FOUND-ACTIVE VALUE 'Y'.
       01 HOLD-FOUND-TYPE PIC X(01).
           88 HOLD-FOUND-FULL VALUE "F".

      * Day-serial arithmetic, in the shop's usual form.
       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS       PIC 9(08) COMP.
       01 SERIAL-YEAR       PIC 9(04) COMP.
       01 SERIAL-MONTH      PIC 9(02) COMP.
       01 SERIAL-WORK       PIC 9(08) COMP.
       01 SERIAL-DAY        PIC 9(02) COMP.
       01 RUN-DATE-SERIAL   PIC 9(08) COMP.
       01 OVERDRAWN-SINCE   PIC 9(08).
       01 OVERDRAWN-DAYS    PIC S9(08) COMP.

      * Each movement goes through the shared balpost subprogram
      * (see copy/balpostl.cpy); this program's own BALANCE open
      * is read-only, for the sweep.
       COPY balpostl.
       01 MOVE-AMOUNT       PIC 9(9)V99.
       01 OUTSTANDING-AMOUNT PIC 9(9)V99.
       01 PRIOR-BALANCE     PIC S9(9)V99.
       01 POSTING-ACCOUNT   PIC X(08).
       01 POSTING-OPERATION PIC X(01).
       01 POSTING-AMOUNT    PIC S9(9)V99.
       01 POSTING-ORIG-REFERENCE PIC X(10).
       01 ACCOUNT-REFERENCE PIC X(10).
       01 CONTROL-REFERENCE PIC X(10).
       01 EVENT-OUTCOME     PIC X(20).
       01 POSTING-FAILED-SWITCH PIC X(01).
           88 POSTING-FAILED VALUE 'Y'.
       01 BEFORE-IMAGE PIC X(80).

       01 ACCOUNTS-READ        PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-OVERDRAWN   PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-NOT-YET-DUE PIC 9(08) COMP VALUE 0.
       01 CHARGE-OFFS-POSTED   PIC 9(08) COMP VALUE 0.
       01 RECOVERIES-POSTED    PIC 9(08) COMP VALUE 0.
       01 ACCOUNTS-REFUSED     PIC 9(08) COMP VALUE 0.
       01 POSTINGS-FAILED      PIC 9(08) COMP VALUE 0.
       01 TOTAL-CHARGED-OFF    PIC S9(11)V99 VALUE 0.
       01 TOTAL-RECOVERED      PIC S9(11)V99 VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(08) COMP VALUE 0.
      * Sum of the JRNL-RESULT amounts journaled as OK lines --
      * the figure the run trailer must claim for JRNLRPT's
      * reconciliation of this run to foot.
       01 JOURNALED-RESULT-TOTAL PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 DAYS-EDIT   PIC ZZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 OWED-EDIT   PIC ZZZZZZZZZZZ9.99-.
       01 RETURN-CODE-EDIT PIC ZZZ9.
       01 REPORT-WORK PIC X(120).
       01 IO.
       COPY data.

      * Tamper-evidence chain state (see copy/jrnlhshl.cpy).
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "CHRGOFF" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-BUSINESS-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUSINESS-DATE-ENV
           IF BUSINESS-DATE-ENV IS NUMERIC
               MOVE BUSINESS-DATE-ENV TO RUN-DATE
           END-IF
           MOVE "CALC-REF-CHECKDIGIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REF-CHECKDIGIT-ENV
           IF REF-CHECKDIGIT-ENV = "YES"
               SET REF-CHECKDIGIT-MODE TO TRUE
           END-IF
           MOVE "CALC-CHARGEOFF-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CHARGEOFF-DAYS-ENV
           IF CHARGEOFF-DAYS-ENV NOT = SPACES
               MOVE CHARGEOFF-DAYS-ENV TO CHARGEOFF-DAYS
           END-IF
           MOVE "CALC-CHARGEOFF-ACCOUNT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CONTROL-ACCOUNT
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           IF MAINT-OPERATOR-ID = SPACES
               MOVE "CHRGOFF" TO MAINT-OPERATOR-ID
           END-IF
           IF CONTROL-ACCOUNT = SPACES
               DISPLAY "charge-off run needs the charge-off control "
                   "account -- nothing done"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RUN-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO RUN-DATE-SERIAL
           PERFORM LOAD-REGISTER
           IF REGISTER-FULL
               DISPLAY "charge-off register holds more accounts "
                   "than the run can carry -- nothing done"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM BUILD-OVERDRAWN-DATES
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open account master, status "
                   ACCOUNT-MASTER-STATUS
               CLOSE CHARGE-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE CHARGE-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * No HOLDMAST dataset, no hold check -- the same absent-file
      * convention CALCULATOR follows.
           OPEN INPUT HOLD-MASTER-FILE
           IF HOLD-MASTER-STATUS = "00"
               SET HOLD-MASTER-AVAILABLE TO TRUE
           END-IF
           PERFORM CHECK-CONTROL-ACCOUNT
           OPEN EXTEND REGISTER-FILE
           IF REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           MOVE CHARGEOFF-DAYS TO DAYS-EDIT
           STRING "CHARGE-OFF AND RECOVERY RUN " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  OVERDRAWN " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " DAYS  CONTROL ACCOUNT " DELIMITED BY SIZE
               CONTROL-ACCOUNT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LOAD-REFERENCE-SEQUENCE
           PERFORM WRITE-RUN-HEADER
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM JUDGE-ONE-ACCOUNT UNTIL SOURCE-EOF
           PERFORM WRITE-RUN-TRAILER
           PERFORM WRITE-SUMMARY
           PERFORM SAVE-REFERENCE-SEQUENCE
           MOVE "CLOSE   " TO BPST-FUNCTION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           CLOSE BALANCE-FILE
           CLOSE CHARGE-WORK-FILE
           CLOSE ACCOUNT-MASTER-FILE
           IF HOLD-MASTER-AVAILABLE
               CLOSE HOLD-MASTER-FILE
           END-IF
           CLOSE REGISTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE REPORT-FILE
           MOVE CHARGE-OFFS-POSTED TO COUNT-EDIT
           DISPLAY "accounts charged off: " COUNT-EDIT
           MOVE RECOVERIES-POSTED TO COUNT-EDIT
           DISPLAY "recoveries posted: " COUNT-EDIT
           IF POSTINGS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ACCOUNTS-REFUSED > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK
           .

      *****************************************************************
      *  The register's latest entry per account is what it still
      *  owes; it is appended in run order, so a later entry simply
      *  replaces an earlier one in the table.  No register yet is
      *  an empty one.
      *****************************************************************
       LOAD-REGISTER SECTION.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-REGISTER-ENTRY UNTIL SOURCE-EOF
               CLOSE REGISTER-FILE
           END-IF
           EXIT.

       READ-REGISTER-ENTRY SECTION.
           READ REGISTER-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE CHGR-ACCOUNT-ID TO REGISTER-ACCOUNT-WANTED
                   PERFORM FIND-REGISTER-ENTRY
                   IF NOT REGISTER-FOUND
                       PERFORM ADD-REGISTER-ENTRY
                   END-IF
                   IF REGISTER-FOUND
                       MOVE CHGR-OUTSTANDING
                           TO REGT-OUTSTANDING(REGT-IDX)
                   END-IF
           END-READ
           EXIT.

       FIND-REGISTER-ENTRY SECTION.
           MOVE 'N' TO REGISTER-FOUND-SWITCH
           SET REGT-IDX TO 1
           PERFORM SEARCH-REGISTER-TABLE
               UNTIL REGT-IDX > REGISTER-ENTRIES-USED
                   OR REGISTER-FOUND
           EXIT.

       SEARCH-REGISTER-TABLE SECTION.
           IF REGT-ACCOUNT-ID(REGT-IDX) = REGISTER-ACCOUNT-WANTED
               SET REGISTER-FOUND TO TRUE
           ELSE
               SET REGT-IDX UP BY 1
           END-IF
           EXIT.

       ADD-REGISTER-ENTRY SECTION.
           IF REGISTER-ENTRIES-USED < 5000
               ADD 1 TO REGISTER-ENTRIES-USED
               SET REGT-IDX TO REGISTER-ENTRIES-USED
               MOVE REGISTER-ACCOUNT-WANTED
                   TO REGT-ACCOUNT-ID(REGT-IDX)
               MOVE 0 TO REGT-OUTSTANDING(REGT-IDX)
               SET REGISTER-FOUND TO TRUE
           ELSE
               SET REGISTER-FULL TO TRUE
           END-IF
           EXIT.

      *****************************************************************
      *  Each account's last slide into overdraft and its earliest
      *  movement on hand, kept on the work file DORMANT's way.
      *****************************************************************
       BUILD-OVERDRAWN-DATES SECTION.
           OPEN OUTPUT CHARGE-WORK-FILE
           IF CHARGE-WORK-STATUS = "00"
               CLOSE CHARGE-WORK-FILE
               OPEN I-O CHARGE-WORK-FILE
           END-IF
           IF CHARGE-WORK-STATUS NOT = "00"
               DISPLAY "unable to open charge-off work file, status "
                   CHARGE-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MOVEMENT-HISTORY-FILE
           IF MOVEMENT-HISTORY-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM NOTE-ONE-MOVEMENT UNTIL SOURCE-EOF
               CLOSE MOVEMENT-HISTORY-FILE
           END-IF
           EXIT.

       NOTE-ONE-MOVEMENT SECTION.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO WORK-NEW-SWITCH
                   MOVE BALH-ACCOUNT-ID TO CHW-ACCOUNT-ID
                   READ CHARGE-WORK-FILE
                       INVALID KEY
                           SET WORK-RECORD-NEW TO TRUE
                           MOVE BALH-ACCOUNT-ID TO CHW-ACCOUNT-ID
                           MOVE 0 TO CHW-OVERDRAWN-SINCE
                           MOVE BALH-RUN-DATE TO CHW-FIRST-MOVEMENT
                   END-READ
                   IF BALH-RUN-DATE < CHW-FIRST-MOVEMENT
                       MOVE BALH-RUN-DATE TO CHW-FIRST-MOVEMENT
                   END-IF
                   IF BALH-PRIOR-BALANCE NOT < 0
                           AND BALH-NEW-BALANCE < 0
                           AND BALH-RUN-DATE > CHW-OVERDRAWN-SINCE
                       MOVE BALH-RUN-DATE TO CHW-OVERDRAWN-SINCE
                   END-IF
                   IF WORK-RECORD-NEW
                       WRITE CHARGE-WORK-RECORD
                   ELSE
                       REWRITE CHARGE-WORK-RECORD
                   END-IF
           END-READ
           EXIT.

      *****************************************************************
      *  The control account takes every charge-off and recovery;
      *  it must be on the balance master before anything moves.
      *  The inquiry takes balpost's lock for the run.
      *****************************************************************
       CHECK-CONTROL-ACCOUNT SECTION.
           MOVE "INQUIRE "      TO BPST-FUNCTION
           MOVE CONTROL-ACCOUNT TO BPST-ACCOUNT-ID
           MOVE RUN-DATE        TO BPST-RUN-DATE
           MOVE RUN-TIME        TO BPST-RUN-TIME
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE = 16
               DISPLAY "balance lock held by another job -- "
                   "charge-off run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               DISPLAY "charge-off control account "
                   CONTROL-ACCOUNT " not available, return code "
                   BPST-RETURN-CODE " -- nothing done"
               MOVE "CLOSE   " TO BPST-FUNCTION
               CALL 'balpost' USING BALANCE-POSTING-AREA
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

       WRITE-RUN-HEADER SECTION.
           MOVE "H"        TO JRNLH-RECORD-TYPE
           MOVE RUN-DATE   TO JRNLH-RUN-DATE
           MOVE RUN-TIME   TO JRNLH-RUN-TIME
           MOVE "CHRGOFF"  TO JRNLH-PROGRAM-NAME
           MOVE 0          TO JRNLH-RECORD-COUNT
           PERFORM CHAIN-JOURNAL-HEADER
           WRITE JOURNAL-RECORD FROM JOURNAL-HEADER
           EXIT.

       WRITE-RUN-TRAILER SECTION.
           MOVE "T"                TO JRNLT-RECORD-TYPE
           MOVE JOURNAL-LINE-COUNT TO JRNLT-RECORD-COUNT
           MOVE JOURNALED-RESULT-TOTAL TO JRNLT-GRAND-TOTAL
           PERFORM CHAIN-JOURNAL-TRAILER
           WRITE JOURNAL-RECORD FROM JOURNAL-TRAILER
           EXIT.

      *****************************************************************
      *  One balance record.  Only accounts on the account master
      *  are judged: an overdrawn open (or closing) account for
      *  charge-off, a charged-off account in credit for recovery.
      *****************************************************************
       JUDGE-ONE-ACCOUNT SECTION.
           READ BALANCE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ACCOUNTS-READ
                   IF BAL-ACCOUNT-ID NOT = CONTROL-ACCOUNT
                       MOVE BAL-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                       READ ACCOUNT-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM JUDGE-MASTER-ACCOUNT
                       END-READ
                   END-IF
           END-READ
           EXIT.

       JUDGE-MASTER-ACCOUNT SECTION.
           IF ACCT-CHARGED-OFF
               IF BAL-AMOUNT > 0
                   PERFORM CONSIDER-RECOVERY
               END-IF
           ELSE
               IF (ACCT-OPEN OR ACCT-CLOSE-REQUESTED)
                       AND BAL-AMOUNT < 0
                   PERFORM CONSIDER-CHARGE-OFF
               END-IF
           END-IF
           EXIT.

       CONSIDER-CHARGE-OFF SECTION.
           ADD 1 TO ACCOUNTS-OVERDRAWN
           MOVE 'N' TO WORK-NEW-SWITCH
           MOVE BAL-ACCOUNT-ID TO CHW-ACCOUNT-ID
           READ CHARGE-WORK-FILE
               INVALID KEY
                   SET WORK-RECORD-NEW TO TRUE
           END-READ
           IF WORK-RECORD-NEW
               ADD 1 TO ACCOUNTS-REFUSED
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BAL-ACCOUNT-ID DELIMITED BY SIZE
                   " NOT CHARGED OFF -- NO BALANCE HISTORY TO "
                   DELIMITED BY SIZE
                   "DATE THE OVERDRAFT" DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM AGE-OVERDRAFT
           END-IF
           EXIT.

       AGE-OVERDRAFT SECTION.
           IF CHW-OVERDRAWN-SINCE NOT = 0
               MOVE CHW-OVERDRAWN-SINCE TO OVERDRAWN-SINCE
           ELSE
               MOVE CHW-FIRST-MOVEMENT TO OVERDRAWN-SINCE
           END-IF
           MOVE OVERDRAWN-SINCE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           COMPUTE OVERDRAWN-DAYS = RUN-DATE-SERIAL - SERIAL-DAYS
           IF OVERDRAWN-DAYS < CHARGEOFF-DAYS
               ADD 1 TO ACCOUNTS-NOT-YET-DUE
           ELSE
               MOVE BAL-ACCOUNT-ID TO HLD-ACCOUNT-ID
               PERFORM CHECK-ACCOUNT-HOLD
               IF HOLD-FOUND-ACTIVE AND HOLD-FOUND-FULL
                   ADD 1 TO ACCOUNTS-REFUSED
                   MOVE SPACES TO REPORT-WORK
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       BAL-ACCOUNT-ID DELIMITED BY SIZE
                       " NOT CHARGED OFF -- ACTIVE FULL HOLD ON "
                       DELIMITED BY SIZE
                       "HOLDMAST" DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE REPORT-WORK TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM POST-CHARGE-OFF
               END-IF
           END-IF
           EXIT.

       CHECK-ACCOUNT-HOLD SECTION.
           MOVE 'N' TO HOLD-FOUND-SWITCH
           MOVE SPACE TO HOLD-FOUND-TYPE
           IF HOLD-MASTER-AVAILABLE
               READ HOLD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-HOLD-ACTIVE
                           SET HOLD-FOUND-ACTIVE TO TRUE
                           MOVE HLD-HOLD-TYPE TO HOLD-FOUND-TYPE
                       END-IF
               END-READ
           END-IF
           EXIT.

      *****************************************************************
      *  The account is credited back to zero first; only once that
      *  has posted is the control account debited and the account
      *  marked.  A control leg that fails leaves the account
      *  charged off -- its balance has already moved -- and the
      *  report says which leg to put right.
      *****************************************************************
       POST-CHARGE-OFF SECTION.
           MOVE 'N' TO POSTING-FAILED-SWITCH
           COMPUTE MOVE-AMOUNT = BAL-AMOUNT * -1
           MOVE SPACES TO CONTROL-REFERENCE
           PERFORM ASSIGN-CHARGEOFF-REFERENCE
           MOVE REFERENCE-NUMBER TO ACCOUNT-REFERENCE
           MOVE BAL-ACCOUNT-ID   TO POSTING-ACCOUNT
           MOVE "+"              TO POSTING-OPERATION
           MOVE MOVE-AMOUNT      TO POSTING-AMOUNT
           MOVE SPACES TO POSTING-ORIG-REFERENCE
           MOVE "CHARGED OFF"    TO EVENT-OUTCOME
           PERFORM POST-ONE-MOVEMENT
           IF NOT POSTING-FAILED
               PERFORM ASSIGN-CHARGEOFF-REFERENCE
               MOVE REFERENCE-NUMBER  TO CONTROL-REFERENCE
               MOVE CONTROL-ACCOUNT   TO POSTING-ACCOUNT
               MOVE "-"               TO POSTING-OPERATION
               MOVE MOVE-AMOUNT       TO POSTING-AMOUNT
               MOVE ACCOUNT-REFERENCE TO POSTING-ORIG-REFERENCE
               MOVE SPACES            TO EVENT-OUTCOME
               PERFORM POST-ONE-MOVEMENT
               IF POSTING-FAILED
                   MOVE SPACES TO CONTROL-REFERENCE
               END-IF
               ADD 1 TO CHARGE-OFFS-POSTED
               ADD MOVE-AMOUNT TO TOTAL-CHARGED-OFF
               PERFORM MARK-ACCOUNT-CHARGED-OFF
               MOVE BAL-ACCOUNT-ID TO REGISTER-ACCOUNT-WANTED
               PERFORM FIND-REGISTER-ENTRY
               IF NOT REGISTER-FOUND
                   PERFORM ADD-REGISTER-ENTRY
               END-IF
               MOVE 0 TO OUTSTANDING-AMOUNT
               IF REGISTER-FOUND
                   ADD MOVE-AMOUNT TO REGT-OUTSTANDING(REGT-IDX)
                   MOVE REGT-OUTSTANDING(REGT-IDX)
                       TO OUTSTANDING-AMOUNT
               ELSE
                   MOVE MOVE-AMOUNT TO OUTSTANDING-AMOUNT
               END-IF
               MOVE SPACES TO CHARGE-OFF-REGISTER-RECORD
               SET CHGR-CHARGE-OFF TO TRUE
               MOVE OVERDRAWN-SINCE TO CHGR-OVERDRAWN-SINCE
               PERFORM WRITE-REGISTER-ENTRY
               MOVE OVERDRAWN-DAYS TO DAYS-EDIT
               MOVE MOVE-AMOUNT TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BAL-ACCOUNT-ID DELIMITED BY SIZE
                   " OVERDRAWN SINCE " DELIMITED BY SIZE
                   OVERDRAWN-SINCE DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   DAYS-EDIT DELIMITED BY SIZE
                   " DAYS) CHARGED OFF " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  REF " DELIMITED BY SIZE
                   ACCOUNT-REFERENCE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CONTROL-REFERENCE DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

      * The account record is still in the master's record area
      * from the sweep's read.
       MARK-ACCOUNT-CHARGED-OFF SECTION.
           MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE
           SET ACCT-CHARGED-OFF TO TRUE
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE "ACCTMAST" TO MAUD-FILE-NAME
           MOVE "CHRGOFF"  TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE ACCT-ACCOUNT-ID TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           MOVE ACCOUNT-MASTER-RECORD TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.

      *****************************************************************
      *  A charged-off account in credit: as much of the credit as
      *  is still owed comes off the account and back to the
      *  control account.  Nothing owed, nothing taken.
      *****************************************************************
       CONSIDER-RECOVERY SECTION.
           MOVE BAL-ACCOUNT-ID TO REGISTER-ACCOUNT-WANTED
           PERFORM FIND-REGISTER-ENTRY
           IF REGISTER-FOUND
               IF REGT-OUTSTANDING(REGT-IDX) > 0
                   MOVE BAL-ACCOUNT-ID TO HLD-ACCOUNT-ID
                   PERFORM CHECK-ACCOUNT-HOLD
                   IF HOLD-FOUND-ACTIVE
                       ADD 1 TO ACCOUNTS-REFUSED
                       MOVE SPACES TO REPORT-WORK
                       STRING "ACCOUNT " DELIMITED BY SIZE
                           BAL-ACCOUNT-ID DELIMITED BY SIZE
                           " NO RECOVERY TAKEN -- ACTIVE HOLD ON "
                           DELIMITED BY SIZE
                           "HOLDMAST" DELIMITED BY SIZE
                           INTO REPORT-WORK
                       MOVE REPORT-WORK TO REPORT-LINE
                       WRITE REPORT-LINE
                   ELSE
                       PERFORM POST-RECOVERY
                   END-IF
               END-IF
           END-IF
           EXIT.

       POST-RECOVERY SECTION.
           MOVE 'N' TO POSTING-FAILED-SWITCH
           IF BAL-AMOUNT < REGT-OUTSTANDING(REGT-IDX)
               MOVE BAL-AMOUNT TO MOVE-AMOUNT
           ELSE
               MOVE REGT-OUTSTANDING(REGT-IDX) TO MOVE-AMOUNT
           END-IF
           MOVE SPACES TO CONTROL-REFERENCE
           PERFORM ASSIGN-CHARGEOFF-REFERENCE
           MOVE REFERENCE-NUMBER TO ACCOUNT-REFERENCE
           MOVE BAL-ACCOUNT-ID   TO POSTING-ACCOUNT
           MOVE "-"              TO POSTING-OPERATION
           MOVE MOVE-AMOUNT      TO POSTING-AMOUNT
           MOVE SPACES TO POSTING-ORIG-REFERENCE
           MOVE "RECOVERY"       TO EVENT-OUTCOME
           PERFORM POST-ONE-MOVEMENT
           IF NOT POSTING-FAILED
               PERFORM ASSIGN-CHARGEOFF-REFERENCE
               MOVE REFERENCE-NUMBER  TO CONTROL-REFERENCE
               MOVE CONTROL-ACCOUNT   TO POSTING-ACCOUNT
               MOVE "+"               TO POSTING-OPERATION
               MOVE MOVE-AMOUNT       TO POSTING-AMOUNT
               MOVE ACCOUNT-REFERENCE TO POSTING-ORIG-REFERENCE
               MOVE SPACES            TO EVENT-OUTCOME
               PERFORM POST-ONE-MOVEMENT
               IF POSTING-FAILED
                   MOVE SPACES TO CONTROL-REFERENCE
               END-IF
               ADD 1 TO RECOVERIES-POSTED
               ADD MOVE-AMOUNT TO TOTAL-RECOVERED
               SUBTRACT MOVE-AMOUNT FROM REGT-OUTSTANDING(REGT-IDX)
               MOVE REGT-OUTSTANDING(REGT-IDX) TO OUTSTANDING-AMOUNT
               MOVE SPACES TO CHARGE-OFF-REGISTER-RECORD
               SET CHGR-RECOVERY TO TRUE
               MOVE 0 TO CHGR-OVERDRAWN-SINCE
               PERFORM WRITE-REGISTER-ENTRY
               MOVE MOVE-AMOUNT TO AMOUNT-EDIT
               MOVE OUTSTANDING-AMOUNT TO OWED-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BAL-ACCOUNT-ID DELIMITED BY SIZE
                   " RECOVERED " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  STILL CHARGED OFF " DELIMITED BY SIZE
                   OWED-EDIT DELIMITED BY SIZE
                   "  REF " DELIMITED BY SIZE
                   ACCOUNT-REFERENCE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CONTROL-REFERENCE DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

      * The entry type and overdrawn-since date are set by the
      * caller; the rest is the movement just posted.
       WRITE-REGISTER-ENTRY SECTION.
           MOVE RUN-DATE           TO CHGR-BUSINESS-DATE
           MOVE BAL-ACCOUNT-ID     TO CHGR-ACCOUNT-ID
           MOVE CONTROL-ACCOUNT    TO CHGR-CONTROL-ACCOUNT
           MOVE MOVE-AMOUNT        TO CHGR-AMOUNT
           MOVE OUTSTANDING-AMOUNT TO CHGR-OUTSTANDING
           MOVE ACCOUNT-REFERENCE  TO CHGR-REFERENCE
           MOVE CONTROL-REFERENCE  TO CHGR-CONTROL-REF
           MOVE MAINT-OPERATOR-ID  TO CHGR-OPERATOR-ID
           MOVE RUN-DATE           TO CHGR-RUN-DATE
           MOVE RUN-TIME           TO CHGR-RUN-TIME
           WRITE CHARGE-OFF-REGISTER-RECORD
           EXIT.

      * One balpost call moves the balance and writes the history
      * line together.  A lock refusal can only come before
      * anything has moved -- CHECK-CONTROL-ACCOUNT took the lock
      * -- so it stops the run; any other failure is reported
      * against the account.
       POST-ONE-MOVEMENT SECTION.
           MOVE "POST    "        TO BPST-FUNCTION
           MOVE POSTING-ACCOUNT   TO BPST-ACCOUNT-ID
           MOVE POSTING-OPERATION TO BPST-OPERATION
           MOVE POSTING-AMOUNT    TO BPST-AMOUNT
           MOVE RUN-DATE          TO BPST-RUN-DATE
           MOVE RUN-TIME          TO BPST-RUN-TIME
           MOVE REFERENCE-NUMBER  TO BPST-REFERENCE
           MOVE RUN-DATE          TO BPST-VALUE-DATE
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE = 16
               DISPLAY "balance lock held by another job -- "
                   "charge-off run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               SET POSTING-FAILED TO TRUE
               MOVE BPST-RETURN-CODE TO RETURN-CODE-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BAL-ACCOUNT-ID DELIMITED BY SIZE
                   " POSTING " DELIMITED BY SIZE
                   REFERENCE-NUMBER DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   POSTING-ACCOUNT DELIMITED BY SIZE
                   " FAILED, RETURN CODE " DELIMITED BY SIZE
                   RETURN-CODE-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO POSTINGS-FAILED
           ELSE
               MOVE BPST-PRIOR-BALANCE TO PRIOR-BALANCE
               PERFORM JOURNAL-ONE-MOVEMENT
               IF EVENT-OUTCOME NOT = SPACES
                   PERFORM JOURNAL-MOVEMENT-EVENT
               END-IF
           END-IF
           EXIT.

      * Journaled as an ordinary addition or subtraction so the
      * trial-balance replay and the statement read it like any
      * other posting.
       JOURNAL-ONE-MOVEMENT SECTION.
           PERFORM BUILD-MOVEMENT-LINE
           MOVE "OK"              TO JRNL-OUTCOME
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           ADD JRNL-RESULT TO JOURNALED-RESULT-TOTAL
           EXIT.

      * The same posting journaled a second time under its own
      * outcome, so the charge-offs and recoveries can be picked
      * out of the OK traffic.  It counts in the trailer's line
      * count but not in its result total -- the OK line above
      * already carries the amount.
       JOURNAL-MOVEMENT-EVENT SECTION.
           PERFORM BUILD-MOVEMENT-LINE
           MOVE EVENT-OUTCOME     TO JRNL-OUTCOME
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           EXIT.

       BUILD-MOVEMENT-LINE SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE PRIOR-BALANCE     TO JRNL-VALUE-1
           MOVE POSTING-OPERATION TO JRNL-OPERATION
           MOVE POSTING-AMOUNT    TO JRNL-VALUE-2
           MOVE BPST-NEW-BALANCE  TO JRNL-RESULT
           MOVE RUN-DATE          TO JRNL-DATE
           MOVE "CHRGOFF"         TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER  TO JRNL-REFERENCE
           MOVE RUN-DATE          TO JRNL-RUN-DATE
           MOVE RUN-TIME          TO JRNL-RUN-TIME
           MOVE POSTING-ORIG-REFERENCE TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE POSTING-ACCOUNT TO JRNL-ACCOUNT-ID
           MOVE 0               TO JRNL-RATE-APPLIED
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS READ:          " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-OVERDRAWN TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "OVERDRAWN:              " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-NOT-YET-DUE TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "NOT YET DUE:            " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CHARGE-OFFS-POSTED TO COUNT-EDIT
           MOVE TOTAL-CHARGED-OFF TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CHARGED OFF:            " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RECOVERIES-POSTED TO COUNT-EDIT
           MOVE TOTAL-RECOVERED TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RECOVERIES:             " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-REFUSED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "REFUSED OR NOT DATED:   " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE POSTINGS-FAILED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "POSTINGS FAILED:        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       ASSIGN-CHARGEOFF-REFERENCE SECTION.
           IF REF-LAST-DATE NOT = RUN-DATE
               MOVE RUN-DATE TO REF-LAST-DATE
               MOVE 0 TO REF-LAST-NUMBER
           END-IF
           ADD 1 TO REF-LAST-NUMBER
           IF REF-CHECKDIGIT-MODE AND REF-LAST-NUMBER > 999
               MOVE 1 TO REF-LAST-NUMBER
           END-IF
           MOVE SPACES TO REFERENCE-NUMBER
           IF REF-CHECKDIGIT-MODE
               MOVE REF-LAST-NUMBER TO REF-SHORT-NUMBER
               STRING RUN-DATE(3:6) DELIMITED BY SIZE
                   REF-SHORT-NUMBER DELIMITED BY SIZE
                   INTO REFERENCE-NUMBER
               MOVE "A" TO RFC-FUNCTION
               MOVE REFERENCE-NUMBER TO RFC-REFERENCE
               CALL 'refcheck' USING REFERENCE-CHECK-AREA
               MOVE RFC-REFERENCE TO REFERENCE-NUMBER
           ELSE
               STRING RUN-DATE(3:6) DELIMITED BY SIZE
                   REF-LAST-NUMBER DELIMITED BY SIZE
                   INTO REFERENCE-NUMBER
           END-IF
           EXIT.

       LOAD-REFERENCE-SEQUENCE SECTION.
           OPEN INPUT REFERENCE-SEQ-FILE
           IF REFERENCE-SEQ-STATUS = "00"
               READ REFERENCE-SEQ-FILE
                   NOT AT END
                       MOVE REFS-LAST-DATE   TO REF-LAST-DATE
                       MOVE REFS-LAST-NUMBER TO REF-LAST-NUMBER
               END-READ
               CLOSE REFERENCE-SEQ-FILE
           END-IF
           EXIT.

       SAVE-REFERENCE-SEQUENCE SECTION.
           OPEN OUTPUT REFERENCE-SEQ-FILE
           MOVE REF-LAST-DATE   TO REFS-LAST-DATE
           MOVE REF-LAST-NUMBER TO REFS-LAST-NUMBER
           WRITE REFSEQ-RECORD
           CLOSE REFERENCE-SEQ-FILE
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

      * Tamper-evidence chain hooks, shared with CALCULATOR
      * through the jrnlhash keeper (see copy/jrnlhshl.cpy).
       CHAIN-JOURNAL-HEADER SECTION.
           IF NOT JOURNAL-CHAIN-OPEN
               MOVE "OPEN" TO JHSH-FUNCTION
               CALL 'jrnlhash' USING JOURNAL-HASH-AREA
               SET JOURNAL-CHAIN-OPEN TO TRUE
           END-IF
           MOVE "HDR " TO JHSH-FUNCTION
           CALL 'jrnlhash' USING JOURNAL-HASH-AREA
           MOVE JHSH-RUNNING-HASH TO JRNLH-PRIOR-SEAL
           EXIT.

       CHAIN-JOURNAL-LINE SECTION.
           MOVE 0 TO JRNL-CYCLE
           IF NOT JOURNAL-CHAIN-OPEN
               MOVE "OPEN" TO JHSH-FUNCTION
               CALL 'jrnlhash' USING JOURNAL-HASH-AREA
               SET JOURNAL-CHAIN-OPEN TO TRUE
           END-IF
           MOVE "LINE" TO JHSH-FUNCTION
           MOVE JRNL-VALUE-1   TO JHSH-VALUE-1
           MOVE JRNL-VALUE-2   TO JHSH-VALUE-2
           MOVE JRNL-RESULT    TO JHSH-RESULT
           MOVE JRNL-DATE      TO JHSH-DATE
           MOVE JRNL-RUN-DATE  TO JHSH-RUN-DATE
           MOVE JRNL-RUN-TIME  TO JHSH-RUN-TIME
           MOVE JRNL-REFERENCE TO JHSH-REFERENCE
           MOVE JRNL-ACCOUNT-ID  TO JHSH-ACCOUNT-ID
           MOVE JRNL-OPERATOR-ID TO JHSH-OPERATOR-ID
           MOVE JRNL-OUTCOME     TO JHSH-OUTCOME
           CALL 'jrnlhash' USING JOURNAL-HASH-AREA
           MOVE JHSH-RUNNING-HASH TO JRNL-CHAIN-HASH
           EXIT.

       CHAIN-JOURNAL-TRAILER SECTION.
           MOVE "SEAL" TO JHSH-FUNCTION
           CALL 'jrnlhash' USING JOURNAL-HASH-AREA
           MOVE JHSH-RUNNING-HASH TO JRNLT-SEAL-HASH
           EXIT.
