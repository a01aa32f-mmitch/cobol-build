       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.

      *****************************************************************
      *  ACCTINQ is the counter's account inquiry station -- "what
      *  is the balance and what posted today" used to mean
      *  submitting XREFINQ or BALSTMT and waiting on the job.
      *
      *  Two formatted screens, behind the same operator sign-on
      *  DATENTRY uses (the sign-on is not optional here: the
      *  screens show balances):
      *
      *    ACCOUNT    key an account id and see its ACCTMAST
      *               details, the current BAL-AMOUNT and dormant
      *               flag from the balance master, any active
      *               HOLDMAST hold, and its BALHIST movements
      *               fifteen to a page, newest first.  Command P
      *               pages back to older movements, N forward
      *               again; ENTER re-reads the account.
      *    REFERENCE  key a reference number and see every journal
      *               line on the mounted generation carrying it
      *               (as its own or as the original reference a
      *               reversal carries), and whether it is parked
      *               on the error, suspense or review queue.
      *
      *  Command R switches to the reference screen, A back to the
      *  account screen, END closes the session.  Every file is
      *  opened for the one lookup and closed again, so a clerk who
      *  leaves the screen up holds nothing the batch needs, and
      *  every file is optional -- one not on hand is said so on
      *  the screen rather than silently skipped.  The reference
      *  screen shows the first sixteen hits; XREFINQ lists the
      *  rest.  A closed session leaves an INQUIRY record on RUNLOG
      *  under the operator's id, activity evidence for RECERT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCOUNT-ID
               FILE STATUS IS HOLD-MASTER-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT ERROR-QUEUE-FILE ASSIGN TO "ERRQUEUE"
               FILE STATUS IS ERROR-QUEUE-STATUS.
           SELECT REVIEW-QUEUE-FILE ASSIGN TO "REVQUEUE"
               FILE STATUS IS REVIEW-QUEUE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTQ"
               FILE STATUS IS ALERT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD BALANCE-FILE.
       COPY balrec.

       FD HOLD-MASTER-FILE.
       COPY holdrec.

       FD BALANCE-HISTORY-FILE.
       COPY balhist.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUSP-REASON-CODE   PIC X(04).
           05 SUSP-ATTEMPT-COUNT PIC 9(03).
           05 SUSP-TRAN-IMAGE    PIC X(109).

       FD ERROR-QUEUE-FILE.
       01 ERROR-QUEUE-RECORD.
           05 ERRQ-SEQUENCE  PIC 9(08).
           05 ERRQ-ARGUMENTS PIC X(128).

       FD REVIEW-QUEUE-FILE.
       01 REVIEW-QUEUE-RECORD.
           05 REVQ-RUN-DATE   PIC 9(08).
           05 REVQ-RESULT     PIC S9(9)V99.
           05 REVQ-TRAN-IMAGE PIC X(109).

       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       FD ALERT-FILE.
       COPY alertrec.

       FD RUN-LOG-FILE.
       COPY runlog.

       WORKING-STORAGE SECTION.
       01 ACCOUNT-MASTER-STATUS  PIC X(02).
       01 BALANCE-STATUS         PIC X(02).
       01 HOLD-MASTER-STATUS     PIC X(02).
       01 BALANCE-HISTORY-STATUS PIC X(02).
       01 JOURNAL-STATUS         PIC X(02).
       01 SUSPENSE-STATUS        PIC X(02).
       01 ERROR-QUEUE-STATUS     PIC X(02).
       01 REVIEW-QUEUE-STATUS    PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

       01 SESSION-DONE-SWITCH PIC X(01) VALUE 'N'.
           88 SESSION-DONE VALUE 'Y'.
       01 SCREEN-MODE-SWITCH PIC X(01) VALUE 'A'.
           88 ACCOUNT-MODE   VALUE 'A'.
           88 REFERENCE-MODE VALUE 'R'.
       01 SCREEN-MESSAGE PIC X(60) VALUE SPACES.
       01 INQ-COMMAND    PIC X(03) VALUE SPACES.
       01 INQ-ACCOUNT    PIC X(08) VALUE SPACES.
       01 INQ-REFERENCE  PIC X(10) VALUE SPACES.
       01 INQUIRY-COUNT  PIC 9(08) COMP VALUE 0.

      *****************************************************************
      *  The account screen's picture of one account.  SHOWN-ACCOUNT
      *  is the id the lines describe; keying a different id over it
      *  reads the new account before any paging command is obeyed.
      *****************************************************************
       01 SHOWN-ACCOUNT PIC X(08) VALUE SPACES.
       01 ACCOUNT-FOUND-SWITCH PIC X(01).
           88 ACCOUNT-FOUND VALUE 'Y'.
       01 ACCOUNT-LINE-1 PIC X(78) VALUE SPACES.
       01 ACCOUNT-LINE-2 PIC X(78) VALUE SPACES.
       01 BALANCE-LINE   PIC X(78) VALUE SPACES.
       01 HOLD-LINE      PIC X(78) VALUE SPACES.
       01 PAGE-LINE      PIC X(78) VALUE SPACES.
       01 STATUS-TEXT    PIC X(14).
       01 DORMANT-TEXT   PIC X(03).
       01 HOLD-TYPE-TEXT PIC X(10).
       01 AMOUNT-EDIT-1 PIC -(09)9.99.
       01 AMOUNT-EDIT-2 PIC -(09)9.99.
       01 COUNT-EDIT-1  PIC ZZZZZZZ9.
       01 COUNT-EDIT-2  PIC ZZZZZZZ9.
       01 COUNT-EDIT-3  PIC ZZZZZZZ9.

      *****************************************************************
      *  Balance-history paging.  BALHIST is a sequential file in
      *  posting order, so the account's movements are counted once
      *  when the account is read, and each page is a second pass
      *  picking out its fifteen ordinals -- page 0 is the newest
      *  fifteen, each P one page further back.  Nothing beyond the
      *  page on screen is held in storage, so there is no limit to
      *  how far back a clerk can page.
      *****************************************************************
       01 HISTORY-ON-HAND-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-ON-HAND VALUE 'Y'.
       01 HISTORY-COUNT    PIC 9(08) COMP VALUE 0.
       01 HISTORY-PAGE     PIC 9(06) COMP VALUE 0.
       01 PAGE-FIRST       PIC 9(08) COMP VALUE 1.
       01 PAGE-LAST        PIC 9(08) COMP VALUE 0.
       01 MOVEMENT-ORDINAL PIC 9(08) COMP.
       01 HISTORY-SLOT     PIC 9(02) COMP.
       01 HISTORY-TABLE.
           05 HISTORY-LINE OCCURS 15 TIMES PIC X(78).

      *****************************************************************
      *  The reference screen's hits, in file order: journal, error
      *  queue, suspense, review queue.
      *****************************************************************
       COPY tranrec REPLACING LEADING ==TRAN== BY ==QTRN==.
       01 HIT-TABLE.
           05 HIT-LINE OCCURS 16 TIMES PIC X(78).
       01 SHOWN-LINES PIC 9(02) COMP VALUE 0.
       01 TOTAL-HITS  PIC 9(08) COMP VALUE 0.
       01 LINES-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
           88 LINES-OVERFLOWED VALUE 'Y'.
       01 HIT-SUMMARY-LINE PIC X(78) VALUE SPACES.
       01 MATCH-SWITCH PIC X(01).
           88 RECORD-MATCHES VALUE 'Y'.
       01 SCAN-POSITION PIC 9(03) COMP.
       01 SCREEN-WORK PIC X(78).

      *****************************************************************
      *  Operator sign-on, exactly as DATENTRY runs it: an active,
      *  unlocked id proving its credential against the master, the
      *  change-credential dialog for a blank or expired credential
      *  (CALC-CRED-EXPIRY-DAYS, default 90, 0 = never), and a lock
      *  plus an ALERTQ alert after three straight failures.
      *****************************************************************
       01 OPERATOR-MASTER-STATUS PIC X(02).
       01 ALERT-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).
       01 SIGNON-DONE-SWITCH PIC X(01) VALUE 'N'.
           88 SIGNON-DONE VALUE 'Y'.
       01 SIGNON-FAILED-SWITCH PIC X(01) VALUE 'N'.
           88 SIGNON-FAILED VALUE 'Y'.
       01 SIGNON-ATTEMPTS PIC 9(02) COMP VALUE 0.
       01 SIGNON-ID PIC X(08) VALUE SPACES.
       01 SIGNON-CREDENTIAL PIC X(16) VALUE SPACES.
       01 NEW-CREDENTIAL-1 PIC X(16) VALUE SPACES.
       01 NEW-CREDENTIAL-2 PIC X(16) VALUE SPACES.
       01 SIGNON-MESSAGE PIC X(60) VALUE SPACES.
       01 CREDENTIAL-AREA.
           05 CRED-TEXT PIC X(16).
           05 CRED-HASH PIC 9(08).
       01 CHANGE-NEEDED-SWITCH PIC X(01).
           88 CREDENTIAL-CHANGE-NEEDED VALUE 'Y'.
       01 CHANGE-DONE-SWITCH PIC X(01).
           88 CREDENTIAL-CHANGE-DONE VALUE 'Y'.
       01 EXPIRY-DAYS-ENV PIC X(04).
       01 EXPIRY-DAYS PIC 9(04) VALUE 90.
       01 TODAYS-DATE PIC 9(08).
       01 CLOCK-TIME  PIC 9(08).
       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS   PIC 9(08) COMP.
       01 SERIAL-YEAR   PIC 9(04) COMP.
       01 SERIAL-MONTH  PIC 9(02) COMP.
       01 SERIAL-WORK   PIC 9(08) COMP.
       01 SERIAL-DAY    PIC 9(02) COMP.
       01 TODAY-SERIAL  PIC 9(08) COMP.
       01 CRED-AGE-DAYS PIC S9(08) COMP.
       COPY parmgetl.

       SCREEN SECTION.
       01 SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 20 VALUE "CALCULATOR OPERATOR SIGN-ON".
           05 LINE 4  COLUMN 2  VALUE "OPERATOR ID:".
           05 LINE 4  COLUMN 16 PIC X(08) USING SIGNON-ID.
           05 LINE 5  COLUMN 2  VALUE "CREDENTIAL :".
           05 LINE 5  COLUMN 16 PIC X(16) USING SIGNON-CREDENTIAL
               SECURE.
           05 LINE 8  COLUMN 2  PIC X(60) FROM SIGNON-MESSAGE.

       01 NEW-CREDENTIAL-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 16
               VALUE "CALCULATOR CREDENTIAL CHANGE".
           05 LINE 3  COLUMN 2
               VALUE "A NEW CREDENTIAL IS REQUIRED.".
           05 LINE 5  COLUMN 2  VALUE "NEW CREDENTIAL:".
           05 LINE 5  COLUMN 19 PIC X(16) USING NEW-CREDENTIAL-1
               SECURE.
           05 LINE 6  COLUMN 2  VALUE "KEY IT AGAIN  :".
           05 LINE 6  COLUMN 19 PIC X(16) USING NEW-CREDENTIAL-2
               SECURE.
           05 LINE 8  COLUMN 2  PIC X(60) FROM SIGNON-MESSAGE.

       01 ACCOUNT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 20 VALUE "CALCULATOR ACCOUNT INQUIRY".
           05 LINE 2  COLUMN 2  VALUE "ACCOUNT ID:".
           05 LINE 2  COLUMN 14 PIC X(08) USING INQ-ACCOUNT.
           05 LINE 2  COLUMN 25 VALUE "COMMAND:".
           05 LINE 2  COLUMN 34 PIC X(03) USING INQ-COMMAND.
           05 LINE 2  COLUMN 39
               VALUE "(P=OLDER N=NEWER R=REFERENCE END)".
           05 LINE 3  COLUMN 2  PIC X(78) FROM ACCOUNT-LINE-1.
           05 LINE 4  COLUMN 2  PIC X(78) FROM ACCOUNT-LINE-2.
           05 LINE 5  COLUMN 2  PIC X(78) FROM BALANCE-LINE.
           05 LINE 6  COLUMN 2  PIC X(78) FROM HOLD-LINE.
           05 LINE 7  COLUMN 2  PIC X(78) FROM PAGE-LINE.
           05 LINE 8  COLUMN 2  PIC X(78) FROM HISTORY-LINE(1).
           05 LINE 9  COLUMN 2  PIC X(78) FROM HISTORY-LINE(2).
           05 LINE 10 COLUMN 2  PIC X(78) FROM HISTORY-LINE(3).
           05 LINE 11 COLUMN 2  PIC X(78) FROM HISTORY-LINE(4).
           05 LINE 12 COLUMN 2  PIC X(78) FROM HISTORY-LINE(5).
           05 LINE 13 COLUMN 2  PIC X(78) FROM HISTORY-LINE(6).
           05 LINE 14 COLUMN 2  PIC X(78) FROM HISTORY-LINE(7).
           05 LINE 15 COLUMN 2  PIC X(78) FROM HISTORY-LINE(8).
           05 LINE 16 COLUMN 2  PIC X(78) FROM HISTORY-LINE(9).
           05 LINE 17 COLUMN 2  PIC X(78) FROM HISTORY-LINE(10).
           05 LINE 18 COLUMN 2  PIC X(78) FROM HISTORY-LINE(11).
           05 LINE 19 COLUMN 2  PIC X(78) FROM HISTORY-LINE(12).
           05 LINE 20 COLUMN 2  PIC X(78) FROM HISTORY-LINE(13).
           05 LINE 21 COLUMN 2  PIC X(78) FROM HISTORY-LINE(14).
           05 LINE 22 COLUMN 2  PIC X(78) FROM HISTORY-LINE(15).
           05 LINE 24 COLUMN 2  PIC X(60) FROM SCREEN-MESSAGE.

       01 REFERENCE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 20 VALUE "CALCULATOR REFERENCE INQUIRY".
           05 LINE 2  COLUMN 2  VALUE "REFERENCE:".
           05 LINE 2  COLUMN 13 PIC X(10) USING INQ-REFERENCE.
           05 LINE 2  COLUMN 25 VALUE "COMMAND:".
           05 LINE 2  COLUMN 34 PIC X(03) USING INQ-COMMAND.
           05 LINE 2  COLUMN 39 VALUE "(A=ACCOUNT END)".
           05 LINE 4  COLUMN 2  PIC X(78) FROM HIT-LINE(1).
           05 LINE 5  COLUMN 2  PIC X(78) FROM HIT-LINE(2).
           05 LINE 6  COLUMN 2  PIC X(78) FROM HIT-LINE(3).
           05 LINE 7  COLUMN 2  PIC X(78) FROM HIT-LINE(4).
           05 LINE 8  COLUMN 2  PIC X(78) FROM HIT-LINE(5).
           05 LINE 9  COLUMN 2  PIC X(78) FROM HIT-LINE(6).
           05 LINE 10 COLUMN 2  PIC X(78) FROM HIT-LINE(7).
           05 LINE 11 COLUMN 2  PIC X(78) FROM HIT-LINE(8).
           05 LINE 12 COLUMN 2  PIC X(78) FROM HIT-LINE(9).
           05 LINE 13 COLUMN 2  PIC X(78) FROM HIT-LINE(10).
           05 LINE 14 COLUMN 2  PIC X(78) FROM HIT-LINE(11).
           05 LINE 15 COLUMN 2  PIC X(78) FROM HIT-LINE(12).
           05 LINE 16 COLUMN 2  PIC X(78) FROM HIT-LINE(13).
           05 LINE 17 COLUMN 2  PIC X(78) FROM HIT-LINE(14).
           05 LINE 18 COLUMN 2  PIC X(78) FROM HIT-LINE(15).
           05 LINE 19 COLUMN 2  PIC X(78) FROM HIT-LINE(16).
           05 LINE 21 COLUMN 2  PIC X(78) FROM HIT-SUMMARY-LINE.
           05 LINE 24 COLUMN 2  PIC X(60) FROM SCREEN-MESSAGE.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "ACCTINQ" TO PRMG-PROGRAM
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME FROM TIME
           PERFORM OPERATOR-SIGN-ON
           IF NOT SIGNON-DONE
               DISPLAY "sign-on failed -- session refused"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "KEY AN ACCOUNT ID" TO SCREEN-MESSAGE
           PERFORM INQUIRY-DIALOG UNTIL SESSION-DONE
           PERFORM REGISTER-INQUIRY-SESSION
           GOBACK
           .

       INQUIRY-DIALOG SECTION.
           MOVE SPACES TO INQ-COMMAND
           IF ACCOUNT-MODE
               PERFORM ACCOUNT-DIALOG
           ELSE
               PERFORM REFERENCE-DIALOG
           END-IF
           EXIT.

      *****************************************************************
      *  The account screen.  A new id always wins over a paging
      *  command, so P keyed alongside a fresh id can't page through
      *  the previous account's history.
      *****************************************************************
       ACCOUNT-DIALOG SECTION.
           DISPLAY ACCOUNT-SCREEN
           ACCEPT ACCOUNT-SCREEN
           MOVE SPACES TO SCREEN-MESSAGE
           EVALUATE TRUE
               WHEN INQ-COMMAND = "END"
                   SET SESSION-DONE TO TRUE
               WHEN INQ-COMMAND = "R"
                   SET REFERENCE-MODE TO TRUE
                   MOVE "KEY A REFERENCE NUMBER" TO SCREEN-MESSAGE
               WHEN INQ-ACCOUNT = SPACES
                   MOVE "KEY AN ACCOUNT ID" TO SCREEN-MESSAGE
               WHEN INQ-ACCOUNT NOT = SHOWN-ACCOUNT
                   PERFORM LOAD-ACCOUNT
               WHEN INQ-COMMAND = "P"
                   PERFORM PAGE-OLDER
               WHEN INQ-COMMAND = "N"
                   PERFORM PAGE-NEWER
               WHEN INQ-COMMAND = SPACES
                   PERFORM LOAD-ACCOUNT
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND -- P, N, R OR END"
                       TO SCREEN-MESSAGE
           END-EVALUATE
           EXIT.

       LOAD-ACCOUNT SECTION.
           ADD 1 TO INQUIRY-COUNT
           MOVE INQ-ACCOUNT TO SHOWN-ACCOUNT
           MOVE SPACES TO ACCOUNT-LINE-1
           MOVE SPACES TO ACCOUNT-LINE-2
           MOVE SPACES TO BALANCE-LINE
           MOVE SPACES TO HOLD-LINE
           MOVE SPACES TO PAGE-LINE
           MOVE SPACES TO HISTORY-TABLE
           MOVE 'N' TO ACCOUNT-FOUND-SWITCH
           PERFORM READ-ACCOUNT-MASTER
           PERFORM READ-BALANCE-MASTER
           IF NOT ACCOUNT-FOUND
               MOVE SPACES TO SHOWN-ACCOUNT
               MOVE SPACES TO ACCOUNT-LINE-2
               MOVE SPACES TO BALANCE-LINE
               MOVE "ACCOUNT NOT ON THE ACCOUNT OR BALANCE MASTER"
                   TO SCREEN-MESSAGE
           ELSE
               PERFORM READ-HOLD-MASTER
               PERFORM COUNT-HISTORY-MOVEMENTS
               MOVE 0 TO HISTORY-PAGE
               PERFORM LOAD-HISTORY-PAGE
           END-IF
           EXIT.

       READ-ACCOUNT-MASTER SECTION.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "ACCOUNT MASTER NOT ON HAND -- DETAILS NOT SHOWN"
                   TO ACCOUNT-LINE-1
           ELSE
               MOVE INQ-ACCOUNT TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON THE ACCOUNT MASTER"
                           TO ACCOUNT-LINE-1
                   NOT INVALID KEY
                       SET ACCOUNT-FOUND TO TRUE
                       PERFORM SHOW-ACCOUNT-DETAILS
               END-READ
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           EXIT.

       SHOW-ACCOUNT-DETAILS SECTION.
           EVALUATE TRUE
               WHEN ACCT-OPEN
                   MOVE "OPEN" TO STATUS-TEXT
               WHEN ACCT-CLOSED
                   MOVE "CLOSED" TO STATUS-TEXT
               WHEN ACCT-PENDING-REVIEW
                   MOVE "PENDING REVIEW" TO STATUS-TEXT
               WHEN ACCT-CLOSE-REQUESTED
                   MOVE "CLOSING" TO STATUS-TEXT
               WHEN ACCT-CHARGED-OFF
                   MOVE "CHARGED OFF" TO STATUS-TEXT
               WHEN OTHER
                   MOVE ACCT-STATUS TO STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO SCREEN-WORK
           STRING "NAME " DELIMITED BY SIZE
               ACCT-NAME DELIMITED BY SIZE
               "  CLASS " DELIMITED BY SIZE
               ACCT-CLASS DELIMITED BY SIZE
               "  CCY " DELIMITED BY SIZE
               ACCT-CURRENCY DELIMITED BY SIZE
               "  ENTITY " DELIMITED BY SIZE
               ACCT-ENTITY DELIMITED BY SIZE
               INTO SCREEN-WORK
           MOVE SCREEN-WORK TO ACCOUNT-LINE-1
           MOVE SPACES TO SCREEN-WORK
           IF ACCT-CLOSE-REQUESTED
               STRING "STATUS " DELIMITED BY SIZE
                   STATUS-TEXT DELIMITED BY SIZE
                   "  OPENED " DELIMITED BY SIZE
                   ACCT-OPENED-DATE DELIMITED BY SIZE
                   "  PAYOUT TO " DELIMITED BY SIZE
                   ACCT-PAYOUT-ACCOUNT DELIMITED BY SIZE
                   INTO SCREEN-WORK
           ELSE
               STRING "STATUS " DELIMITED BY SIZE
                   STATUS-TEXT DELIMITED BY SIZE
                   "  OPENED " DELIMITED BY SIZE
                   ACCT-OPENED-DATE DELIMITED BY SIZE
                   INTO SCREEN-WORK
           END-IF
           MOVE SCREEN-WORK TO ACCOUNT-LINE-2
           EXIT.

      * An account the balance master knows but the account master
      * doesn't (a pre-master account) still shows its balance.
       READ-BALANCE-MASTER SECTION.
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               MOVE "BALANCE MASTER NOT ON HAND -- BALANCE NOT SHOWN"
                   TO BALANCE-LINE
           ELSE
               MOVE INQ-ACCOUNT TO BAL-ACCOUNT-ID
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE "NO BALANCE ON THE BALANCE MASTER"
                           TO BALANCE-LINE
                   NOT INVALID KEY
                       SET ACCOUNT-FOUND TO TRUE
                       PERFORM SHOW-BALANCE-DETAILS
               END-READ
               CLOSE BALANCE-FILE
           END-IF
           EXIT.

       SHOW-BALANCE-DETAILS SECTION.
           MOVE BAL-AMOUNT  TO AMOUNT-EDIT-1
           MOVE BAL-MINIMUM TO AMOUNT-EDIT-2
           IF BAL-DORMANT
               MOVE "YES" TO DORMANT-TEXT
           ELSE
               MOVE "NO" TO DORMANT-TEXT
           END-IF
           MOVE SPACES TO SCREEN-WORK
           IF BAL-HARD-STOP
               STRING "BALANCE " DELIMITED BY SIZE
                   AMOUNT-EDIT-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BAL-CURRENCY DELIMITED BY SIZE
                   "  MINIMUM " DELIMITED BY SIZE
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   " HARD STOP" DELIMITED BY SIZE
                   "  DORMANT " DELIMITED BY SIZE
                   DORMANT-TEXT DELIMITED BY SIZE
                   INTO SCREEN-WORK
           ELSE
               STRING "BALANCE " DELIMITED BY SIZE
                   AMOUNT-EDIT-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BAL-CURRENCY DELIMITED BY SIZE
                   "  MINIMUM " DELIMITED BY SIZE
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   "  DORMANT " DELIMITED BY SIZE
                   DORMANT-TEXT DELIMITED BY SIZE
                   INTO SCREEN-WORK
           END-IF
           MOVE SCREEN-WORK TO BALANCE-LINE
           EXIT.

      * The stop list carries one row per account; a lifted hold
      * stays on file, so only an active one is shown as a hold.
       READ-HOLD-MASTER SECTION.
           OPEN INPUT HOLD-MASTER-FILE
           IF HOLD-MASTER-STATUS NOT = "00"
               MOVE "HOLD MASTER NOT ON HAND -- HOLDS NOT CHECKED"
                   TO HOLD-LINE
           ELSE
               MOVE INQ-ACCOUNT TO HLD-ACCOUNT-ID
               READ HOLD-MASTER-FILE
                   INVALID KEY
                       MOVE "NO HOLD ON THE ACCOUNT" TO HOLD-LINE
                   NOT INVALID KEY
                       PERFORM SHOW-HOLD-DETAILS
               END-READ
               CLOSE HOLD-MASTER-FILE
           END-IF
           EXIT.

       SHOW-HOLD-DETAILS SECTION.
           MOVE SPACES TO SCREEN-WORK
           IF HLD-HOLD-ACTIVE
               IF HLD-FULL-HOLD
                   MOVE "FULL HOLD" TO HOLD-TYPE-TEXT
               ELSE
                   MOVE "DEBIT HOLD" TO HOLD-TYPE-TEXT
               END-IF
               STRING HOLD-TYPE-TEXT DELIMITED BY SIZE
                   " PLACED " DELIMITED BY SIZE
                   HLD-PLACED-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   HLD-PLACED-BY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HLD-REASON DELIMITED BY SIZE
                   INTO SCREEN-WORK
           ELSE
               STRING "NO ACTIVE HOLD (LAST LIFTED " DELIMITED BY SIZE
                   HLD-LIFTED-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   HLD-LIFTED-BY DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO SCREEN-WORK
           END-IF
           MOVE SCREEN-WORK TO HOLD-LINE
           EXIT.

       COUNT-HISTORY-MOVEMENTS SECTION.
           MOVE 0 TO HISTORY-COUNT
           MOVE 'N' TO HISTORY-ON-HAND-SWITCH
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS = "00"
               SET HISTORY-ON-HAND TO TRUE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM COUNT-ONE-MOVEMENT UNTIL SOURCE-EOF
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           EXIT.

       COUNT-ONE-MOVEMENT SECTION.
           READ BALANCE-HISTORY-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF BALH-ACCOUNT-ID = SHOWN-ACCOUNT
                       ADD 1 TO HISTORY-COUNT
                   END-IF
           END-READ
           EXIT.

      * Page n covers ordinals count - 15n - 14 through count - 15n,
      * laid onto the screen newest first.
       LOAD-HISTORY-PAGE SECTION.
           MOVE SPACES TO HISTORY-TABLE
           MOVE 1 TO PAGE-FIRST
           MOVE 0 TO PAGE-LAST
           EVALUATE TRUE
               WHEN NOT HISTORY-ON-HAND
                   MOVE "BALANCE HISTORY NOT ON HAND -- NOT SHOWN"
                       TO PAGE-LINE
               WHEN HISTORY-COUNT = 0
                   MOVE "NO MOVEMENTS ON THE MOUNTED BALANCE HISTORY"
                       TO PAGE-LINE
               WHEN OTHER
                   COMPUTE PAGE-LAST =
                       HISTORY-COUNT - (15 * HISTORY-PAGE)
                   IF PAGE-LAST > 15
                       COMPUTE PAGE-FIRST = PAGE-LAST - 14
                   END-IF
                   PERFORM PICK-PAGE-MOVEMENTS
                   MOVE PAGE-FIRST    TO COUNT-EDIT-1
                   MOVE PAGE-LAST     TO COUNT-EDIT-2
                   MOVE HISTORY-COUNT TO COUNT-EDIT-3
                   MOVE SPACES TO SCREEN-WORK
                   STRING "MOVEMENTS " DELIMITED BY SIZE
                       COUNT-EDIT-1 DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       COUNT-EDIT-2 DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       COUNT-EDIT-3 DELIMITED BY SIZE
                       ", NEWEST FIRST" DELIMITED BY SIZE
                       INTO SCREEN-WORK
                   MOVE SCREEN-WORK TO PAGE-LINE
           END-EVALUATE
           EXIT.

       PICK-PAGE-MOVEMENTS SECTION.
           MOVE 0 TO MOVEMENT-ORDINAL
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS NOT = "00"
               MOVE "BALANCE HISTORY COULD NOT BE RE-READ"
                   TO SCREEN-MESSAGE
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM PICK-ONE-MOVEMENT UNTIL SOURCE-EOF
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           EXIT.

       PICK-ONE-MOVEMENT SECTION.
           READ BALANCE-HISTORY-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF BALH-ACCOUNT-ID = SHOWN-ACCOUNT
                       ADD 1 TO MOVEMENT-ORDINAL
                       IF MOVEMENT-ORDINAL >= PAGE-FIRST
                           COMPUTE HISTORY-SLOT =
                               PAGE-LAST - MOVEMENT-ORDINAL + 1
                           PERFORM SHOW-ONE-MOVEMENT
                       END-IF
                       IF MOVEMENT-ORDINAL >= PAGE-LAST
                           SET SOURCE-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       SHOW-ONE-MOVEMENT SECTION.
           MOVE BALH-OPERAND     TO AMOUNT-EDIT-1
           MOVE BALH-NEW-BALANCE TO AMOUNT-EDIT-2
           MOVE SPACES TO SCREEN-WORK
           STRING BALH-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BALH-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT-1 DELIMITED BY SIZE
               " NEW " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               BALH-REFERENCE DELIMITED BY SIZE
               " VAL " DELIMITED BY SIZE
               BALH-VALUE-DATE DELIMITED BY SIZE
               INTO SCREEN-WORK
           MOVE SCREEN-WORK TO HISTORY-LINE(HISTORY-SLOT)
           EXIT.

       PAGE-OLDER SECTION.
           IF PAGE-FIRST <= 1
               MOVE "NO OLDER MOVEMENTS ON THE MOUNTED HISTORY"
                   TO SCREEN-MESSAGE
           ELSE
               ADD 1 TO HISTORY-PAGE
               PERFORM LOAD-HISTORY-PAGE
           END-IF
           EXIT.

       PAGE-NEWER SECTION.
           IF HISTORY-PAGE = 0
               MOVE "ALREADY SHOWING THE NEWEST MOVEMENTS"
                   TO SCREEN-MESSAGE
           ELSE
               SUBTRACT 1 FROM HISTORY-PAGE
               PERFORM LOAD-HISTORY-PAGE
           END-IF
           EXIT.

      *****************************************************************
      *  The reference screen: the same matching XREFINQ does, cut
      *  to the four places a clerk asks about at the counter.
      *****************************************************************
       REFERENCE-DIALOG SECTION.
           DISPLAY REFERENCE-SCREEN
           ACCEPT REFERENCE-SCREEN
           MOVE SPACES TO SCREEN-MESSAGE
           EVALUATE TRUE
               WHEN INQ-COMMAND = "END"
                   SET SESSION-DONE TO TRUE
               WHEN INQ-COMMAND = "A"
                   SET ACCOUNT-MODE TO TRUE
               WHEN INQ-COMMAND NOT = SPACES
                   MOVE "UNKNOWN COMMAND -- A OR END"
                       TO SCREEN-MESSAGE
               WHEN INQ-REFERENCE = SPACES
                   MOVE "KEY A REFERENCE NUMBER" TO SCREEN-MESSAGE
               WHEN OTHER
                   PERFORM SEARCH-REFERENCE
           END-EVALUATE
           EXIT.

       SEARCH-REFERENCE SECTION.
           ADD 1 TO INQUIRY-COUNT
           MOVE SPACES TO HIT-TABLE
           MOVE 0 TO SHOWN-LINES
           MOVE 0 TO TOTAL-HITS
           MOVE 'N' TO LINES-OVERFLOW-SWITCH
           PERFORM SEARCH-JOURNAL
           PERFORM SEARCH-ERROR-QUEUE
           PERFORM SEARCH-SUSPENSE
           PERFORM SEARCH-REVIEW-QUEUE
           MOVE TOTAL-HITS TO COUNT-EDIT-1
           MOVE SPACES TO SCREEN-WORK
           IF LINES-OVERFLOWED
               STRING COUNT-EDIT-1 DELIMITED BY SIZE
                   " RECORDS FOUND -- NOT ALL FIT, RUN XREFINQ"
                   DELIMITED BY SIZE
                   " FOR THE LISTING" DELIMITED BY SIZE
                   INTO SCREEN-WORK
           ELSE
               STRING COUNT-EDIT-1 DELIMITED BY SIZE
                   " RECORDS FOUND" DELIMITED BY SIZE
                   INTO SCREEN-WORK
           END-IF
           MOVE SCREEN-WORK TO HIT-SUMMARY-LINE
           EXIT.

       ADD-REFERENCE-LINE SECTION.
           IF SHOWN-LINES < 16
               ADD 1 TO SHOWN-LINES
               MOVE SCREEN-WORK TO HIT-LINE(SHOWN-LINES)
           ELSE
               SET LINES-OVERFLOWED TO TRUE
           END-IF
           EXIT.

       ADD-REFERENCE-HIT SECTION.
           ADD 1 TO TOTAL-HITS
           PERFORM ADD-REFERENCE-LINE
           EXIT.

       SEARCH-JOURNAL SECTION.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               MOVE "JOURNAL NOT ON HAND -- NOT CHECKED"
                   TO SCREEN-WORK
               PERFORM ADD-REFERENCE-LINE
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM SEARCH-JOURNAL-LINE UNTIL SOURCE-EOF
               CLOSE JOURNAL-FILE
           END-IF
           EXIT.

       SEARCH-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                       IF JRNL-REFERENCE = INQ-REFERENCE
                               OR JRNL-ORIG-REFERENCE = INQ-REFERENCE
                           PERFORM SHOW-JOURNAL-HIT
                       END-IF
                   END-IF
           END-READ
           EXIT.

       SHOW-JOURNAL-HIT SECTION.
           MOVE JRNL-RESULT TO AMOUNT-EDIT-1
           MOVE SPACES TO SCREEN-WORK
           STRING "JOURNAL  " DELIMITED BY SIZE
               JRNL-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRNL-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRNL-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRNL-OUTCOME DELIMITED BY SIZE
               INTO SCREEN-WORK
           PERFORM ADD-REFERENCE-HIT
           EXIT.

       SEARCH-ERROR-QUEUE SECTION.
           OPEN INPUT ERROR-QUEUE-FILE
           IF ERROR-QUEUE-STATUS NOT = "00"
               MOVE "ERROR QUEUE NOT ON HAND -- NOT CHECKED"
                   TO SCREEN-WORK
               PERFORM ADD-REFERENCE-LINE
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM SEARCH-ERROR-ITEM UNTIL SOURCE-EOF
               CLOSE ERROR-QUEUE-FILE
           END-IF
           EXIT.

      * The arguments field is free text, so the reference is hunted
      * through it position by position, as XREFINQ does.
       SEARCH-ERROR-ITEM SECTION.
           READ ERROR-QUEUE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO MATCH-SWITCH
                   MOVE 1 TO SCAN-POSITION
                   PERFORM SCAN-ONE-POSITION
                       UNTIL SCAN-POSITION > 119 OR RECORD-MATCHES
                   IF RECORD-MATCHES
                       MOVE SPACES TO SCREEN-WORK
                       STRING "ERROR Q  " DELIMITED BY SIZE
                           ERRQ-SEQUENCE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ERRQ-ARGUMENTS(1:60) DELIMITED BY SIZE
                           INTO SCREEN-WORK
                       PERFORM ADD-REFERENCE-HIT
                   END-IF
           END-READ
           EXIT.

       SCAN-ONE-POSITION SECTION.
           IF ERRQ-ARGUMENTS(SCAN-POSITION:10) = INQ-REFERENCE
               SET RECORD-MATCHES TO TRUE
           ELSE
               ADD 1 TO SCAN-POSITION
           END-IF
           EXIT.

       SEARCH-SUSPENSE SECTION.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-STATUS NOT = "00"
               MOVE "SUSPENSE QUEUE NOT ON HAND -- NOT CHECKED"
                   TO SCREEN-WORK
               PERFORM ADD-REFERENCE-LINE
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM SEARCH-SUSPENSE-ITEM UNTIL SOURCE-EOF
               CLOSE SUSPENSE-FILE
           END-IF
           EXIT.

       SEARCH-SUSPENSE-ITEM SECTION.
           READ SUSPENSE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE SUSP-TRAN-IMAGE TO QTRN-RECORD
                   IF QTRN-REFERENCE-IN = INQ-REFERENCE
                       MOVE SPACES TO SCREEN-WORK
                       STRING "SUSPENSE PARKED, REASON "
                           DELIMITED BY SIZE
                           SUSP-REASON-CODE DELIMITED BY SIZE
                           ", ATTEMPT " DELIMITED BY SIZE
                           SUSP-ATTEMPT-COUNT DELIMITED BY SIZE
                           ", OPERATOR " DELIMITED BY SIZE
                           QTRN-OPERATOR-ID-IN DELIMITED BY SIZE
                           INTO SCREEN-WORK
                       PERFORM ADD-REFERENCE-HIT
                   END-IF
           END-READ
           EXIT.

       SEARCH-REVIEW-QUEUE SECTION.
           OPEN INPUT REVIEW-QUEUE-FILE
           IF REVIEW-QUEUE-STATUS NOT = "00"
               MOVE "REVIEW QUEUE NOT ON HAND -- NOT CHECKED"
                   TO SCREEN-WORK
               PERFORM ADD-REFERENCE-LINE
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM SEARCH-REVIEW-ITEM UNTIL SOURCE-EOF
               CLOSE REVIEW-QUEUE-FILE
           END-IF
           EXIT.

       SEARCH-REVIEW-ITEM SECTION.
           READ REVIEW-QUEUE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE REVQ-TRAN-IMAGE TO QTRN-RECORD
                   IF QTRN-REFERENCE-IN = INQ-REFERENCE
                       MOVE REVQ-RESULT TO AMOUNT-EDIT-1
                       MOVE SPACES TO SCREEN-WORK
                       STRING "REVIEW   OPEN, RESULT "
                           DELIMITED BY SIZE
                           AMOUNT-EDIT-1 DELIMITED BY SIZE
                           ", FLAGGED " DELIMITED BY SIZE
                           REVQ-RUN-DATE DELIMITED BY SIZE
                           ", OPERATOR " DELIMITED BY SIZE
                           QTRN-OPERATOR-ID-IN DELIMITED BY SIZE
                           INTO SCREEN-WORK
                       PERFORM ADD-REFERENCE-HIT
                   END-IF
           END-READ
           EXIT.

      *****************************************************************
      *  The sign-on dialog, as in DATENTRY: up to three tries at
      *  the credential, the third failure locking the id on the
      *  master and raising the alert.
      *****************************************************************
       OPERATOR-SIGN-ON SECTION.
           MOVE "CALC-CRED-EXPIRY-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO EXPIRY-DAYS-ENV
           IF EXPIRY-DAYS-ENV NOT = SPACES
               MOVE EXPIRY-DAYS-ENV TO EXPIRY-DAYS
           END-IF
           MOVE TODAYS-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO TODAY-SERIAL
           OPEN I-O OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open operator master, status "
                   OPERATOR-MASTER-STATUS
               SET SIGNON-FAILED TO TRUE
           ELSE
               PERFORM SIGN-ON-ATTEMPT
                   UNTIL SIGNON-DONE OR SIGNON-FAILED
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           EXIT.

       SIGN-ON-ATTEMPT SECTION.
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           MOVE SPACES TO SIGNON-MESSAGE
           IF SIGNON-ID = SPACES
               MOVE "OPERATOR ID IS REQUIRED" TO SIGNON-MESSAGE
           ELSE
               MOVE SIGNON-ID TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       PERFORM COUNT-FAILED-ATTEMPT
                       MOVE "ID OR CREDENTIAL NOT ACCEPTED"
                           TO SIGNON-MESSAGE
                   NOT INVALID KEY
                       PERFORM JUDGE-SIGNON-RECORD
               END-READ
           END-IF
           MOVE SPACES TO SIGNON-CREDENTIAL
           EXIT.

       JUDGE-SIGNON-RECORD SECTION.
           IF OPM-LOCKED
               MOVE "ID IS LOCKED -- SEE SUPERVISION"
                   TO SIGNON-MESSAGE
               SET SIGNON-FAILED TO TRUE
           ELSE
           IF OPM-INACTIVE
               MOVE "ID IS INACTIVE" TO SIGNON-MESSAGE
               SET SIGNON-FAILED TO TRUE
           ELSE
               MOVE 'N' TO CHANGE-NEEDED-SWITCH
               IF OPM-CREDENTIAL-HASH = 0
                   SET CREDENTIAL-CHANGE-NEEDED TO TRUE
               ELSE
                   MOVE SIGNON-CREDENTIAL TO CRED-TEXT
                   CALL 'credhash' USING CREDENTIAL-AREA
                   IF CRED-HASH NOT = OPM-CREDENTIAL-HASH
                       PERFORM RECORD-CREDENTIAL-FAILURE
                   ELSE
                       PERFORM CHECK-CREDENTIAL-EXPIRY
                   END-IF
               END-IF
               IF CREDENTIAL-CHANGE-NEEDED
                       AND NOT SIGNON-FAILED
                   PERFORM CHANGE-CREDENTIAL-DIALOG
               END-IF
           END-IF
           END-IF
           EXIT.

       RECORD-CREDENTIAL-FAILURE SECTION.
           ADD 1 TO OPM-FAIL-COUNT
           IF OPM-FAIL-COUNT >= 3
               MOVE "L" TO OPM-LOCK-FLAG
               REWRITE OPERATOR-MASTER-RECORD
               MOVE "ID NOW LOCKED -- SEE SUPERVISION"
                   TO SIGNON-MESSAGE
               PERFORM RAISE-LOCKOUT-ALERT
               SET SIGNON-FAILED TO TRUE
           ELSE
               REWRITE OPERATOR-MASTER-RECORD
               PERFORM COUNT-FAILED-ATTEMPT
               MOVE "ID OR CREDENTIAL NOT ACCEPTED"
                   TO SIGNON-MESSAGE
           END-IF
           EXIT.

       COUNT-FAILED-ATTEMPT SECTION.
           ADD 1 TO SIGNON-ATTEMPTS
           IF SIGNON-ATTEMPTS >= 3
               SET SIGNON-FAILED TO TRUE
           END-IF
           EXIT.

       CHECK-CREDENTIAL-EXPIRY SECTION.
           IF EXPIRY-DAYS = 0 OR OPM-CRED-CHANGED-DATE = 0
               PERFORM COMPLETE-SIGN-ON
           ELSE
               MOVE OPM-CRED-CHANGED-DATE TO SERIAL-INPUT-DATE
               PERFORM DATE-TO-SERIAL
               COMPUTE CRED-AGE-DAYS =
                   TODAY-SERIAL - SERIAL-DAYS
               IF CRED-AGE-DAYS > EXPIRY-DAYS
                   SET CREDENTIAL-CHANGE-NEEDED TO TRUE
               ELSE
                   PERFORM COMPLETE-SIGN-ON
               END-IF
           END-IF
           EXIT.

       COMPLETE-SIGN-ON SECTION.
           MOVE 0 TO OPM-FAIL-COUNT
           REWRITE OPERATOR-MASTER-RECORD
           SET SIGNON-DONE TO TRUE
           EXIT.

       CHANGE-CREDENTIAL-DIALOG SECTION.
           MOVE 'N' TO CHANGE-DONE-SWITCH
           PERFORM CHANGE-CREDENTIAL-ATTEMPT
               UNTIL CREDENTIAL-CHANGE-DONE OR SIGNON-FAILED
           EXIT.

       CHANGE-CREDENTIAL-ATTEMPT SECTION.
           MOVE SPACES TO NEW-CREDENTIAL-1
           MOVE SPACES TO NEW-CREDENTIAL-2
           DISPLAY NEW-CREDENTIAL-SCREEN
           ACCEPT NEW-CREDENTIAL-SCREEN
           MOVE SPACES TO SIGNON-MESSAGE
           EVALUATE TRUE
               WHEN NEW-CREDENTIAL-1 = SPACES
                   PERFORM COUNT-FAILED-ATTEMPT
                   MOVE "CREDENTIAL MAY NOT BE BLANK"
                       TO SIGNON-MESSAGE
               WHEN NEW-CREDENTIAL-1 NOT = NEW-CREDENTIAL-2
                   PERFORM COUNT-FAILED-ATTEMPT
                   MOVE "THE TWO KEYINGS DISAGREE"
                       TO SIGNON-MESSAGE
               WHEN OTHER
                   MOVE NEW-CREDENTIAL-1 TO CRED-TEXT
                   CALL 'credhash' USING CREDENTIAL-AREA
                   MOVE CRED-HASH TO OPM-CREDENTIAL-HASH
                   MOVE TODAYS-DATE TO OPM-CRED-CHANGED-DATE
                   MOVE 0 TO OPM-FAIL-COUNT
                   REWRITE OPERATOR-MASTER-RECORD
                   SET CREDENTIAL-CHANGE-DONE TO TRUE
                   SET SIGNON-DONE TO TRUE
           END-EVALUATE
           EXIT.

       RAISE-LOCKOUT-ALERT SECTION.
           OPEN EXTEND ALERT-FILE
           IF ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF ALERT-STATUS = "00"
               MOVE TODAYS-DATE TO ALERT-RUN-DATE
               MOVE CLOCK-TIME  TO ALERT-RUN-TIME
               MOVE SPACES TO ALERT-MESSAGE
               STRING "OPERATOR LOCKED OUT AFTER REPEATED "
                   DELIMITED BY SIZE
                   "SIGN-ON FAILURES: " DELIMITED BY SIZE
                   OPM-OPERATOR-ID DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               MOVE 'N'    TO ALERT-ACK-FLAG
               MOVE SPACES TO ALERT-ACK-BY
               MOVE 0      TO ALERT-ACK-DATE
               MOVE 0      TO ALERT-ACK-TIME
               MOVE SPACES TO ALERT-DISPOSITION
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF
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

      * The run log is evidence, not a gate: a session whose log
      * can't be opened has still answered its inquiries.
       REGISTER-INQUIRY-SESSION SECTION.
           MOVE SPACES     TO RUN-LOG-RECORD
           MOVE "ACCTINQ"  TO RLOG-PROGRAM
           MOVE "END  "    TO RLOG-EVENT
           MOVE TODAYS-DATE TO RLOG-RUN-DATE
           MOVE CLOCK-TIME  TO RLOG-RUN-TIME
           MOVE "INQUIRY"  TO RLOG-MODE
           MOVE SPACES     TO RLOG-INPUT-DD
           MOVE INQUIRY-COUNT TO RLOG-TRAN-COUNT
           MOVE 0 TO RLOG-ERROR-COUNT
           MOVE 0 TO RLOG-RETURN-CODE
           MOVE 0 TO RLOG-ELAPSED-SECONDS
           MOVE 0 TO RLOG-TRANS-PER-MIN
           MOVE SIGNON-ID TO RLOG-OPERATOR-ID
           OPEN EXTEND RUN-LOG-FILE
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUN-LOG-STATUS = "00"
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF
           EXIT.
