       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICGEN.

      *****************************************************************
      *  NOTICGEN is the nightly customer-notice run.  It reads the
      *  day's journal generation and writes a print-ready letter to
      *  NOTICES for every event the account holder has to be told
      *  about:
      *
      *    BMIN  BELOW MINIMUM     a posting took the balance under
      *                            the account's minimum
      *    DORM  DORMANT ACCOUNT   a posting reached a dormant account
      *    HELD  ACCOUNT HELD      a posting was refused under a hold
      *    FEE   the OK lines FEEAPPLY journals for each fee charged
      *
      *  Each letter carries the account, the event, the amount and
      *  the resulting balance.  With the customer master mounted
      *  (CUSTMAST and CUSTLINK) it is addressed to the account's
      *  primary owner by legal name and address; otherwise to the
      *  account name on ACCTMAST.
      *
      *  NOTCHIST keeps one record per letter sent, keyed on the
      *  account, the event code and the journal line's reference
      *  and run stamp, so a journal generation read twice never
      *  sends the same letter twice.  After the journal pass, every
      *  account that has had a below-minimum letter is checked
      *  against the balance master: still under its minimum, and
      *  CALC-NOTICE-FOLLOWUP-DAYS days (default 14) since its last
      *  below-minimum letter, it gets a follow-up (event BMFU).
      *
      *  RETURN-CODE 12 when the journal or the history can't be
      *  opened; otherwise 0.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT NOTICE-HISTORY-FILE ASSIGN TO "NOTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTH-KEY
               FILE STATUS IS NOTICE-HISTORY-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CUSTOMER-LINK-FILE ASSIGN TO "CUSTLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNK-KEY
               FILE STATUS IS CUSTOMER-LINK-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "NOTICES".

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD NOTICE-HISTORY-FILE.
       01 NOTICE-HISTORY-RECORD.
           05 NOTH-KEY.
               10 NOTH-ACCOUNT-ID     PIC X(08).
               10 NOTH-EVENT-CODE     PIC X(04).
               10 NOTH-REFERENCE      PIC X(10).
               10 NOTH-EVENT-RUN-DATE PIC 9(08).
               10 NOTH-EVENT-RUN-TIME PIC 9(08).
           05 NOTH-SENT-DATE PIC 9(08).
           05 NOTH-AMOUNT    PIC S9(9)V99.
           05 NOTH-BALANCE   PIC S9(9)V99.

       FD BALANCE-FILE.
       COPY balrec.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD CUSTOMER-MASTER-FILE.
       COPY custrec.

       FD CUSTOMER-LINK-FILE.
       COPY custlink.

       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS         PIC X(02).
       01 NOTICE-HISTORY-STATUS  PIC X(02).
       01 BALANCE-STATUS         PIC X(02).
       01 ACCOUNT-MASTER-STATUS  PIC X(02).
       01 CUSTOMER-MASTER-STATUS PIC X(02).
       01 CUSTOMER-LINK-STATUS   PIC X(02).
       01 JOURNAL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-EOF VALUE 'Y'.
       01 HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-EOF VALUE 'Y'.
       01 BALANCE-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 BALANCE-AVAILABLE VALUE 'Y'.
       01 ACCTMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 ACCTMAST-AVAILABLE VALUE 'Y'.
       01 CUSTOMER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CUSTOMER-FILES-AVAILABLE VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 FOLLOWUP-DAYS-ENV PIC X(04).
       01 FOLLOWUP-DAYS PIC 9(04) VALUE 14.

      * The event being lettered, whichever pass found it.
       01 NOTICE-ACCOUNT-ID PIC X(08).
       01 NOTICE-EVENT-CODE PIC X(04).
           88 NOTICE-BELOW-MINIMUM VALUE "BMIN".
           88 NOTICE-DORMANT       VALUE "DORM".
           88 NOTICE-HELD          VALUE "HELD".
           88 NOTICE-FEE           VALUE "FEE ".
           88 NOTICE-FOLLOW-UP     VALUE "BMFU".
       01 NOTICE-AMOUNT  PIC S9(9)V99.
       01 NOTICE-BALANCE PIC S9(9)V99.
       01 NOTICE-MINIMUM PIC S9(9)V99.

      * Addressee block, from the primary owner when there is one.
       01 ADDRESSEE-NAME    PIC X(30).
       01 ADDRESSEE-LINE-1  PIC X(30).
       01 ADDRESSEE-LINE-2  PIC X(30).
       01 ADDRESSEE-POSTAL  PIC X(10).
       01 PRIMARY-OWNER-ID  PIC X(08).
       01 LINK-SCAN-DONE-SWITCH PIC X(01).
           88 LINK-SCAN-DONE VALUE 'Y'.

      * Accounts due a follow-up, gathered on the history pass and
      * lettered after it, so the history is never written while
      * it is being read sequentially.
       01 FOLLOWUP-TABLE.
           05 FOLLOWUP-ENTRY OCCURS 500 TIMES
                   INDEXED BY FOLLOWUP-IDX.
               10 FOLLOWUP-ACCOUNT-ID PIC X(08).
       01 FOLLOWUP-ENTRIES-USED PIC 9(05) COMP VALUE 0.
       01 GROUP-ACCOUNT-ID   PIC X(08) VALUE SPACES.
       01 GROUP-LAST-BMIN    PIC 9(08) VALUE 0.

      * Day-serial arithmetic, in the shop's usual form.
       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS       PIC 9(08) COMP.
       01 SERIAL-YEAR       PIC 9(04) COMP.
       01 SERIAL-MONTH      PIC 9(02) COMP.
       01 SERIAL-WORK       PIC 9(08) COMP.
       01 SERIAL-DAY        PIC 9(02) COMP.
       01 RUN-DATE-SERIAL   PIC 9(08) COMP.
       01 NOTICE-AGE-DAYS   PIC S9(08) COMP.

       01 LETTERS-WRITTEN   PIC 9(07) COMP VALUE 0.
       01 FOLLOWUPS-WRITTEN PIC 9(07) COMP VALUE 0.
       01 ALREADY-SENT      PIC 9(07) COMP VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZ9.99-.
       01 NOTICE-WORK PIC X(80).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "NOTICGEN" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-NOTICE-FOLLOWUP-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FOLLOWUP-DAYS-ENV
           IF FOLLOWUP-DAYS-ENV NOT = SPACES
               MOVE FOLLOWUP-DAYS-ENV TO FOLLOWUP-DAYS
           END-IF
           MOVE RUN-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO RUN-DATE-SERIAL
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O NOTICE-HISTORY-FILE
           IF NOTICE-HISTORY-STATUS = "35"
               OPEN OUTPUT NOTICE-HISTORY-FILE
               CLOSE NOTICE-HISTORY-FILE
               OPEN I-O NOTICE-HISTORY-FILE
           END-IF
           IF NOTICE-HISTORY-STATUS NOT = "00"
               DISPLAY "unable to open notice history, status "
                   NOTICE-HISTORY-STATUS
               CLOSE JOURNAL-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * The masters are optional equipment: a missing balance
      * master only means no follow-ups are judged, and a missing
      * account or customer master only a plainer addressee.
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS = "00"
               SET BALANCE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               SET ACCTMAST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-STATUS = "00"
               OPEN INPUT CUSTOMER-LINK-FILE
               IF CUSTOMER-LINK-STATUS = "00"
                   SET CUSTOMER-FILES-AVAILABLE TO TRUE
               ELSE
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF
           OPEN OUTPUT NOTICE-FILE
           PERFORM READ-AND-SELECT-EVENT UNTIL JOURNAL-EOF
           CLOSE JOURNAL-FILE
           IF BALANCE-AVAILABLE
               PERFORM FIND-FOLLOWUPS-DUE
               SET FOLLOWUP-IDX TO 1
               PERFORM SEND-ONE-FOLLOWUP
                   UNTIL FOLLOWUP-IDX > FOLLOWUP-ENTRIES-USED
               CLOSE BALANCE-FILE
           END-IF
           IF ACCTMAST-AVAILABLE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF CUSTOMER-FILES-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-LINK-FILE
           END-IF
           CLOSE NOTICE-HISTORY-FILE
           CLOSE NOTICE-FILE
           MOVE LETTERS-WRITTEN TO COUNT-EDIT
           DISPLAY "event notices written: " COUNT-EDIT
           MOVE FOLLOWUPS-WRITTEN TO COUNT-EDIT
           DISPLAY "below-minimum follow-ups written: " COUNT-EDIT
           MOVE ALREADY-SENT TO COUNT-EDIT
           DISPLAY "events already notified, skipped: " COUNT-EDIT
           GOBACK
           .

       READ-AND-SELECT-EVENT SECTION.
           READ JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                           AND JRNL-ACCOUNT-ID NOT = SPACES
                       PERFORM CLASSIFY-JOURNAL-EVENT
                   END-IF
           END-READ
           EXIT.

       CLASSIFY-JOURNAL-EVENT SECTION.
           MOVE SPACES TO NOTICE-EVENT-CODE
           EVALUATE TRUE
               WHEN JRNL-OUTCOME = "BELOW MINIMUM"
                   SET NOTICE-BELOW-MINIMUM TO TRUE
               WHEN JRNL-OUTCOME = "DORMANT ACCOUNT"
                   SET NOTICE-DORMANT TO TRUE
               WHEN JRNL-OUTCOME = "ACCOUNT HELD"
                   SET NOTICE-HELD TO TRUE
               WHEN JRNL-OUTCOME = "OK"
                       AND JRNL-OPERATOR-ID = "FEEAPPLY"
                   SET NOTICE-FEE TO TRUE
           END-EVALUATE
           IF NOTICE-EVENT-CODE NOT = SPACES
               MOVE JRNL-ACCOUNT-ID  TO NOTICE-ACCOUNT-ID
               MOVE JRNL-VALUE-2     TO NOTICE-AMOUNT
               MOVE JRNL-RESULT      TO NOTICE-BALANCE
               MOVE NOTICE-ACCOUNT-ID TO NOTH-ACCOUNT-ID
               MOVE NOTICE-EVENT-CODE TO NOTH-EVENT-CODE
               MOVE JRNL-REFERENCE    TO NOTH-REFERENCE
               MOVE JRNL-RUN-DATE     TO NOTH-EVENT-RUN-DATE
               MOVE JRNL-RUN-TIME     TO NOTH-EVENT-RUN-TIME
               PERFORM RECORD-AND-SEND-NOTICE
           END-IF
           EXIT.

      * The history write is the once-only test: a key already on
      * file means this very journal line was lettered before.
       RECORD-AND-SEND-NOTICE SECTION.
           MOVE RUN-DATE       TO NOTH-SENT-DATE
           MOVE NOTICE-AMOUNT  TO NOTH-AMOUNT
           MOVE NOTICE-BALANCE TO NOTH-BALANCE
           WRITE NOTICE-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO ALREADY-SENT
               NOT INVALID KEY
                   PERFORM WRITE-NOTICE-LETTER
                   IF NOTICE-FOLLOW-UP
                       ADD 1 TO FOLLOWUPS-WRITTEN
                   ELSE
                       ADD 1 TO LETTERS-WRITTEN
                   END-IF
           END-WRITE
           EXIT.

      * The history is keyed account first, so each account's
      * letters arrive together; the latest below-minimum letter
      * (first notice or follow-up) decides whether another is due.
       FIND-FOLLOWUPS-DUE SECTION.
           MOVE 'N' TO HISTORY-EOF-SWITCH
           MOVE SPACES TO GROUP-ACCOUNT-ID
           MOVE 0 TO GROUP-LAST-BMIN
           MOVE LOW-VALUES TO NOTH-KEY
           START NOTICE-HISTORY-FILE KEY NOT < NOTH-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START
           PERFORM SCAN-ONE-HISTORY-RECORD UNTIL HISTORY-EOF
           PERFORM JUDGE-FOLLOWUP-GROUP
           EXIT.

       SCAN-ONE-HISTORY-RECORD SECTION.
           READ NOTICE-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   IF NOTH-ACCOUNT-ID NOT = GROUP-ACCOUNT-ID
                       PERFORM JUDGE-FOLLOWUP-GROUP
                       MOVE NOTH-ACCOUNT-ID TO GROUP-ACCOUNT-ID
                       MOVE 0 TO GROUP-LAST-BMIN
                   END-IF
                   IF (NOTH-EVENT-CODE = "BMIN"
                           OR NOTH-EVENT-CODE = "BMFU")
                           AND NOTH-SENT-DATE > GROUP-LAST-BMIN
                       MOVE NOTH-SENT-DATE TO GROUP-LAST-BMIN
                   END-IF
           END-READ
           EXIT.

       JUDGE-FOLLOWUP-GROUP SECTION.
           IF GROUP-LAST-BMIN > 0
               MOVE GROUP-LAST-BMIN TO SERIAL-INPUT-DATE
               PERFORM DATE-TO-SERIAL
               COMPUTE NOTICE-AGE-DAYS =
                   RUN-DATE-SERIAL - SERIAL-DAYS
               IF NOTICE-AGE-DAYS >= FOLLOWUP-DAYS
                   IF FOLLOWUP-ENTRIES-USED < 500
                       ADD 1 TO FOLLOWUP-ENTRIES-USED
                       SET FOLLOWUP-IDX TO FOLLOWUP-ENTRIES-USED
                       MOVE GROUP-ACCOUNT-ID
                           TO FOLLOWUP-ACCOUNT-ID(FOLLOWUP-IDX)
                   ELSE
                       DISPLAY "follow-up table full -- account "
                           GROUP-ACCOUNT-ID " waits for the next run"
                   END-IF
               END-IF
           END-IF
           EXIT.

      * A follow-up only goes out while the account is still under
      * its minimum; one that has recovered just drops out.
       SEND-ONE-FOLLOWUP SECTION.
           MOVE FOLLOWUP-ACCOUNT-ID(FOLLOWUP-IDX) TO BAL-ACCOUNT-ID
           READ BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BAL-AMOUNT < BAL-MINIMUM
                       MOVE BAL-ACCOUNT-ID TO NOTICE-ACCOUNT-ID
                       SET NOTICE-FOLLOW-UP TO TRUE
                       MOVE 0 TO NOTICE-AMOUNT
                       MOVE BAL-AMOUNT  TO NOTICE-BALANCE
                       MOVE BAL-MINIMUM TO NOTICE-MINIMUM
                       MOVE BAL-ACCOUNT-ID    TO NOTH-ACCOUNT-ID
                       MOVE NOTICE-EVENT-CODE TO NOTH-EVENT-CODE
                       MOVE SPACES            TO NOTH-REFERENCE
                       MOVE RUN-DATE          TO NOTH-EVENT-RUN-DATE
                       MOVE RUN-TIME          TO NOTH-EVENT-RUN-TIME
                       PERFORM RECORD-AND-SEND-NOTICE
                   END-IF
           END-READ
           SET FOLLOWUP-IDX UP BY 1
           EXIT.

       WRITE-NOTICE-LETTER SECTION.
           PERFORM FIND-ADDRESSEE
           MOVE ALL "-" TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-WORK
           STRING "NOTICE DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "          ACCOUNT " DELIMITED BY SIZE
               NOTICE-ACCOUNT-ID DELIMITED BY SIZE
               INTO NOTICE-WORK
           MOVE NOTICE-WORK TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE ADDRESSEE-NAME TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF ADDRESSEE-LINE-1 NOT = SPACES
               MOVE ADDRESSEE-LINE-1 TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           IF ADDRESSEE-LINE-2 NOT = SPACES
               MOVE ADDRESSEE-LINE-2 TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           IF ADDRESSEE-POSTAL NOT = SPACES
               MOVE ADDRESSEE-POSTAL TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM WRITE-EVENT-TEXT
           IF NOT NOTICE-FOLLOW-UP
               MOVE NOTICE-AMOUNT TO AMOUNT-EDIT
               MOVE SPACES TO NOTICE-WORK
               STRING "AMOUNT:            " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO NOTICE-WORK
               MOVE NOTICE-WORK TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE NOTICE-BALANCE TO AMOUNT-EDIT
           MOVE SPACES TO NOTICE-WORK
           STRING "RESULTING BALANCE: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO NOTICE-WORK
           MOVE NOTICE-WORK TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF NOTICE-FOLLOW-UP
               MOVE NOTICE-MINIMUM TO AMOUNT-EDIT
               MOVE SPACES TO NOTICE-WORK
               STRING "REQUIRED MINIMUM:  " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO NOTICE-WORK
               MOVE NOTICE-WORK TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           EXIT.

       WRITE-EVENT-TEXT SECTION.
           EVALUATE TRUE
               WHEN NOTICE-BELOW-MINIMUM
                   MOVE "A POSTING HAS TAKEN YOUR ACCOUNT BELOW ITS"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "REQUIRED MINIMUM BALANCE."
                       TO NOTICE-LINE
               WHEN NOTICE-DORMANT
                   MOVE "ACTIVITY HAS BEEN RECORDED ON YOUR ACCOUNT,"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "WHICH WAS CLASSED AS DORMANT."
                       TO NOTICE-LINE
               WHEN NOTICE-HELD
                   MOVE "A POSTING TO YOUR ACCOUNT WAS REFUSED"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "BECAUSE THE ACCOUNT IS UNDER A HOLD."
                       TO NOTICE-LINE
               WHEN NOTICE-FEE
                   MOVE "A SERVICE FEE HAS BEEN CHARGED TO YOUR"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "ACCOUNT." TO NOTICE-LINE
               WHEN NOTICE-FOLLOW-UP
                   MOVE "YOUR ACCOUNT REMAINS BELOW ITS REQUIRED"
                       TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE "MINIMUM BALANCE.  PLEASE CONTACT US."
                       TO NOTICE-LINE
           END-EVALUATE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           EXIT.

       FIND-ADDRESSEE SECTION.
           MOVE SPACES TO ADDRESSEE-NAME
           MOVE SPACES TO ADDRESSEE-LINE-1
           MOVE SPACES TO ADDRESSEE-LINE-2
           MOVE SPACES TO ADDRESSEE-POSTAL
           MOVE SPACES TO PRIMARY-OWNER-ID
           IF CUSTOMER-FILES-AVAILABLE
               PERFORM FIND-PRIMARY-OWNER
           END-IF
           IF PRIMARY-OWNER-ID NOT = SPACES
               MOVE PRIMARY-OWNER-ID TO CUST-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PRIMARY-OWNER-ID
                   NOT INVALID KEY
                       MOVE CUST-LEGAL-NAME     TO ADDRESSEE-NAME
                       MOVE CUST-ADDRESS-LINE-1 TO ADDRESSEE-LINE-1
                       MOVE CUST-ADDRESS-LINE-2 TO ADDRESSEE-LINE-2
                       MOVE CUST-POSTAL-CODE    TO ADDRESSEE-POSTAL
               END-READ
           END-IF
           IF PRIMARY-OWNER-ID = SPACES
               MOVE "ACCOUNT HOLDER" TO ADDRESSEE-NAME
               IF ACCTMAST-AVAILABLE
                   MOVE NOTICE-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                   READ ACCOUNT-MASTER-FILE
                       NOT INVALID KEY
                           MOVE ACCT-NAME TO ADDRESSEE-NAME
                   END-READ
               END-IF
           END-IF
           EXIT.

       FIND-PRIMARY-OWNER SECTION.
           MOVE 'N' TO LINK-SCAN-DONE-SWITCH
           MOVE NOTICE-ACCOUNT-ID TO CLNK-ACCOUNT-ID
           MOVE LOW-VALUES TO CLNK-CUSTOMER-ID
           START CUSTOMER-LINK-FILE KEY NOT < CLNK-KEY
               INVALID KEY
                   SET LINK-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-OWNER-LINK UNTIL LINK-SCAN-DONE
           EXIT.

       SCAN-ONE-OWNER-LINK SECTION.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET LINK-SCAN-DONE TO TRUE
               NOT AT END
                   IF CLNK-ACCOUNT-ID NOT = NOTICE-ACCOUNT-ID
                       SET LINK-SCAN-DONE TO TRUE
                   ELSE
                       IF CLNK-PRIMARY
                           MOVE CLNK-CUSTOMER-ID TO PRIMARY-OWNER-ID
                           SET LINK-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ
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
