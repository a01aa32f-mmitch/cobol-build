       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.

      *****************************************************************
      *  ESCHEAT is the unclaimed-property (escheatment) cycle.
      *  DORMANT flags an account after a year or so with no
      *  movement; state law asks more of us once the account has
      *  gone CALC-ESCHEAT-YEARS years (default 3) with no owner
      *  contact.  Each such account is taken through a case on
      *  ESCHMAST (copy/eschcase.cpy):
      *
      *    1. a dormant-flagged account with a credit balance, not
      *       closed on the account master, no term deposit still
      *       running on TDMAST, no case open, and no movement (or
      *       owner response) for the full years opens a case: the
      *       due-diligence letter goes to the primary owner on
      *       ESCHLTR and the case is "D",
      *    2. once CALC-ESCHEAT-RESPONSE-DAYS days (default 60)
      *       have passed since the letter with no contact, the
      *       case is reportable ("P"),
      *    3. on the annual report run (CALC-ESCHEAT-REPORT-YEAR
      *       names the year being reported) every reportable
      *       case is remitted: the balance is taken off the
      *       account and credited to the escheat liability account
      *       (CALC-ESCHEAT-LIABILITY) through balpost, both legs
      *       journaled, and the property goes on the state's
      *       holder report, ESCHSTAT (copy/eschrpt.cpy) -- case
      *       "M".  The remittance to the state itself is paid out
      *       of the liability account against that report.
      *
      *  Owner contact pulls an open case back out at any stage
      *  before the remittance: any balance movement on the account
      *  after the case opened withdraws it ("W"), and a RESPONSE
      *  card from ESCHCRDS records a written or telephoned reply
      *  to the letter ("R"):
      *
      *    cols  1-8   RESPONSE
      *    col   9     (blank)
      *    cols 10-17  account id
      *    col  18     (blank)
      *    cols 19-26  operator who took the response
      *    col  27     (blank)
      *    cols 28-57  note
      *
      *  A response restarts the dormancy clock from its date.
      *  Movement is read from the balance history under the
      *  MOVEHIST DD -- the BALHIST DD belongs to balpost, which
      *  appends to it -- and gathered by account on the ESCHWORK
      *  keyed work file, as DORMANT gathers it.  The run is as of
      *  today unless CALC-BUSINESS-DATE names the day being run.
      *
      *  ESCHMAST is read and written to ESCHNEW, which the JCL
      *  swaps back in; a missing ESCHMAST is an empty one.  The
      *  report run journals inside this program's header/trailer
      *  pair (references from the shared REFSEQ sequence); the
      *  liability credit carries the account debit's reference in
      *  JRNL-ORIG-REFERENCE so the two legs read together.
      *
      *  ESCHRPT lists every case that moved and the run totals.
      *  A reportable case whose account has since taken a term
      *  deposit TDMATURE has not matured or broken is not remitted
      *  on the report run: the principal is the term's, so the case
      *  stays reportable and waits on the next run.  TDMAST is
      *  optional, as the masters are.
      *
      *  RETURN-CODE 4 means a response card matched no open case
      *  or a reportable account could not be remitted and waits on
      *  the next report run; 8 means a remittance failed part-way
      *  and the report says which account -- the case file is
      *  still whole and is swapped in, so nothing is remitted
      *  twice; 12 means a file would not open and nothing moved.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "MOVEHIST"
               FILE STATUS IS MOVEMENT-HISTORY-STATUS.
           SELECT ESCHEAT-WORK-FILE ASSIGN TO "ESCHWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESW-ACCOUNT-ID
               FILE STATUS IS ESCHEAT-WORK-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCOUNT-ID
               FILE STATUS IS TERM-DEPOSIT-STATUS.
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
           SELECT CASE-MASTER-FILE ASSIGN TO "ESCHMAST"
               FILE STATUS IS CASE-MASTER-STATUS.
           SELECT CASE-NEW-FILE ASSIGN TO "ESCHNEW"
               FILE STATUS IS CASE-NEW-STATUS.
           SELECT RESPONSE-CARD-FILE ASSIGN TO "ESCHCRDS"
               FILE STATUS IS RESPONSE-CARD-STATUS.
           SELECT LETTER-FILE ASSIGN TO "ESCHLTR".
           SELECT STATE-REPORT-FILE ASSIGN TO "ESCHSTAT"
               FILE STATUS IS STATE-REPORT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ESCHRPT".

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY balrec.

       FD MOVEMENT-HISTORY-FILE.
       COPY balhist.

       FD ESCHEAT-WORK-FILE.
       01 ESCHEAT-WORK-RECORD.
           05 ESW-ACCOUNT-ID    PIC X(08).
           05 ESW-LAST-MOVEMENT PIC 9(08).
           05 ESW-RESPONSE-DATE PIC 9(08).
           05 ESW-CASE-FLAG     PIC X(01).
               88 ESW-CASE-OPEN VALUE 'Y'.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD TERM-DEPOSIT-FILE.
       COPY termdep.

       FD CUSTOMER-MASTER-FILE.
       COPY custrec.

       FD CUSTOMER-LINK-FILE.
       COPY custlink.

       FD CASE-MASTER-FILE.
       COPY eschcase.

       FD CASE-NEW-FILE.
       01 CASE-NEW-RECORD PIC X(150).

       FD RESPONSE-CARD-FILE.
       01 RESPONSE-CARD.
           05 RSP-ACTION     PIC X(08).
           05 FILLER         PIC X(01).
           05 RSP-ACCOUNT-ID PIC X(08).
           05 FILLER         PIC X(01).
           05 RSP-OPERATOR   PIC X(08).
           05 FILLER         PIC X(01).
           05 RSP-NOTE       PIC X(30).

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD STATE-REPORT-FILE.
       COPY eschrpt.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD REFERENCE-SEQ-FILE.
       01 REFSEQ-RECORD.
           05 REFS-LAST-DATE   PIC 9(08).
           05 REFS-LAST-NUMBER PIC 9(04).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 BALANCE-STATUS          PIC X(02).
       01 MOVEMENT-HISTORY-STATUS PIC X(02).
       01 ESCHEAT-WORK-STATUS     PIC X(02).
       01 ACCOUNT-MASTER-STATUS   PIC X(02).
       01 TERM-DEPOSIT-STATUS     PIC X(02).
       01 CUSTOMER-MASTER-STATUS  PIC X(02).
       01 CUSTOMER-LINK-STATUS    PIC X(02).
       01 CASE-MASTER-STATUS      PIC X(02).
       01 CASE-NEW-STATUS         PIC X(02).
       01 RESPONSE-CARD-STATUS    PIC X(02).
       01 STATE-REPORT-STATUS     PIC X(02).
       01 JOURNAL-STATUS          PIC X(02).
       01 REFERENCE-SEQ-STATUS    PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 CASE-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 CASE-MASTER-AVAILABLE VALUE 'Y'.
       01 ACCTMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 ACCTMAST-AVAILABLE VALUE 'Y'.
       01 TERM-DEPOSIT-SWITCH PIC X(01) VALUE 'N'.
           88 TERM-DEPOSIT-AVAILABLE VALUE 'Y'.
       01 TERM-RUNNING-SWITCH PIC X(01).
           88 TERM-DEPOSIT-RUNNING VALUE 'Y'.
       01 CUSTOMER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CUSTOMER-FILES-AVAILABLE VALUE 'Y'.
       01 REPORT-RUN-SWITCH PIC X(01) VALUE 'N'.
           88 REPORT-RUN VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 BUSINESS-DATE-ENV PIC X(08).
       01 ESCHEAT-YEARS-ENV PIC X(02).
       01 ESCHEAT-YEARS PIC 9(02) VALUE 3.
       01 RESPONSE-DAYS-ENV PIC X(04).
       01 RESPONSE-DAYS PIC 9(04) VALUE 60.
       01 REPORT-YEAR-ENV PIC X(04).
       01 REPORT-YEAR PIC 9(04) VALUE 0.
       01 LIABILITY-ACCOUNT PIC X(08) VALUE SPACES.
       01 HOLDER-ID PIC X(10) VALUE SPACES.
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

      * The response cards, matched against open cases as ESCHMAST
      * passes.  Any beyond the table are refused for the next run.
       01 RESPONSE-TABLE.
           05 RSPT-ENTRY OCCURS 200 TIMES INDEXED BY RSPT-IDX.
               10 RSPT-ACCOUNT-ID PIC X(08).
               10 RSPT-OPERATOR   PIC X(08).
               10 RSPT-NOTE       PIC X(30).
               10 RSPT-USED-FLAG  PIC X(01).
                   88 RSPT-USED VALUE 'Y'.
       01 RESPONSE-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 RESPONSE-FOUND-SWITCH PIC X(01).
           88 RESPONSE-FOUND VALUE 'Y'.

      * The account under judgment, whichever pass found it.
       01 CASE-ACCOUNT-ID PIC X(08).
       01 WORK-NEW-SWITCH PIC X(01).
           88 WORK-RECORD-NEW VALUE 'Y'.
       01 LAST-MOVEMENT-DATE PIC 9(08).
       01 LAST-RESPONSE-DATE PIC 9(08).
       01 LAST-CONTACT-DATE  PIC 9(08).
       01 OPEN-CASE-SWITCH PIC X(01).
           88 ACCOUNT-HAS-OPEN-CASE VALUE 'Y'.
       01 ENTRY-SWITCH PIC X(01).
           88 ENTRY-REFUSED VALUE 'N'.
           88 ENTRY-ALLOWED VALUE 'Y'.

      * Month counting as DORMANT does it: year*12+month on each
      * side, so February to March is one month whatever the day
      * numbers say.
       01 RUN-MONTH-INDEX  PIC 9(08) COMP.
       01 LAST-MONTH-INDEX PIC 9(08) COMP.
       01 MONTHS-INACTIVE  PIC S9(08) COMP.
       01 MONTHS-REQUIRED  PIC 9(04) COMP.
       01 MONTH-WORK-YEAR  PIC 9(04).
       01 MONTH-WORK-MM    PIC 9(02).

      * Day-serial arithmetic, in the shop's usual form.
       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS       PIC 9(08) COMP.
       01 SERIAL-YEAR       PIC 9(04) COMP.
       01 SERIAL-MONTH      PIC 9(02) COMP.
       01 SERIAL-WORK       PIC 9(08) COMP.
       01 SERIAL-DAY        PIC 9(02) COMP.
       01 RUN-DATE-SERIAL   PIC 9(08) COMP.
       01 LETTER-AGE-DAYS   PIC S9(08) COMP.

      * Addressee block, from the primary owner when there is one.
       01 ADDRESSEE-NAME    PIC X(30).
       01 ADDRESSEE-LINE-1  PIC X(30).
       01 ADDRESSEE-LINE-2  PIC X(30).
       01 ADDRESSEE-POSTAL  PIC X(10).
       01 ADDRESSEE-TAX-ID  PIC X(12).
       01 ADDRESSEE-COUNTRY PIC X(02).
       01 PRIMARY-OWNER-ID  PIC X(08).
       01 LINK-SCAN-DONE-SWITCH PIC X(01).
           88 LINK-SCAN-DONE VALUE 'Y'.

      * Each movement goes through the shared balpost subprogram
      * (see copy/balpostl.cpy); this program's own BALANCE open
      * is read-only, for the sweep.
       COPY balpostl.
       01 REMIT-AMOUNT      PIC S9(9)V99.
       01 PRIOR-BALANCE     PIC S9(9)V99.
       01 POSTING-ACCOUNT   PIC X(08).
       01 POSTING-OPERATION PIC X(01).
       01 POSTING-AMOUNT    PIC S9(9)V99.
       01 POSTING-ORIG-REFERENCE PIC X(10).
       01 REMIT-DEBIT-REFERENCE  PIC X(10).
       01 REMIT-CREDIT-REFERENCE PIC X(10).
       01 POSTING-FAILED-SWITCH PIC X(01).
           88 POSTING-FAILED VALUE 'Y'.

       01 CASES-READ         PIC 9(08) COMP VALUE 0.
       01 CASES-OPENED       PIC 9(08) COMP VALUE 0.
       01 CASES-WITHDRAWN    PIC 9(08) COMP VALUE 0.
       01 CASES-RESPONDED    PIC 9(08) COMP VALUE 0.
       01 CASES-REPORTABLE   PIC 9(08) COMP VALUE 0.
       01 CASES-REMITTED     PIC 9(08) COMP VALUE 0.
       01 CASES-STILL-OPEN   PIC 9(08) COMP VALUE 0.
       01 REMITS-REFUSED     PIC 9(08) COMP VALUE 0.
       01 REMITS-FAILED      PIC 9(08) COMP VALUE 0.
       01 UNMATCHED-CARDS    PIC 9(08) COMP VALUE 0.
       01 TOTAL-REMITTED     PIC S9(11)V99 VALUE 0.
       01 STATE-DETAIL-COUNT PIC 9(06) VALUE 0.
       01 STATE-AMOUNT-TOTAL PIC 9(11)V99 VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(08) COMP VALUE 0.
      * Sum of the JRNL-RESULT amounts journaled as OK lines --
      * the figure the run trailer must claim for JRNLRPT's
      * reconciliation of this run to foot.
       01 JOURNALED-RESULT-TOTAL PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 YEARS-EDIT  PIC Z9.
       01 DAYS-EDIT   PIC ZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 BALANCE-EDIT PIC ZZZZZZZZ9.99-.
       01 RETURN-CODE-EDIT PIC ZZZ9.
       01 REPORT-WORK PIC X(120).
       01 LETTER-WORK PIC X(80).
       01 IO.
       COPY data.

      * Tamper-evidence chain state (see copy/jrnlhshl.cpy).
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "ESCHEAT" TO PRMG-PROGRAM
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
           MOVE "CALC-ESCHEAT-YEARS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ESCHEAT-YEARS-ENV
           IF ESCHEAT-YEARS-ENV NOT = SPACES
               MOVE ESCHEAT-YEARS-ENV TO ESCHEAT-YEARS
           END-IF
           MOVE "CALC-ESCHEAT-RESPONSE-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RESPONSE-DAYS-ENV
           IF RESPONSE-DAYS-ENV NOT = SPACES
               MOVE RESPONSE-DAYS-ENV TO RESPONSE-DAYS
           END-IF
           MOVE "CALC-ESCHEAT-LIABILITY" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO LIABILITY-ACCOUNT
           MOVE "CALC-ESCHEAT-HOLDER" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO HOLDER-ID
           IF HOLDER-ID = SPACES
               MOVE "CALCULATOR" TO HOLDER-ID
           END-IF
           MOVE "CALC-ESCHEAT-REPORT-YEAR" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REPORT-YEAR-ENV
           IF REPORT-YEAR-ENV NOT = SPACES
               IF REPORT-YEAR-ENV IS NUMERIC
                   MOVE REPORT-YEAR-ENV TO REPORT-YEAR
                   SET REPORT-RUN TO TRUE
               ELSE
                   DISPLAY "report year '" REPORT-YEAR-ENV
                       "' is not a year -- nothing done"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF REPORT-RUN AND LIABILITY-ACCOUNT = SPACES
               DISPLAY "report run needs the escheat liability "
                   "account -- nothing done"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE MONTHS-REQUIRED = ESCHEAT-YEARS * 12
           MOVE RUN-DATE(1:4) TO MONTH-WORK-YEAR
           MOVE RUN-DATE(5:2) TO MONTH-WORK-MM
           COMPUTE RUN-MONTH-INDEX =
               MONTH-WORK-YEAR * 12 + MONTH-WORK-MM
           MOVE RUN-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO RUN-DATE-SERIAL
           PERFORM BUILD-LAST-MOVEMENT-DATES
           PERFORM LOAD-RESPONSE-CARDS
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               CLOSE ESCHEAT-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CASE-MASTER-FILE
           IF CASE-MASTER-STATUS = "00"
               SET CASE-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT CASE-NEW-FILE
           IF CASE-NEW-STATUS NOT = "00"
               DISPLAY "unable to open new escheatment cases, "
                   "status " CASE-NEW-STATUS
               CLOSE BALANCE-FILE
               CLOSE ESCHEAT-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * The masters are optional equipment: a missing account or
      * customer master only means a plainer addressee and no
      * closed-account check; a missing TDMAST, no term check.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               SET ACCTMAST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-STATUS = "00"
               SET TERM-DEPOSIT-AVAILABLE TO TRUE
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
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           MOVE ESCHEAT-YEARS TO YEARS-EDIT
           MOVE RESPONSE-DAYS TO DAYS-EDIT
           STRING "UNCLAIMED PROPERTY CYCLE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  DORMANT " DELIMITED BY SIZE
               YEARS-EDIT DELIMITED BY SIZE
               " YEARS, RESPONSE PERIOD " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF REPORT-RUN
               PERFORM START-REPORT-RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF CASE-MASTER-AVAILABLE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM ADVANCE-ONE-CASE UNTIL SOURCE-EOF
               CLOSE CASE-MASTER-FILE
           END-IF
           MOVE 'N' TO SOURCE-EOF-SWITCH
           MOVE LOW-VALUES TO BAL-ACCOUNT-ID
           START BALANCE-FILE KEY >= BAL-ACCOUNT-ID
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START
           PERFORM JUDGE-ONE-ACCOUNT UNTIL SOURCE-EOF
           PERFORM REPORT-UNMATCHED-CARDS
           IF REPORT-RUN
               PERFORM FINISH-REPORT-RUN
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE BALANCE-FILE
           CLOSE ESCHEAT-WORK-FILE
           CLOSE CASE-NEW-FILE
           IF ACCTMAST-AVAILABLE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF TERM-DEPOSIT-AVAILABLE
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           IF CUSTOMER-FILES-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-LINK-FILE
           END-IF
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE
           MOVE CASES-OPENED TO COUNT-EDIT
           DISPLAY "due-diligence letters sent: " COUNT-EDIT
           MOVE CASES-REMITTED TO COUNT-EDIT
           DISPLAY "accounts remitted: " COUNT-EDIT
           IF REMITS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF (UNMATCHED-CARDS > 0 OR REMITS-REFUSED > 0)
                       AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK
           .

      *****************************************************************
      *  Each account's last balance movement, kept on the work
      *  file DORMANT's way; the case pass adds its open-case flag
      *  and latest owner response on top.
      *****************************************************************
       BUILD-LAST-MOVEMENT-DATES SECTION.
           OPEN OUTPUT ESCHEAT-WORK-FILE
           IF ESCHEAT-WORK-STATUS = "00"
               CLOSE ESCHEAT-WORK-FILE
               OPEN I-O ESCHEAT-WORK-FILE
           END-IF
           IF ESCHEAT-WORK-STATUS NOT = "00"
               DISPLAY "unable to open escheatment work file, status "
                   ESCHEAT-WORK-STATUS
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
                   MOVE BALH-ACCOUNT-ID TO CASE-ACCOUNT-ID
                   PERFORM FETCH-WORK-RECORD
                   IF BALH-RUN-DATE > ESW-LAST-MOVEMENT
                       MOVE BALH-RUN-DATE TO ESW-LAST-MOVEMENT
                   END-IF
                   PERFORM STORE-WORK-RECORD
           END-READ
           EXIT.

       FETCH-WORK-RECORD SECTION.
           MOVE 'N' TO WORK-NEW-SWITCH
           MOVE CASE-ACCOUNT-ID TO ESW-ACCOUNT-ID
           READ ESCHEAT-WORK-FILE
               INVALID KEY
                   SET WORK-RECORD-NEW TO TRUE
                   MOVE CASE-ACCOUNT-ID TO ESW-ACCOUNT-ID
                   MOVE 0 TO ESW-LAST-MOVEMENT
                   MOVE 0 TO ESW-RESPONSE-DATE
                   MOVE 'N' TO ESW-CASE-FLAG
           END-READ
           EXIT.

       STORE-WORK-RECORD SECTION.
           IF WORK-RECORD-NEW
               WRITE ESCHEAT-WORK-RECORD
           ELSE
               REWRITE ESCHEAT-WORK-RECORD
           END-IF
           EXIT.

       LOAD-RESPONSE-CARDS SECTION.
           OPEN INPUT RESPONSE-CARD-FILE
           IF RESPONSE-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           ELSE
               PERFORM READ-RESPONSE-CARD UNTIL CARD-EOF
               CLOSE RESPONSE-CARD-FILE
           END-IF
           EXIT.

       READ-RESPONSE-CARD SECTION.
           READ RESPONSE-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF RESPONSE-CARD = SPACES
                           OR RESPONSE-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM STORE-RESPONSE-CARD
                   END-IF
           END-READ
           EXIT.

       STORE-RESPONSE-CARD SECTION.
           IF RESPONSE-ENTRIES-USED >= 200
               DISPLAY "response card table full -- card dropped: "
                   RESPONSE-CARD(1:30)
               ADD 1 TO UNMATCHED-CARDS
           ELSE
               IF RSP-ACTION = "RESPONSE"
                   ADD 1 TO RESPONSE-ENTRIES-USED
                   SET RSPT-IDX TO RESPONSE-ENTRIES-USED
                   MOVE RSP-ACCOUNT-ID TO RSPT-ACCOUNT-ID(RSPT-IDX)
                   MOVE RSP-OPERATOR   TO RSPT-OPERATOR(RSPT-IDX)
                   MOVE RSP-NOTE       TO RSPT-NOTE(RSPT-IDX)
                   MOVE 'N' TO RSPT-USED-FLAG(RSPT-IDX)
               ELSE
                   DISPLAY "unknown escheatment card action: "
                       RSP-ACTION
                   ADD 1 TO UNMATCHED-CARDS
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *  The report run checks its liability account can take the
      *  credits before anything moves, and opens the journal and
      *  the state report around the remittances.
      *****************************************************************
       START-REPORT-RUN SECTION.
           MOVE "INQUIRE "        TO BPST-FUNCTION
           MOVE LIABILITY-ACCOUNT TO BPST-ACCOUNT-ID
           MOVE RUN-DATE          TO BPST-RUN-DATE
           MOVE RUN-TIME          TO BPST-RUN-TIME
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE = 16
               DISPLAY "balance lock held by another job -- "
                   "escheatment run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               DISPLAY "escheat liability account "
                   LIABILITY-ACCOUNT " not available, return code "
                   BPST-RETURN-CODE " -- nothing done"
               MOVE "CLOSE   " TO BPST-FUNCTION
               CALL 'balpost' USING BALANCE-POSTING-AREA
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT STATE-REPORT-FILE
           IF STATE-REPORT-STATUS NOT = "00"
               DISPLAY "unable to open state report, status "
                   STATE-REPORT-STATUS " -- nothing done"
               MOVE "CLOSE   " TO BPST-FUNCTION
               CALL 'balpost' USING BALANCE-POSTING-AREA
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ESCHEAT-REPORT-HEADER
           MOVE "H"         TO ESRH-RECORD-TYPE
           MOVE HOLDER-ID   TO ESRH-HOLDER-ID
           MOVE REPORT-YEAR TO ESRH-REPORT-YEAR
           MOVE RUN-DATE    TO ESRH-CREATE-DATE
           WRITE ESCHEAT-REPORT-RECORD
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           PERFORM LOAD-REFERENCE-SEQUENCE
           PERFORM WRITE-RUN-HEADER
           MOVE SPACES TO REPORT-WORK
           STRING "ANNUAL REPORT RUN FOR " DELIMITED BY SIZE
               REPORT-YEAR DELIMITED BY SIZE
               "  HOLDER " DELIMITED BY SIZE
               HOLDER-ID DELIMITED BY SIZE
               "  LIABILITY ACCOUNT " DELIMITED BY SIZE
               LIABILITY-ACCOUNT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       FINISH-REPORT-RUN SECTION.
           MOVE SPACES TO ESCHEAT-REPORT-TRAILER
           MOVE "T"                TO ESRT-RECORD-TYPE
           MOVE HOLDER-ID          TO ESRT-HOLDER-ID
           MOVE REPORT-YEAR        TO ESRT-REPORT-YEAR
           MOVE STATE-DETAIL-COUNT TO ESRT-DETAIL-COUNT
           MOVE STATE-AMOUNT-TOTAL TO ESRT-AMOUNT-TOTAL
           WRITE ESCHEAT-REPORT-RECORD
           CLOSE STATE-REPORT-FILE
           PERFORM WRITE-RUN-TRAILER
           CLOSE JOURNAL-FILE
           PERFORM SAVE-REFERENCE-SEQUENCE
           MOVE "CLOSE   " TO BPST-FUNCTION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           EXIT.

       WRITE-RUN-HEADER SECTION.
           MOVE "H"        TO JRNLH-RECORD-TYPE
           MOVE RUN-DATE   TO JRNLH-RUN-DATE
           MOVE RUN-TIME   TO JRNLH-RUN-TIME
           MOVE "ESCHEAT"  TO JRNLH-PROGRAM-NAME
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
      *  One case from ESCHMAST.  Closed cases are carried forward
      *  untouched as history.  An open case is checked for owner
      *  contact first -- movement since it opened, then a response
      *  card -- and only then for the response period running out
      *  and, on the report run, for remittance.  Whatever it ends
      *  as is noted on the work file for the sweep that follows.
      *****************************************************************
       ADVANCE-ONE-CASE SECTION.
           READ CASE-MASTER-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CASES-READ
                   MOVE ESC-ACCOUNT-ID TO CASE-ACCOUNT-ID
                   PERFORM FETCH-WORK-RECORD
                   IF ESC-CASE-OPEN
                       PERFORM JUDGE-OPEN-CASE
                   END-IF
                   IF ESC-CASE-OPEN
                       SET ESW-CASE-OPEN TO TRUE
                       ADD 1 TO CASES-STILL-OPEN
                   END-IF
                   IF ESC-OWNER-RESPONDED
                           AND ESC-CLOSED-DATE > ESW-RESPONSE-DATE
                       MOVE ESC-CLOSED-DATE TO ESW-RESPONSE-DATE
                   END-IF
                   PERFORM STORE-WORK-RECORD
                   WRITE CASE-NEW-RECORD FROM ESCHEAT-CASE-RECORD
           END-READ
           EXIT.

       JUDGE-OPEN-CASE SECTION.
           PERFORM MATCH-RESPONSE
           EVALUATE TRUE
               WHEN ESW-LAST-MOVEMENT > ESC-LAST-ACTIVITY
                   PERFORM WITHDRAW-CASE
               WHEN RESPONSE-FOUND
                   PERFORM RECORD-OWNER-RESPONSE
               WHEN OTHER
                   IF ESC-LETTER-SENT
                       PERFORM CHECK-RESPONSE-PERIOD
                   END-IF
                   IF ESC-REPORTABLE AND REPORT-RUN
                       PERFORM REMIT-ONE-CASE
                   END-IF
           END-EVALUATE
           EXIT.

      * A card for an account whose case was withdrawn by movement
      * in the same run is still satisfied -- the owner was in
      * touch either way.
       MATCH-RESPONSE SECTION.
           MOVE 'N' TO RESPONSE-FOUND-SWITCH
           SET RSPT-IDX TO 1
           PERFORM SEARCH-RESPONSE-TABLE
               UNTIL RSPT-IDX > RESPONSE-ENTRIES-USED
                   OR RESPONSE-FOUND
           IF RESPONSE-FOUND
               SET RSPT-USED(RSPT-IDX) TO TRUE
           END-IF
           EXIT.

       SEARCH-RESPONSE-TABLE SECTION.
           IF RSPT-ACCOUNT-ID(RSPT-IDX) = ESC-ACCOUNT-ID
                   AND NOT RSPT-USED(RSPT-IDX)
               SET RESPONSE-FOUND TO TRUE
           ELSE
               SET RSPT-IDX UP BY 1
           END-IF
           EXIT.

       WITHDRAW-CASE SECTION.
           ADD 1 TO CASES-WITHDRAWN
           MOVE "W" TO ESC-STATUS
           MOVE RUN-DATE TO ESC-CLOSED-DATE
           MOVE SPACES TO ESC-NOTE
           STRING "OWNER ACTIVITY " DELIMITED BY SIZE
               ESW-LAST-MOVEMENT DELIMITED BY SIZE
               INTO ESC-NOTE
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT " DELIMITED BY SIZE
               ESC-ACCOUNT-ID DELIMITED BY SIZE
               " WITHDRAWN -- BALANCE MOVED " DELIMITED BY SIZE
               ESW-LAST-MOVEMENT DELIMITED BY SIZE
               " AFTER LETTER OF " DELIMITED BY SIZE
               ESC-LETTER-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       RECORD-OWNER-RESPONSE SECTION.
           ADD 1 TO CASES-RESPONDED
           MOVE "R" TO ESC-STATUS
           MOVE RUN-DATE TO ESC-CLOSED-DATE
           MOVE RSPT-NOTE(RSPT-IDX) TO ESC-NOTE
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT " DELIMITED BY SIZE
               ESC-ACCOUNT-ID DELIMITED BY SIZE
               " OWNER RESPONDED -- TAKEN BY " DELIMITED BY SIZE
               RSPT-OPERATOR(RSPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RSPT-NOTE(RSPT-IDX) DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       CHECK-RESPONSE-PERIOD SECTION.
           MOVE ESC-LETTER-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           COMPUTE LETTER-AGE-DAYS = RUN-DATE-SERIAL - SERIAL-DAYS
           IF LETTER-AGE-DAYS >= RESPONSE-DAYS
               ADD 1 TO CASES-REPORTABLE
               MOVE "P" TO ESC-STATUS
               MOVE RUN-DATE TO ESC-REPORTABLE-DATE
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   ESC-ACCOUNT-ID DELIMITED BY SIZE
                   " REPORTABLE -- NO RESPONSE TO LETTER OF "
                   DELIMITED BY SIZE
                   ESC-LETTER-DATE DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

      *****************************************************************
      *  Remit one reportable case: the whole credit balance off the
      *  account, onto the escheat liability account, and onto the
      *  state report.  An account no longer on the balance master
      *  stays reportable for the next run; one with nothing left
      *  to remit is withdrawn.  A liability credit that fails
      *  after the account debit posted leaves the case remitted --
      *  the money has left the owner's account -- and the report
      *  names it for hand repair.
      *****************************************************************
       REMIT-ONE-CASE SECTION.
           MOVE 'N' TO POSTING-FAILED-SWITCH
           MOVE ESC-ACCOUNT-ID TO TD-ACCOUNT-ID
           PERFORM CHECK-TERM-DEPOSIT
           MOVE "INQUIRE "     TO BPST-FUNCTION
           MOVE ESC-ACCOUNT-ID TO BPST-ACCOUNT-ID
           MOVE RUN-DATE       TO BPST-RUN-DATE
           MOVE RUN-TIME       TO BPST-RUN-TIME
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           EVALUATE TRUE
               WHEN TERM-DEPOSIT-RUNNING
                   ADD 1 TO REMITS-REFUSED
                   MOVE SPACES TO REPORT-WORK
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       ESC-ACCOUNT-ID DELIMITED BY SIZE
                       " NOT REMITTED -- UNMATURED TERM DEPOSIT"
                       DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE REPORT-WORK TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN BPST-RETURN-CODE = 08
                   ADD 1 TO REMITS-REFUSED
                   MOVE SPACES TO REPORT-WORK
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       ESC-ACCOUNT-ID DELIMITED BY SIZE
                       " NOT REMITTED -- NOT ON BALANCE MASTER"
                       DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE REPORT-WORK TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN BPST-RETURN-CODE NOT = 0
                   ADD 1 TO REMITS-FAILED
                   MOVE BPST-RETURN-CODE TO RETURN-CODE-EDIT
                   MOVE SPACES TO REPORT-WORK
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       ESC-ACCOUNT-ID DELIMITED BY SIZE
                       " NOT REMITTED -- BALANCE INQUIRY FAILED, "
                       DELIMITED BY SIZE
                       "RETURN CODE " DELIMITED BY SIZE
                       RETURN-CODE-EDIT DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE REPORT-WORK TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN BPST-NEW-BALANCE NOT > 0
                   ADD 1 TO CASES-WITHDRAWN
                   MOVE "W" TO ESC-STATUS
                   MOVE RUN-DATE TO ESC-CLOSED-DATE
                   MOVE "NOTHING TO REMIT" TO ESC-NOTE
                   MOVE SPACES TO REPORT-WORK
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       ESC-ACCOUNT-ID DELIMITED BY SIZE
                       " WITHDRAWN -- NO CREDIT BALANCE TO REMIT"
                       DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE REPORT-WORK TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   MOVE BPST-NEW-BALANCE TO REMIT-AMOUNT
                   PERFORM POST-REMITTANCE
           END-EVALUATE
           EXIT.

       POST-REMITTANCE SECTION.
           MOVE SPACES TO REMIT-CREDIT-REFERENCE
           PERFORM ASSIGN-ESCHEAT-REFERENCE
           MOVE REFERENCE-NUMBER TO REMIT-DEBIT-REFERENCE
           MOVE ESC-ACCOUNT-ID   TO POSTING-ACCOUNT
           MOVE "-"              TO POSTING-OPERATION
           MOVE REMIT-AMOUNT     TO POSTING-AMOUNT
           MOVE SPACES TO POSTING-ORIG-REFERENCE
           PERFORM POST-ONE-MOVEMENT
           IF NOT POSTING-FAILED
               PERFORM ASSIGN-ESCHEAT-REFERENCE
               MOVE REFERENCE-NUMBER  TO REMIT-CREDIT-REFERENCE
               MOVE LIABILITY-ACCOUNT TO POSTING-ACCOUNT
               MOVE "+"               TO POSTING-OPERATION
               MOVE REMIT-AMOUNT      TO POSTING-AMOUNT
               MOVE REMIT-DEBIT-REFERENCE TO POSTING-ORIG-REFERENCE
               PERFORM POST-ONE-MOVEMENT
               ADD 1 TO CASES-REMITTED
               ADD REMIT-AMOUNT TO TOTAL-REMITTED
               MOVE "M" TO ESC-STATUS
               MOVE RUN-DATE TO ESC-CLOSED-DATE
               MOVE REPORT-YEAR TO ESC-REPORT-YEAR
               MOVE REMIT-AMOUNT TO ESC-REMIT-AMOUNT
               MOVE REMIT-DEBIT-REFERENCE TO ESC-REMIT-REFERENCE
               IF POSTING-FAILED
                   MOVE "LIABILITY CREDIT FAILED" TO ESC-NOTE
               ELSE
                   MOVE "REMITTED TO STATE" TO ESC-NOTE
               END-IF
               PERFORM WRITE-STATE-DETAIL
               MOVE REMIT-AMOUNT TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   ESC-ACCOUNT-ID DELIMITED BY SIZE
                   " REMITTED " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  TO " DELIMITED BY SIZE
                   LIABILITY-ACCOUNT DELIMITED BY SIZE
                   "  REF " DELIMITED BY SIZE
                   REMIT-DEBIT-REFERENCE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   REMIT-CREDIT-REFERENCE DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

      * One balpost call moves the balance and writes the history
      * line together.  A lock refusal can only come before
      * anything has moved -- START-REPORT-RUN took the lock -- so
      * it stops the run; any other failure is reported against
      * the account.
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
                   "escheatment run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               SET POSTING-FAILED TO TRUE
               MOVE BPST-RETURN-CODE TO RETURN-CODE-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNT " DELIMITED BY SIZE
                   ESC-ACCOUNT-ID DELIMITED BY SIZE
                   " POSTING " DELIMITED BY SIZE
                   REFERENCE-NUMBER DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   POSTING-ACCOUNT DELIMITED BY SIZE
                   " FAILED, RETURN CODE " DELIMITED BY SIZE
                   RETURN-CODE-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO REMITS-FAILED
           ELSE
               MOVE BPST-PRIOR-BALANCE TO PRIOR-BALANCE
               PERFORM JOURNAL-ONE-MOVEMENT
           END-IF
           EXIT.

      * Journaled as an ordinary addition or subtraction so the
      * trial-balance replay and the statement read it like any
      * other posting.
       JOURNAL-ONE-MOVEMENT SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE PRIOR-BALANCE     TO JRNL-VALUE-1
           MOVE POSTING-OPERATION TO JRNL-OPERATION
           MOVE POSTING-AMOUNT    TO JRNL-VALUE-2
           MOVE BPST-NEW-BALANCE  TO JRNL-RESULT
           MOVE RUN-DATE          TO JRNL-DATE
           MOVE "ESCHEAT"         TO JRNL-OPERATOR-ID
           MOVE REFERENCE-NUMBER  TO JRNL-REFERENCE
           MOVE "OK"              TO JRNL-OUTCOME
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
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           ADD JRNL-RESULT TO JOURNALED-RESULT-TOTAL
           EXIT.

      * The owner as the state wants them: the primary owner's
      * legal name, tax id and address as they stand today.
       WRITE-STATE-DETAIL SECTION.
           PERFORM FIND-ADDRESSEE
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           MOVE "D"               TO ESR-RECORD-TYPE
           MOVE HOLDER-ID         TO ESR-HOLDER-ID
           MOVE REPORT-YEAR       TO ESR-REPORT-YEAR
           MOVE "AC01"            TO ESR-PROPERTY-TYPE
           MOVE ADDRESSEE-NAME    TO ESR-OWNER-NAME
           MOVE ADDRESSEE-TAX-ID  TO ESR-OWNER-TAX-ID
           MOVE ADDRESSEE-LINE-1  TO ESR-OWNER-ADDRESS-1
           MOVE ADDRESSEE-LINE-2  TO ESR-OWNER-ADDRESS-2
           MOVE ADDRESSEE-POSTAL  TO ESR-OWNER-POSTAL
           MOVE ADDRESSEE-COUNTRY TO ESR-OWNER-COUNTRY
           MOVE ESC-ACCOUNT-ID    TO ESR-ACCOUNT-ID
           MOVE ESC-LAST-ACTIVITY TO ESR-LAST-ACTIVITY
           MOVE ESC-LETTER-DATE   TO ESR-LETTER-DATE
           MOVE REMIT-AMOUNT      TO ESR-AMOUNT
           MOVE RUN-DATE          TO ESR-REMIT-DATE
           MOVE REMIT-DEBIT-REFERENCE TO ESR-REMIT-REFERENCE
           WRITE ESCHEAT-REPORT-RECORD
           ADD 1 TO STATE-DETAIL-COUNT
           ADD REMIT-AMOUNT TO STATE-AMOUNT-TOTAL
           EXIT.

      *****************************************************************
      *  The sweep for new cases: every dormant-flagged account with
      *  a credit balance and no case open, whose last contact --
      *  movement or owner response, or the opening date when
      *  neither is on record -- is the full years back.
      *****************************************************************
       JUDGE-ONE-ACCOUNT SECTION.
           READ BALANCE-FILE NEXT
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF BAL-DORMANT AND BAL-AMOUNT > 0
                           AND BAL-ACCOUNT-ID NOT = LIABILITY-ACCOUNT
                       PERFORM JUDGE-CASE-ENTRY
                       IF ENTRY-ALLOWED
                           PERFORM OPEN-NEW-CASE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       JUDGE-CASE-ENTRY SECTION.
           SET ENTRY-ALLOWED TO TRUE
           MOVE BAL-ACCOUNT-ID TO CASE-ACCOUNT-ID
           MOVE 'N' TO OPEN-CASE-SWITCH
           MOVE 0 TO LAST-MOVEMENT-DATE
           MOVE 0 TO LAST-RESPONSE-DATE
           MOVE BAL-ACCOUNT-ID TO ESW-ACCOUNT-ID
           READ ESCHEAT-WORK-FILE
               NOT INVALID KEY
                   MOVE ESW-LAST-MOVEMENT TO LAST-MOVEMENT-DATE
                   MOVE ESW-RESPONSE-DATE TO LAST-RESPONSE-DATE
                   MOVE ESW-CASE-FLAG TO OPEN-CASE-SWITCH
           END-READ
           IF ACCOUNT-HAS-OPEN-CASE
               SET ENTRY-REFUSED TO TRUE
           END-IF
           MOVE LAST-MOVEMENT-DATE TO LAST-CONTACT-DATE
           IF LAST-RESPONSE-DATE > LAST-CONTACT-DATE
               MOVE LAST-RESPONSE-DATE TO LAST-CONTACT-DATE
           END-IF
           IF ENTRY-ALLOWED AND ACCTMAST-AVAILABLE
               MOVE BAL-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCT-CLOSED
                           SET ENTRY-REFUSED TO TRUE
                       END-IF
                       IF LAST-CONTACT-DATE = 0
                           MOVE ACCT-OPENED-DATE
                               TO LAST-CONTACT-DATE
                       END-IF
               END-READ
           END-IF
           IF ENTRY-ALLOWED
               MOVE BAL-ACCOUNT-ID TO TD-ACCOUNT-ID
               PERFORM CHECK-TERM-DEPOSIT
               IF TERM-DEPOSIT-RUNNING
                   SET ENTRY-REFUSED TO TRUE
               END-IF
           END-IF
           IF ENTRY-ALLOWED AND LAST-CONTACT-DATE > 0
               MOVE LAST-CONTACT-DATE(1:4) TO MONTH-WORK-YEAR
               MOVE LAST-CONTACT-DATE(5:2) TO MONTH-WORK-MM
               COMPUTE LAST-MONTH-INDEX =
                   MONTH-WORK-YEAR * 12 + MONTH-WORK-MM
               COMPUTE MONTHS-INACTIVE =
                   RUN-MONTH-INDEX - LAST-MONTH-INDEX
               IF MONTHS-INACTIVE < MONTHS-REQUIRED
                   SET ENTRY-REFUSED TO TRUE
               END-IF
           END-IF
           EXIT.

      * Active, or flagged for a break TDMATURE has not yet
      * settled: either way the principal is still the term's.
      * The caller names the account in TD-ACCOUNT-ID.
       CHECK-TERM-DEPOSIT SECTION.
           MOVE 'N' TO TERM-RUNNING-SWITCH
           IF TERM-DEPOSIT-AVAILABLE
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TD-UNMATURED
                           SET TERM-DEPOSIT-RUNNING TO TRUE
                       END-IF
               END-READ
           END-IF
           EXIT.

       OPEN-NEW-CASE SECTION.
           PERFORM FIND-ADDRESSEE
           MOVE SPACES TO ESCHEAT-CASE-RECORD
           MOVE BAL-ACCOUNT-ID     TO ESC-ACCOUNT-ID
           MOVE "D"                TO ESC-STATUS
           MOVE RUN-DATE           TO ESC-OPENED-DATE
           MOVE LAST-MOVEMENT-DATE TO ESC-LAST-ACTIVITY
           MOVE BAL-AMOUNT         TO ESC-OPENING-BALANCE
           MOVE RUN-DATE           TO ESC-LETTER-DATE
           MOVE 0                  TO ESC-REPORTABLE-DATE
           MOVE 0                  TO ESC-CLOSED-DATE
           MOVE 0                  TO ESC-REPORT-YEAR
           MOVE 0                  TO ESC-REMIT-AMOUNT
           MOVE PRIMARY-OWNER-ID   TO ESC-OWNER-CUSTOMER
           MOVE "DUE-DILIGENCE LETTER SENT" TO ESC-NOTE
           WRITE CASE-NEW-RECORD FROM ESCHEAT-CASE-RECORD
           ADD 1 TO CASES-OPENED
           PERFORM WRITE-DUE-DILIGENCE-LETTER
           MOVE BAL-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           IF LAST-MOVEMENT-DATE = 0
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BAL-ACCOUNT-ID DELIMITED BY SIZE
                   " LETTER SENT  BALANCE " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  NO MOVEMENT ON RECORD" DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "ACCOUNT " DELIMITED BY SIZE
                   BAL-ACCOUNT-ID DELIMITED BY SIZE
                   " LETTER SENT  BALANCE " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  LAST MOVEMENT " DELIMITED BY SIZE
                   LAST-MOVEMENT-DATE DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-DUE-DILIGENCE-LETTER SECTION.
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-WORK
           STRING "NOTICE DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "          ACCOUNT " DELIMITED BY SIZE
               BAL-ACCOUNT-ID DELIMITED BY SIZE
               INTO LETTER-WORK
           MOVE LETTER-WORK TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ADDRESSEE-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           IF ADDRESSEE-LINE-1 NOT = SPACES
               MOVE ADDRESSEE-LINE-1 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF ADDRESSEE-LINE-2 NOT = SPACES
               MOVE ADDRESSEE-LINE-2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF ADDRESSEE-POSTAL NOT = SPACES
               MOVE ADDRESSEE-POSTAL TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "IMPORTANT -- UNCLAIMED PROPERTY NOTICE"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-WORK
           IF LAST-MOVEMENT-DATE = 0
               MOVE "OUR RECORDS SHOW NO ACTIVITY ON YOUR ACCOUNT."
                   TO LETTER-WORK
           ELSE
               STRING "OUR RECORDS SHOW NO ACTIVITY ON YOUR ACCOUNT "
                   DELIMITED BY SIZE
                   "SINCE " DELIMITED BY SIZE
                   LAST-MOVEMENT-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LETTER-WORK
           END-IF
           MOVE LETTER-WORK TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "STATE LAW REQUIRES US TO REPORT THE BALANCE OF AN"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-WORK
           STRING "ACCOUNT WITH NO OWNER CONTACT FOR " DELIMITED BY SIZE
               YEARS-EDIT DELIMITED BY SIZE
               " YEARS AND PAY IT OVER" DELIMITED BY SIZE
               INTO LETTER-WORK
           MOVE LETTER-WORK TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "TO THE STATE AS UNCLAIMED PROPERTY.  TO KEEP YOUR"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "ACCOUNT, CONTACT US OR MAKE A DEPOSIT OR WITHDRAWAL"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-WORK
           STRING "WITHIN " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " DAYS OF THE DATE OF THIS LETTER." DELIMITED BY SIZE
               INTO LETTER-WORK
           MOVE LETTER-WORK TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE BAL-AMOUNT TO BALANCE-EDIT
           MOVE SPACES TO LETTER-WORK
           STRING "CURRENT BALANCE:   " DELIMITED BY SIZE
               BALANCE-EDIT DELIMITED BY SIZE
               INTO LETTER-WORK
           MOVE LETTER-WORK TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           EXIT.

       REPORT-UNMATCHED-CARDS SECTION.
           SET RSPT-IDX TO 1
           PERFORM REPORT-ONE-UNMATCHED-CARD
               UNTIL RSPT-IDX > RESPONSE-ENTRIES-USED
           EXIT.

       REPORT-ONE-UNMATCHED-CARD SECTION.
           IF NOT RSPT-USED(RSPT-IDX)
               ADD 1 TO UNMATCHED-CARDS
               MOVE SPACES TO REPORT-WORK
               STRING "RESPONSE CARD FOR ACCOUNT " DELIMITED BY SIZE
                   RSPT-ACCOUNT-ID(RSPT-IDX) DELIMITED BY SIZE
                   " MATCHED NO OPEN CASE -- NOT APPLIED"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           SET RSPT-IDX UP BY 1
           EXIT.

       FIND-ADDRESSEE SECTION.
           MOVE SPACES TO ADDRESSEE-NAME
           MOVE SPACES TO ADDRESSEE-LINE-1
           MOVE SPACES TO ADDRESSEE-LINE-2
           MOVE SPACES TO ADDRESSEE-POSTAL
           MOVE SPACES TO ADDRESSEE-TAX-ID
           MOVE SPACES TO ADDRESSEE-COUNTRY
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
                       MOVE CUST-TAX-ID         TO ADDRESSEE-TAX-ID
                       MOVE CUST-COUNTRY        TO ADDRESSEE-COUNTRY
               END-READ
           END-IF
           IF PRIMARY-OWNER-ID = SPACES
               MOVE "ACCOUNT HOLDER" TO ADDRESSEE-NAME
               IF ACCTMAST-AVAILABLE
                   MOVE CASE-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                   READ ACCOUNT-MASTER-FILE
                       NOT INVALID KEY
                           MOVE ACCT-NAME TO ADDRESSEE-NAME
                   END-READ
               END-IF
           END-IF
           EXIT.

       FIND-PRIMARY-OWNER SECTION.
           MOVE 'N' TO LINK-SCAN-DONE-SWITCH
           MOVE CASE-ACCOUNT-ID TO CLNK-ACCOUNT-ID
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
                   IF CLNK-ACCOUNT-ID NOT = CASE-ACCOUNT-ID
                       SET LINK-SCAN-DONE TO TRUE
                   ELSE
                       IF CLNK-PRIMARY
                           MOVE CLNK-CUSTOMER-ID TO PRIMARY-OWNER-ID
                           SET LINK-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CASES-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CASES ON FILE:          " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CASES-OPENED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "LETTERS SENT:           " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CASES-WITHDRAWN TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "WITHDRAWN:              " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CASES-RESPONDED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "OWNER RESPONDED:        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CASES-REPORTABLE TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "NEWLY REPORTABLE:       " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CASES-STILL-OPEN TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "EARLIER CASES OPEN:     " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF REPORT-RUN
               MOVE CASES-REMITTED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "REMITTED:               " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE TOTAL-REMITTED TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "TOTAL REMITTED:     " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE REMITS-REFUSED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "NOT REMITTED, WAITING:  " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE REMITS-FAILED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "REMITTANCES FAILED:     " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE UNMATCHED-CARDS TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CARDS NOT APPLIED:      " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       ASSIGN-ESCHEAT-REFERENCE SECTION.
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
