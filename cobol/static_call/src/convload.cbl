       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVLOAD.

      *****************************************************************
      *  CONVLOAD loads a portfolio taken over from another system.
      *  Its accounts used to be keyed through ACCTMNT and then
      *  funded with "+" transactions, which put thousands of
      *  deposits that never happened onto the journal and into
      *  the interest and fee history.  Here each account goes
      *  straight onto the account and balance masters with its
      *  opening balance and terms, and its balance history starts
      *  with one opening-balance line marked as a conversion
      *  (BALH-OPERATION "V") -- nothing is journaled.  TRIALBAL
      *  recognises the conversion: it reads the "V" line ahead of
      *  the journal and replays the account from its opening
      *  balance, so a converted account proves in balance.
      *
      *  The seller's file (CONVFILE, copy/convrec.cpy) is read
      *  three times:
      *
      *    1. every line is judged and the report lists each
      *       account with what is wrong with it: the account must
      *       be new to ACCTMAST and BALANCE, in ascending id order,
      *       named, with a sound opened date, balance and terms;
      *       its currency active on the currency master and the
      *       opening balance held to the currency's precision; its
      *       class on the fee schedule; a hard-stop account not
      *       opening below its minimum; and its cost center on
      *       CCMAST.  The lines are counted and totalled per
      *       currency and proved against the seller's header and
      *       currency trailers.  One bad account, or one control
      *       total out, and nothing is loaded -- the seller
      *       corrects the file and it is run again whole,
      *    2. the account and balance records are written.  Should
      *       a write fail part-way, every record this run wrote is
      *       deleted again, so the masters are as they were,
      *    3. only once every account is on both masters is each
      *       one's opening-balance history line written, its
      *       account and balance images audited on MNTAUDIT under
      *       CALC-MAINT-OPERATOR (action CONVERT), and the ACCTOPEN
      *       business event raised through evntpost.
      *
      *  The currency master, the fee schedule and the cost-center
      *  master are optional equipment as everywhere: one not
      *  mounted is reported and its rule not judged.  A blank
      *  class or cost center passes.  A blank legal entity takes
      *  the cost center's.  With the watch master mounted each
      *  name is screened as ACCTMNT OPEN screens it: a match is
      *  still loaded, but pending review, with its hits queued on
      *  WATCHQ for WATCHDSP.
      *
      *  The opened date on the account master is the seller's;
      *  the history line is dated the run date, with the load id
      *  from the header as its reference.  The run is as of today
      *  unless CALC-BUSINESS-DATE names the day being run.
      *  CONVRPT lists every account, the control proof and the
      *  outcome.
      *
      *  RETURN-CODE 4: loaded, with accounts held for watch-list
      *  review.  8: the file was in error or out of balance --
      *  nothing loaded.  12: no CALC-MAINT-OPERATOR, a file would
      *  not open, or the load failed part-way and was backed out.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERSION-FILE ASSIGN TO "CONVFILE"
               FILE STATUS IS CONVERSION-STATUS.
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
           SELECT COST-CENTER-FILE ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCM-COST-CENTER
               FILE STATUS IS COST-CENTER-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               FILE STATUS IS FEE-SCHEDULE-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WTCH-KEY
               FILE STATUS IS WATCH-LIST-STATUS.
           SELECT WATCH-HIT-FILE ASSIGN TO "WATCHQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHIT-KEY
               FILE STATUS IS WATCH-HIT-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CONVRPT".

       DATA DIVISION.
       FILE SECTION.
       FD CONVERSION-FILE.
       COPY convrec.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD BALANCE-FILE.
       COPY balrec.

       FD COST-CENTER-FILE.
       COPY ccmast.

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-CARD.
           05 FSC-ACCOUNT-CLASS PIC X(04).
           05 FILLER            PIC X(76).

       FD WATCH-LIST-FILE.
       COPY watchrec.

       FD WATCH-HIT-FILE.
       COPY watchhit.

       FD BALANCE-HISTORY-FILE.
       COPY balhist.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 CONVERSION-STATUS      PIC X(02).
       01 ACCOUNT-MASTER-STATUS  PIC X(02).
       01 BALANCE-STATUS         PIC X(02).
       01 COST-CENTER-STATUS     PIC X(02).
       01 FEE-SCHEDULE-STATUS    PIC X(02).
       01 WATCH-LIST-STATUS      PIC X(02).
       01 WATCH-HIT-STATUS       PIC X(02).
       01 BALANCE-HISTORY-STATUS PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 CCMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CCMAST-AVAILABLE VALUE 'Y'.
       01 SCHEDULE-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 SCHEDULE-AVAILABLE VALUE 'Y'.
       01 CURRMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CURRMAST-AVAILABLE VALUE 'Y'.
       01 WATCH-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 WATCH-LIST-AVAILABLE VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 BUSINESS-DATE-ENV PIC X(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       COPY parmgetl.
       COPY currfndl.
       COPY namenrml.
       COPY evntpstl.

      *****************************************************************
      *  The seller's header, and where the file stands as it is
      *  read: a header first, then accounts, then trailers.
      *****************************************************************
       01 HEADER-SEEN-SWITCH PIC X(01) VALUE 'N'.
           88 HEADER-SEEN VALUE 'Y'.
       01 TRAILER-SEEN-SWITCH PIC X(01) VALUE 'N'.
           88 TRAILER-SEEN VALUE 'Y'.
       01 SELLER-CODE    PIC X(08) VALUE SPACES.
       01 LOAD-ID        PIC X(10) VALUE SPACES.
       01 CUTOVER-DATE   PIC X(08) VALUE SPACES.
       01 HEADER-COUNT-CARD  PIC X(07).
       01 HEADER-COUNT-VALUE REDEFINES HEADER-COUNT-CARD PIC 9(07).
       01 HEADER-ACCOUNT-COUNT PIC 9(07) VALUE 0.
       01 PRIOR-ACCOUNT-ID PIC X(08) VALUE LOW-VALUES.
       01 FILE-ERRORS PIC 9(05) COMP VALUE 0.
       01 FILE-ERROR-TEXT PIC X(60).

      * The fee schedule's classes -- the classes the shop has
      * terms for.
       01 SCHEDULE-TABLE.
           05 SCHED-CLASS PIC X(04) OCCURS 100 TIMES
                   INDEXED BY SCHED-IDX.
       01 SCHED-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 SCHED-FOUND-SWITCH PIC X(01).
           88 SCHED-FOUND VALUE 'Y'.

      * What the file holds per currency, against what the seller
      * says it holds.
       01 CURRENCY-TOTAL-TABLE.
           05 CTOT-ENTRY OCCURS 50 TIMES INDEXED BY CTOT-IDX.
               10 CTOT-CURRENCY      PIC X(03).
               10 CTOT-FILE-COUNT    PIC 9(07) COMP.
               10 CTOT-FILE-TOTAL    PIC S9(11)V99.
               10 CTOT-TRAILER-FLAG  PIC X(01).
                   88 CTOT-TRAILER-GIVEN VALUE 'Y'.
               10 CTOT-SELLER-COUNT  PIC 9(07) COMP.
               10 CTOT-SELLER-TOTAL  PIC S9(11)V99.
       01 CTOT-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 CTOT-FOUND-SWITCH PIC X(01).
           88 CTOT-FOUND VALUE 'Y'.
       01 CTOT-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 CTOT-FULL VALUE 'Y'.
       01 FIND-CURRENCY PIC X(03).
       01 CONTROL-BREAKS PIC 9(03) COMP VALUE 0.

      *****************************************************************
      *  The account line in hand, taken apart.
      *****************************************************************
       01 AMOUNT-CARD  PIC X(11).
       01 AMOUNT-VALUE REDEFINES AMOUNT-CARD PIC 9(9)V99.
       01 AMOUNT-SIGN  PIC X(01).
       01 CARD-AMOUNT  PIC S9(9)V99.
       01 AMOUNT-VALID-SWITCH PIC X(01).
           88 AMOUNT-VALID VALUE 'Y'.
       01 TOTAL-CARD   PIC X(13).
       01 TOTAL-VALUE  REDEFINES TOTAL-CARD PIC 9(11)V99.
       01 RATE-CARD    PIC X(05).
       01 RATE-VALUE   REDEFINES RATE-CARD PIC 9(1)V9(4).
       01 PERIODS-CARD PIC X(03).
       01 PERIODS-VALUE REDEFINES PERIODS-CARD PIC 9(03).
       01 OPENED-CARD  PIC X(08).
       01 OPENED-DATE  REDEFINES OPENED-CARD.
           05 OPENED-YEAR  PIC 9(04).
           05 OPENED-MONTH PIC 9(02).
           05 OPENED-DAY   PIC 9(02).
       01 OPENED-VALUE REDEFINES OPENED-CARD PIC 9(08).
       01 OPENING-BALANCE PIC S9(9)V99.
       01 OPENING-MINIMUM PIC S9(9)V99.
       01 ACCOUNT-ENTITY  PIC X(04).
       01 REJECT-REASON   PIC X(40).
       01 WATCH-SCAN-DONE-SWITCH PIC X(01).
           88 WATCH-SCAN-DONE VALUE 'Y'.
       01 WATCH-QUEUE-SWITCH PIC X(01).
           88 QUEUE-WATCH-HITS VALUE 'Y'.
       01 WATCH-HIT-COUNT PIC 9(03) COMP.

      *****************************************************************
      *  The load: how far it got, and whether it must be undone.
      *****************************************************************
       01 LOAD-FAILED-SWITCH PIC X(01) VALUE 'N'.
           88 LOAD-FAILED VALUE 'Y'.
       01 FAILED-ACCOUNT-ID PIC X(08) VALUE SPACES.
       01 BACKOUT-TARGET    PIC 9(07) COMP VALUE 0.
       01 BACKOUT-SEEN      PIC 9(07) COMP VALUE 0.
       01 BACKOUT-DONE-SWITCH PIC X(01).
           88 BACKOUT-DONE VALUE 'Y'.

       01 LINES-READ          PIC 9(07) COMP VALUE 0.
       01 ACCOUNTS-READ       PIC 9(07) COMP VALUE 0.
       01 ACCOUNTS-REJECTED   PIC 9(07) COMP VALUE 0.
       01 ACCOUNTS-LOADED     PIC 9(07) COMP VALUE 0.
       01 ACCOUNTS-HELD       PIC 9(07) COMP VALUE 0.
       01 ACCOUNTS-FINISHED   PIC 9(07) COMP VALUE 0.
       01 ACCOUNTS-BACKED-OUT PIC 9(07) COMP VALUE 0.
       01 COUNT-EDIT   PIC ZZZZZZ9.
       01 COUNT-EDIT-2 PIC ZZZZZZ9.
       01 AMOUNT-EDIT  PIC -(9)9.99.
       01 TOTAL-EDIT   PIC -(11)9.99.
       01 TOTAL-EDIT-2 PIC -(11)9.99.
       01 REPORT-WORK PIC X(120).

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "CONVLOAD" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-BUSINESS-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUSINESS-DATE-ENV
           IF BUSINESS-DATE-ENV IS NUMERIC
               MOVE BUSINESS-DATE-ENV TO RUN-DATE
           END-IF
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           IF MAINT-OPERATOR-ID = SPACES
               DISPLAY "CALC-MAINT-OPERATOR must name the "
                   "supervisor running the conversion"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONVERSION-FILE
           IF CONVERSION-STATUS NOT = "00"
               DISPLAY "unable to open conversion file, status "
                   CONVERSION-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE CONVERSION-FILE
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open account master, status "
                   ACCOUNT-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O BALANCE-FILE
           IF BALANCE-STATUS = "35"
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * No watch master mounted means no screening; with one
      * mounted the queue the hits go to must open.
           OPEN INPUT WATCH-LIST-FILE
           IF WATCH-LIST-STATUS = "00"
               SET WATCH-LIST-AVAILABLE TO TRUE
               OPEN I-O WATCH-HIT-FILE
               IF WATCH-HIT-STATUS = "35"
                   OPEN OUTPUT WATCH-HIT-FILE
                   CLOSE WATCH-HIT-FILE
                   OPEN I-O WATCH-HIT-FILE
               END-IF
               IF WATCH-HIT-STATUS NOT = "00"
                   DISPLAY "unable to open watch-list queue, status "
                       WATCH-HIT-STATUS
                   CLOSE WATCH-LIST-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   CLOSE BALANCE-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT COST-CENTER-FILE
           IF COST-CENTER-STATUS = "00"
               SET CCMAST-AVAILABLE TO TRUE
           END-IF
           MOVE "OPEN    " TO CFND-FUNCTION
           CALL 'currfind' USING CURRENCY-FIND-AREA
           IF CFND-RETURN-CODE = 0
               SET CURRMAST-AVAILABLE TO TRUE
           END-IF
           PERFORM LOAD-FEE-SCHEDULE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM VALIDATE-PORTFOLIO
           PERFORM PROVE-CONTROL-TOTALS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF FILE-ERRORS > 0 OR ACCOUNTS-REJECTED > 0
                   OR CONTROL-BREAKS > 0
               MOVE "CONVERSION FILE IN ERROR -- NOTHING LOADED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "conversion file in error -- nothing loaded"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-LOAD-OUTPUTS
               IF RETURN-CODE = 0
                   PERFORM LOAD-PORTFOLIO
                   IF LOAD-FAILED
                       PERFORM BACK-OUT-LOAD
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM FINISH-PORTFOLIO
                   END-IF
                   CLOSE BALANCE-HISTORY-FILE
                   CLOSE MAINT-AUDIT-FILE
               END-IF
           END-IF
           PERFORM WRITE-RUN-TOTALS
           CLOSE REPORT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE BALANCE-FILE
           IF WATCH-LIST-AVAILABLE
               CLOSE WATCH-LIST-FILE
               CLOSE WATCH-HIT-FILE
           END-IF
           IF CCMAST-AVAILABLE
               CLOSE COST-CENTER-FILE
           END-IF
           IF CURRMAST-AVAILABLE
               MOVE "CLOSE   " TO CFND-FUNCTION
               CALL 'currfind' USING CURRENCY-FIND-AREA
           END-IF
           MOVE ACCOUNTS-READ TO COUNT-EDIT
           DISPLAY "conversion accounts read: " COUNT-EDIT
           MOVE ACCOUNTS-FINISHED TO COUNT-EDIT
           DISPLAY "conversion accounts loaded: " COUNT-EDIT
           IF ACCOUNTS-HELD > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * Only the class column is wanted here; FEEAPPLY and the
      * other schedule readers take the rest of the row.
       LOAD-FEE-SCHEDULE SECTION.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-SCHEDULE-STATUS = "00"
               SET SCHEDULE-AVAILABLE TO TRUE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-SCHEDULE-ROW UNTIL SOURCE-EOF
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           EXIT.

       READ-SCHEDULE-ROW SECTION.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF FEE-SCHEDULE-CARD = SPACES
                           OR FEE-SCHEDULE-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       IF SCHED-ENTRIES-USED < 100
                           ADD 1 TO SCHED-ENTRIES-USED
                           SET SCHED-IDX TO SCHED-ENTRIES-USED
                           MOVE FSC-ACCOUNT-CLASS
                               TO SCHED-CLASS(SCHED-IDX)
                       END-IF
                   END-IF
           END-READ
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO REPORT-WORK
           STRING "PORTFOLIO CONVERSION LOAD " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  RUN BY " DELIMITED BY SIZE
               MAINT-OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           IF NOT CURRMAST-AVAILABLE
               MOVE "  CURRENCY MASTER NOT MOUNTED -- CURRENCIES AND "
                   & "PRECISION NOT JUDGED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT SCHEDULE-AVAILABLE
               MOVE "  FEE SCHEDULE NOT MOUNTED -- CLASSES NOT JUDGED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT CCMAST-AVAILABLE
               MOVE "  COST-CENTER MASTER NOT MOUNTED -- COST CENTERS "
                   & "NOT JUDGED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT WATCH-LIST-AVAILABLE
               MOVE "  WATCH MASTER NOT MOUNTED -- NAMES NOT SCREENED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           MOVE "ACCOUNT"         TO REPORT-WORK(1:7)
           MOVE "SELLER ACCT"     TO REPORT-WORK(10:11)
           MOVE "NAME"            TO REPORT-WORK(22:4)
           MOVE "CLASS"           TO REPORT-WORK(43:5)
           MOVE "CCY"             TO REPORT-WORK(49:3)
           MOVE "OPENING BALANCE" TO REPORT-WORK(54:15)
           MOVE "RESULT"          TO REPORT-WORK(71:6)
           PERFORM WRITE-WORK-LINE
           EXIT.

      *****************************************************************
      *  Pass 1: judge every line; write nothing but the report.
      *****************************************************************
       VALIDATE-PORTFOLIO SECTION.
           OPEN INPUT CONVERSION-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM VALIDATE-ONE-LINE UNTIL SOURCE-EOF
           CLOSE CONVERSION-FILE
           IF NOT HEADER-SEEN
               MOVE "NO HEADER RECORD" TO FILE-ERROR-TEXT
               PERFORM REPORT-FILE-ERROR
           END-IF
           IF NOT TRAILER-SEEN
               MOVE "NO CURRENCY TRAILER RECORD" TO FILE-ERROR-TEXT
               PERFORM REPORT-FILE-ERROR
           END-IF
           EXIT.

       VALIDATE-ONE-LINE SECTION.
           READ CONVERSION-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF CONVERSION-RECORD = SPACES
                           OR CONVERSION-RECORD(1:1) = "*"
                       CONTINUE
                   ELSE
                       ADD 1 TO LINES-READ
                       EVALUATE TRUE
                           WHEN CONV-HEADER
                               PERFORM TAKE-HEADER
                           WHEN CONV-DETAIL
                               PERFORM TAKE-ACCOUNT-LINE
                           WHEN CONV-TRAILER
                               PERFORM TAKE-TRAILER
                           WHEN OTHER
                               MOVE "UNKNOWN RECORD TYPE"
                                   TO FILE-ERROR-TEXT
                               PERFORM REPORT-FILE-ERROR
                       END-EVALUATE
                   END-IF
           END-READ
           EXIT.

       TAKE-HEADER SECTION.
           IF HEADER-SEEN OR LINES-READ > 1
               MOVE "HEADER NOT THE FIRST RECORD, OR REPEATED"
                   TO FILE-ERROR-TEXT
               PERFORM REPORT-FILE-ERROR
           ELSE
               SET HEADER-SEEN TO TRUE
               MOVE CONVH-SELLER       TO SELLER-CODE
               MOVE CONVH-LOAD-ID      TO LOAD-ID
               MOVE CONVH-CUTOVER-DATE TO CUTOVER-DATE
               MOVE CONVH-ACCOUNT-COUNT TO HEADER-COUNT-CARD
               IF HEADER-COUNT-CARD IS NUMERIC
                   MOVE HEADER-COUNT-VALUE TO HEADER-ACCOUNT-COUNT
               ELSE
                   MOVE "HEADER ACCOUNT COUNT NOT NUMERIC"
                       TO FILE-ERROR-TEXT
                   PERFORM REPORT-FILE-ERROR
               END-IF
               IF LOAD-ID = SPACES
                   MOVE "HEADER CARRIES NO LOAD ID" TO FILE-ERROR-TEXT
                   PERFORM REPORT-FILE-ERROR
               END-IF
               MOVE SPACES TO REPORT-WORK
               STRING "SELLER " DELIMITED BY SIZE
                   SELLER-CODE DELIMITED BY SIZE
                   "  LOAD " DELIMITED BY SIZE
                   LOAD-ID DELIMITED BY SIZE
                   "  CUT-OVER " DELIMITED BY SIZE
                   CUTOVER-DATE DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
           END-IF
           EXIT.

       TAKE-TRAILER SECTION.
           SET TRAILER-SEEN TO TRUE
           MOVE CONVT-CURRENCY TO FIND-CURRENCY
           PERFORM FIND-CURRENCY-TOTAL
           IF NOT CTOT-FOUND
               MOVE "TOO MANY CURRENCIES IN THE FILE"
                   TO FILE-ERROR-TEXT
               PERFORM REPORT-FILE-ERROR
           ELSE
               IF CTOT-TRAILER-GIVEN(CTOT-IDX)
                   MOVE "CURRENCY TRAILER REPEATED" TO FILE-ERROR-TEXT
                   PERFORM REPORT-FILE-ERROR
               ELSE
                   MOVE CONVT-TOTAL-DIGITS TO TOTAL-CARD
                   MOVE CONVT-ACCOUNT-COUNT TO HEADER-COUNT-CARD
                   IF TOTAL-CARD IS NUMERIC
                           AND HEADER-COUNT-CARD IS NUMERIC
                           AND (CONVT-TOTAL-SIGN = SPACE
                               OR CONVT-TOTAL-SIGN = "-")
                       SET CTOT-TRAILER-GIVEN(CTOT-IDX) TO TRUE
                       MOVE HEADER-COUNT-VALUE
                           TO CTOT-SELLER-COUNT(CTOT-IDX)
                       MOVE TOTAL-VALUE TO CTOT-SELLER-TOTAL(CTOT-IDX)
                       IF CONVT-TOTAL-SIGN = "-"
                           COMPUTE CTOT-SELLER-TOTAL(CTOT-IDX) =
                               0 - CTOT-SELLER-TOTAL(CTOT-IDX)
                       END-IF
                   ELSE
                       MOVE "CURRENCY TRAILER TOTALS NOT NUMERIC"
                           TO FILE-ERROR-TEXT
                       PERFORM REPORT-FILE-ERROR
                   END-IF
               END-IF
           END-IF
           EXIT.

      * Every account line counts toward the currency's totals,
      * judged good or not -- the seller's trailer covers the file
      * as sent.
       TAKE-ACCOUNT-LINE SECTION.
           ADD 1 TO ACCOUNTS-READ
           IF NOT HEADER-SEEN OR TRAILER-SEEN
               MOVE "ACCOUNT LINE OUTSIDE HEADER AND TRAILERS"
                   TO FILE-ERROR-TEXT
               PERFORM REPORT-FILE-ERROR
           END-IF
           PERFORM JUDGE-ACCOUNT-LINE
           MOVE CONV-CURRENCY TO FIND-CURRENCY
           PERFORM FIND-CURRENCY-TOTAL
           IF CTOT-FOUND
               ADD 1 TO CTOT-FILE-COUNT(CTOT-IDX)
               ADD OPENING-BALANCE TO CTOT-FILE-TOTAL(CTOT-IDX)
           ELSE
               IF NOT CTOT-FULL
                   SET CTOT-FULL TO TRUE
                   MOVE "TOO MANY CURRENCIES IN THE FILE"
                       TO FILE-ERROR-TEXT
                   PERFORM REPORT-FILE-ERROR
               END-IF
           END-IF
           IF REJECT-REASON NOT = SPACES
               ADD 1 TO ACCOUNTS-REJECTED
           ELSE
               IF WATCH-HIT-COUNT > 0
                   MOVE "LOAD -- HELD FOR WATCH-LIST REVIEW"
                       TO REJECT-REASON
               ELSE
                   MOVE "LOAD" TO REJECT-REASON
               END-IF
           END-IF
           PERFORM WRITE-ACCOUNT-LINE
           IF CONV-ACCOUNT-ID > PRIOR-ACCOUNT-ID
               MOVE CONV-ACCOUNT-ID TO PRIOR-ACCOUNT-ID
           END-IF
           EXIT.

      * The first rule broken names the rejection.  The balance
      * is left zero when it cannot be read, so the currency
      * total still adds up to something the report can show.
       JUDGE-ACCOUNT-LINE SECTION.
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO WATCH-HIT-COUNT
           MOVE 0 TO OPENING-BALANCE
           MOVE CONV-BALANCE-DIGITS TO AMOUNT-CARD
           MOVE CONV-BALANCE-SIGN   TO AMOUNT-SIGN
           PERFORM TAKE-CARD-AMOUNT
           IF AMOUNT-VALID
               MOVE CARD-AMOUNT TO OPENING-BALANCE
           END-IF
           IF CONV-ACCOUNT-ID = SPACES
               MOVE "ACCOUNT ID BLANK" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
                   AND CONV-ACCOUNT-ID NOT > PRIOR-ACCOUNT-ID
               MOVE "OUT OF SEQUENCE OR REPEATED" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND CONV-NAME = SPACES
               MOVE "ACCOUNT NAME BLANK" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               MOVE CONV-OPENED-DATE TO OPENED-CARD
               IF OPENED-CARD IS NOT NUMERIC
                   MOVE "BAD OPENED DATE" TO REJECT-REASON
               ELSE
                   IF OPENED-MONTH < 1 OR OPENED-MONTH > 12
                           OR OPENED-DAY < 1 OR OPENED-DAY > 31
                           OR OPENED-VALUE > RUN-DATE
                       MOVE "BAD OPENED DATE" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND NOT AMOUNT-VALID
               MOVE "BAD OPENING BALANCE" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               MOVE CONV-RATE-DIGITS TO RATE-CARD
               MOVE CONV-PERIODS     TO PERIODS-CARD
               IF RATE-CARD IS NOT NUMERIC
                       OR PERIODS-CARD IS NOT NUMERIC
                   MOVE "BAD INTEREST TERMS" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
               MOVE CONV-MINIMUM-DIGITS TO AMOUNT-CARD
               MOVE CONV-MINIMUM-SIGN   TO AMOUNT-SIGN
               PERFORM TAKE-CARD-AMOUNT
               IF AMOUNT-VALID
                   MOVE CARD-AMOUNT TO OPENING-MINIMUM
               ELSE
                   MOVE "BAD MINIMUM BALANCE" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
                   AND CONV-HARD-STOP-FLAG NOT = SPACE
                   AND CONV-HARD-STOP-FLAG NOT = "H"
               MOVE "BAD HARD-STOP FLAG" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM JUDGE-ACCOUNT-CURRENCY
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM JUDGE-ACCOUNT-CLASS
           END-IF
           IF REJECT-REASON = SPACES
                   AND CONV-HARD-STOP-FLAG = "H"
                   AND OPENING-BALANCE < OPENING-MINIMUM
               MOVE "HARD-STOP ACCOUNT OPENS BELOW MINIMUM"
                   TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM JUDGE-COST-CENTER
           END-IF
           IF REJECT-REASON = SPACES
               MOVE CONV-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ACCOUNT ALREADY ON ACCOUNT MASTER"
                           TO REJECT-REASON
               END-READ
           END-IF
           IF REJECT-REASON = SPACES
               MOVE CONV-ACCOUNT-ID TO BAL-ACCOUNT-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ACCOUNT ALREADY ON BALANCE MASTER"
                           TO REJECT-REASON
               END-READ
           END-IF
           IF REJECT-REASON = SPACES AND WATCH-LIST-AVAILABLE
               MOVE 'N' TO WATCH-QUEUE-SWITCH
               PERFORM SCREEN-ACCOUNT-NAME
           END-IF
           EXIT.

      * A blank currency is the base currency and passes.  A
      * balance finer than the currency's minor unit -- cents on a
      * yen account -- is the seller's data, not ours to round.
       JUDGE-ACCOUNT-CURRENCY SECTION.
           IF CURRMAST-AVAILABLE AND CONV-CURRENCY NOT = SPACES
               MOVE "CHECK   "     TO CFND-FUNCTION
               MOVE CONV-CURRENCY  TO CFND-CURRENCY
               MOVE RUN-DATE       TO CFND-DATE
               CALL 'currfind' USING CURRENCY-FIND-AREA
               EVALUATE CFND-RETURN-CODE
                   WHEN 8
                       MOVE "CURRENCY NOT ON CURRENCY MASTER"
                           TO REJECT-REASON
                   WHEN 4
                       MOVE "CURRENCY NOT ACTIVE" TO REJECT-REASON
                   WHEN OTHER
                       MOVE "ROUND   "      TO CFND-FUNCTION
                       MOVE OPENING-BALANCE TO CFND-AMOUNT
                       CALL 'currfind' USING CURRENCY-FIND-AREA
                       IF CFND-AMOUNT NOT = OPENING-BALANCE
                           MOVE "BALANCE FINER THAN THE CURRENCY"
                               TO REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

       JUDGE-ACCOUNT-CLASS SECTION.
           IF SCHEDULE-AVAILABLE AND CONV-CLASS NOT = SPACES
               MOVE 'N' TO SCHED-FOUND-SWITCH
               SET SCHED-IDX TO 1
               PERFORM SEARCH-FEE-SCHEDULE
                   UNTIL SCHED-IDX > SCHED-ENTRIES-USED
                       OR SCHED-FOUND
               IF NOT SCHED-FOUND
                   MOVE "CLASS NOT ON FEE SCHEDULE" TO REJECT-REASON
               END-IF
           END-IF
           EXIT.

       SEARCH-FEE-SCHEDULE SECTION.
           IF SCHED-CLASS(SCHED-IDX) = CONV-CLASS
               SET SCHED-FOUND TO TRUE
           ELSE
               SET SCHED-IDX UP BY 1
           END-IF
           EXIT.

      * The cost center also gives a blank-entity account its
      * legal entity.
       JUDGE-COST-CENTER SECTION.
           MOVE CONV-ENTITY TO ACCOUNT-ENTITY
           IF CCMAST-AVAILABLE AND CONV-COST-CENTER NOT = SPACES
               MOVE CONV-COST-CENTER TO CCM-COST-CENTER
               READ COST-CENTER-FILE
                   INVALID KEY
                       MOVE "COST CENTER NOT ON MASTER"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       IF ACCOUNT-ENTITY = SPACES
                           MOVE CCM-ENTITY TO ACCOUNT-ENTITY
                       END-IF
               END-READ
           END-IF
           EXIT.

       TAKE-CARD-AMOUNT SECTION.
           SET AMOUNT-VALID TO TRUE
           IF AMOUNT-CARD IS NOT NUMERIC
               MOVE 'N' TO AMOUNT-VALID-SWITCH
           ELSE
               EVALUATE AMOUNT-SIGN
                   WHEN SPACE
                       MOVE AMOUNT-VALUE TO CARD-AMOUNT
                   WHEN "-"
                       COMPUTE CARD-AMOUNT = 0 - AMOUNT-VALUE
                   WHEN OTHER
                       MOVE 'N' TO AMOUNT-VALID-SWITCH
               END-EVALUATE
           END-IF
           EXIT.

      * Finds the currency's row, adding it when the table has
      * room.
       FIND-CURRENCY-TOTAL SECTION.
           MOVE 'N' TO CTOT-FOUND-SWITCH
           SET CTOT-IDX TO 1
           PERFORM SEARCH-CURRENCY-TOTAL
               UNTIL CTOT-IDX > CTOT-ENTRIES-USED
                   OR CTOT-FOUND
           IF NOT CTOT-FOUND AND CTOT-ENTRIES-USED < 50
               ADD 1 TO CTOT-ENTRIES-USED
               SET CTOT-IDX TO CTOT-ENTRIES-USED
               MOVE FIND-CURRENCY TO CTOT-CURRENCY(CTOT-IDX)
               MOVE 0   TO CTOT-FILE-COUNT(CTOT-IDX)
               MOVE 0   TO CTOT-FILE-TOTAL(CTOT-IDX)
               MOVE 'N' TO CTOT-TRAILER-FLAG(CTOT-IDX)
               MOVE 0   TO CTOT-SELLER-COUNT(CTOT-IDX)
               MOVE 0   TO CTOT-SELLER-TOTAL(CTOT-IDX)
               SET CTOT-FOUND TO TRUE
           END-IF
           EXIT.

       SEARCH-CURRENCY-TOTAL SECTION.
           IF CTOT-CURRENCY(CTOT-IDX) = FIND-CURRENCY
               SET CTOT-FOUND TO TRUE
           ELSE
               SET CTOT-IDX UP BY 1
           END-IF
           EXIT.

      * The first pass only counts the hits; the finishing pass,
      * once the account is on file, queues them.
       SCREEN-ACCOUNT-NAME SECTION.
           MOVE 0 TO WATCH-HIT-COUNT
           MOVE CONV-NAME TO NNRM-NAME-IN
           CALL 'namenorm' USING NAME-NORMAL-AREA
           IF NNRM-WORD-COUNT > 0
               MOVE 'N' TO WATCH-SCAN-DONE-SWITCH
               MOVE NNRM-NAME-OUT TO WTCH-NORMAL-NAME
               MOVE LOW-VALUES TO WTCH-ENTRY-ID
               START WATCH-LIST-FILE KEY NOT < WTCH-KEY
                   INVALID KEY
                       SET WATCH-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-WATCH-ENTRY UNTIL WATCH-SCAN-DONE
           END-IF
           EXIT.

       SCAN-WATCH-ENTRY SECTION.
           READ WATCH-LIST-FILE NEXT RECORD
               AT END
                   SET WATCH-SCAN-DONE TO TRUE
               NOT AT END
                   IF WTCH-NORMAL-NAME NOT = NNRM-NAME-OUT
                       SET WATCH-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WATCH-HIT-COUNT
                       IF QUEUE-WATCH-HITS
                           PERFORM QUEUE-WATCH-HIT
                       END-IF
                   END-IF
           END-READ
           EXIT.

       QUEUE-WATCH-HIT SECTION.
           MOVE CONV-ACCOUNT-ID  TO WHIT-ACCOUNT-ID
           MOVE WTCH-ENTRY-ID    TO WHIT-ENTRY-ID
           SET WHIT-FOUND-AT-OPEN TO TRUE
           MOVE RUN-DATE         TO WHIT-FOUND-DATE
           MOVE CONV-NAME        TO WHIT-ACCOUNT-NAME
           MOVE WTCH-LIST-SOURCE TO WHIT-LIST-SOURCE
           MOVE WTCH-LISTED-NAME TO WHIT-LISTED-NAME
           SET WHIT-PENDING TO TRUE
           MOVE SPACES TO WHIT-DISPOSED-BY
           MOVE 0      TO WHIT-DISPOSED-DATE
           MOVE SPACES TO WHIT-NOTE
           WRITE WATCH-HIT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE SPACES TO REPORT-WORK
           STRING "         WATCH-LIST HIT " DELIMITED BY SIZE
               WTCH-ENTRY-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WTCH-LIST-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WTCH-LISTED-NAME DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           EXIT.

       WRITE-ACCOUNT-LINE SECTION.
           MOVE SPACES TO REPORT-WORK
           MOVE CONV-ACCOUNT-ID     TO REPORT-WORK(1:8)
           MOVE CONV-SELLER-ACCOUNT TO REPORT-WORK(10:10)
           MOVE CONV-NAME           TO REPORT-WORK(22:20)
           MOVE CONV-CLASS          TO REPORT-WORK(43:4)
           MOVE CONV-CURRENCY       TO REPORT-WORK(49:3)
           MOVE OPENING-BALANCE     TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT         TO REPORT-WORK(54:13)
           MOVE REJECT-REASON       TO REPORT-WORK(71:40)
           PERFORM WRITE-WORK-LINE
           EXIT.

       REPORT-FILE-ERROR SECTION.
           ADD 1 TO FILE-ERRORS
           MOVE LINES-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "*** FILE ERROR AT LINE" DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FILE-ERROR-TEXT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           EXIT.

      *****************************************************************
      *  The seller's control totals: the header's account count,
      *  and every currency's count and net balance on its
      *  trailer, against what the file actually holds.
      *****************************************************************
       PROVE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           MOVE "CCY"          TO REPORT-WORK(1:3)
           MOVE "ACCOUNTS"     TO REPORT-WORK(9:8)
           MOVE "SELLER"       TO REPORT-WORK(20:6)
           MOVE "FILE TOTAL"   TO REPORT-WORK(36:10)
           MOVE "SELLER TOTAL" TO REPORT-WORK(52:12)
           PERFORM WRITE-WORK-LINE
           SET CTOT-IDX TO 1
           PERFORM PROVE-CURRENCY-TOTAL
               UNTIL CTOT-IDX > CTOT-ENTRIES-USED
           MOVE ACCOUNTS-READ TO COUNT-EDIT
           MOVE HEADER-ACCOUNT-COUNT TO COUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "ALL " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               COUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           IF HEADER-SEEN AND ACCOUNTS-READ NOT = HEADER-ACCOUNT-COUNT
               ADD 1 TO CONTROL-BREAKS
               MOVE "*** HEADER COUNT DIFFERS" TO REPORT-WORK(71:24)
           END-IF
           PERFORM WRITE-WORK-LINE
           EXIT.

       PROVE-CURRENCY-TOTAL SECTION.
           MOVE SPACES TO REPORT-WORK
           MOVE CTOT-CURRENCY(CTOT-IDX) TO REPORT-WORK(1:3)
           IF CTOT-CURRENCY(CTOT-IDX) = SPACES
               MOVE "BASE" TO REPORT-WORK(1:4)
           END-IF
           MOVE CTOT-FILE-COUNT(CTOT-IDX)   TO COUNT-EDIT
           MOVE CTOT-SELLER-COUNT(CTOT-IDX) TO COUNT-EDIT-2
           MOVE CTOT-FILE-TOTAL(CTOT-IDX)   TO TOTAL-EDIT
           MOVE CTOT-SELLER-TOTAL(CTOT-IDX) TO TOTAL-EDIT-2
           MOVE COUNT-EDIT   TO REPORT-WORK(9:7)
           MOVE COUNT-EDIT-2 TO REPORT-WORK(19:7)
           MOVE TOTAL-EDIT   TO REPORT-WORK(28:16)
           MOVE TOTAL-EDIT-2 TO REPORT-WORK(46:16)
           EVALUATE TRUE
               WHEN NOT CTOT-TRAILER-GIVEN(CTOT-IDX)
                   ADD 1 TO CONTROL-BREAKS
                   MOVE "*** NO TRAILER FOR THE CURRENCY"
                       TO REPORT-WORK(71:31)
               WHEN CTOT-FILE-COUNT(CTOT-IDX)
                       NOT = CTOT-SELLER-COUNT(CTOT-IDX)
                   ADD 1 TO CONTROL-BREAKS
                   MOVE "*** COUNT DIFFERS" TO REPORT-WORK(71:17)
               WHEN CTOT-FILE-TOTAL(CTOT-IDX)
                       NOT = CTOT-SELLER-TOTAL(CTOT-IDX)
                   ADD 1 TO CONTROL-BREAKS
                   MOVE "*** TOTAL DIFFERS" TO REPORT-WORK(71:17)
               WHEN OTHER
                   MOVE "AGREES" TO REPORT-WORK(71:6)
           END-EVALUATE
           PERFORM WRITE-WORK-LINE
           SET CTOT-IDX UP BY 1
           EXIT.

      * Both go before any master is touched, so a history or
      * audit file that will not open stops the run with nothing
      * loaded.
       OPEN-LOAD-OUTPUTS SECTION.
           OPEN EXTEND BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF
           IF BALANCE-HISTORY-STATUS NOT = "00"
               DISPLAY "unable to open balance history, status "
                   BALANCE-HISTORY-STATUS " -- nothing loaded"
               MOVE "BALANCE HISTORY WILL NOT OPEN -- NOTHING LOADED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND MAINT-AUDIT-FILE
               IF MAINT-AUDIT-STATUS = "35"
                   OPEN OUTPUT MAINT-AUDIT-FILE
               END-IF
               IF MAINT-AUDIT-STATUS NOT = "00"
                   DISPLAY "unable to open maintenance audit, status "
                       MAINT-AUDIT-STATUS " -- nothing loaded"
                   MOVE "MAINTENANCE AUDIT WILL NOT OPEN -- NOTHING "
                       & "LOADED" TO REPORT-LINE
                   WRITE REPORT-LINE
                   CLOSE BALANCE-HISTORY-FILE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *  Pass 2: the account and balance records.  The first write
      *  that fails stops the pass; BACK-OUT-LOAD then takes off
      *  everything written before it.
      *****************************************************************
       LOAD-PORTFOLIO SECTION.
           OPEN INPUT CONVERSION-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM LOAD-ONE-LINE UNTIL SOURCE-EOF OR LOAD-FAILED
           CLOSE CONVERSION-FILE
           EXIT.

       LOAD-ONE-LINE SECTION.
           READ CONVERSION-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF CONV-DETAIL
                       PERFORM LOAD-ONE-ACCOUNT
                   END-IF
           END-READ
           EXIT.

      * The line was judged sound in pass 1, so its fields are
      * taken as they stand.
       LOAD-ONE-ACCOUNT SECTION.
           MOVE CONV-BALANCE-DIGITS TO AMOUNT-CARD
           MOVE CONV-BALANCE-SIGN   TO AMOUNT-SIGN
           PERFORM TAKE-CARD-AMOUNT
           MOVE CARD-AMOUNT TO OPENING-BALANCE
           MOVE CONV-MINIMUM-DIGITS TO AMOUNT-CARD
           MOVE CONV-MINIMUM-SIGN   TO AMOUNT-SIGN
           PERFORM TAKE-CARD-AMOUNT
           MOVE CARD-AMOUNT TO OPENING-MINIMUM
           MOVE SPACES TO REJECT-REASON
           PERFORM JUDGE-COST-CENTER
           MOVE 0 TO WATCH-HIT-COUNT
           IF WATCH-LIST-AVAILABLE
               MOVE 'N' TO WATCH-QUEUE-SWITCH
               PERFORM SCREEN-ACCOUNT-NAME
           END-IF
           MOVE CONV-ACCOUNT-ID  TO ACCT-ACCOUNT-ID
           MOVE CONV-NAME        TO ACCT-NAME
           MOVE CONV-CLASS       TO ACCT-CLASS
           MOVE CONV-CURRENCY    TO ACCT-CURRENCY
           MOVE CONV-OPENED-DATE TO OPENED-CARD
           MOVE OPENED-VALUE     TO ACCT-OPENED-DATE
           MOVE SPACES           TO ACCT-PAYOUT-ACCOUNT
           MOVE ACCOUNT-ENTITY   TO ACCT-ENTITY
           IF WATCH-HIT-COUNT > 0
               SET ACCT-PENDING-REVIEW TO TRUE
           ELSE
               SET ACCT-OPEN TO TRUE
           END-IF
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   SET LOAD-FAILED TO TRUE
                   MOVE CONV-ACCOUNT-ID TO FAILED-ACCOUNT-ID
                   DISPLAY "account master write failed for "
                       CONV-ACCOUNT-ID ", status "
                       ACCOUNT-MASTER-STATUS
           END-WRITE
           IF NOT LOAD-FAILED
               MOVE CONV-ACCOUNT-ID TO BAL-ACCOUNT-ID
               MOVE OPENING-BALANCE TO BAL-AMOUNT
               MOVE CONV-RATE-DIGITS TO RATE-CARD
               MOVE RATE-VALUE      TO BAL-INTEREST-RATE
               MOVE CONV-PERIODS    TO PERIODS-CARD
               MOVE PERIODS-VALUE   TO BAL-INTEREST-PERIODS
               MOVE OPENING-MINIMUM TO BAL-MINIMUM
               MOVE CONV-HARD-STOP-FLAG TO BAL-HARD-STOP-FLAG
               MOVE CONV-CURRENCY   TO BAL-CURRENCY
               MOVE 0               TO BAL-REVAL-RATE
               MOVE CONV-CLASS      TO BAL-ACCOUNT-CLASS
               MOVE SPACE           TO BAL-DORMANT-FLAG
               WRITE BALANCE-RECORD
                   INVALID KEY
                       SET LOAD-FAILED TO TRUE
                       MOVE CONV-ACCOUNT-ID TO FAILED-ACCOUNT-ID
                       DISPLAY "balance master write failed for "
                           CONV-ACCOUNT-ID ", status "
                           BALANCE-STATUS
               END-WRITE
      * This account's own master record goes straight back off;
      * the accounts before it are BACK-OUT-LOAD's.
               IF LOAD-FAILED
                   MOVE CONV-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                   DELETE ACCOUNT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   ADD 1 TO ACCOUNTS-LOADED
               END-IF
           END-IF
           EXIT.

      * Reads the file again from the top and deletes the masters
      * of the accounts pass 2 wrote -- the first ACCOUNTS-LOADED
      * account lines.
       BACK-OUT-LOAD SECTION.
           MOVE ACCOUNTS-LOADED TO BACKOUT-TARGET
           MOVE 0 TO BACKOUT-SEEN
           MOVE 'N' TO BACKOUT-DONE-SWITCH
           IF BACKOUT-TARGET = 0
               SET BACKOUT-DONE TO TRUE
           END-IF
           OPEN INPUT CONVERSION-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM BACK-OUT-ONE-LINE UNTIL SOURCE-EOF OR BACKOUT-DONE
           CLOSE CONVERSION-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "*** LOAD FAILED AT ACCOUNT " DELIMITED BY SIZE
               FAILED-ACCOUNT-ID DELIMITED BY SIZE
               " -- EVERY ACCOUNT WRITTEN WAS TAKEN OFF AGAIN"
               DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE "NOTHING LOADED" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "conversion load failed at " FAILED-ACCOUNT-ID
               " -- backed out, nothing loaded"
           EXIT.

       BACK-OUT-ONE-LINE SECTION.
           READ CONVERSION-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF CONV-DETAIL
                       ADD 1 TO BACKOUT-SEEN
                       MOVE CONV-ACCOUNT-ID TO BAL-ACCOUNT-ID
                       DELETE BALANCE-FILE
                           INVALID KEY
                               DISPLAY "balance record not backed "
                                   "out: " CONV-ACCOUNT-ID
                       END-DELETE
                       MOVE CONV-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                       DELETE ACCOUNT-MASTER-FILE
                           INVALID KEY
                               DISPLAY "account record not backed "
                                   "out: " CONV-ACCOUNT-ID
                       END-DELETE
                       ADD 1 TO ACCOUNTS-BACKED-OUT
                       IF BACKOUT-SEEN >= BACKOUT-TARGET
                           SET BACKOUT-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

      *****************************************************************
      *  Pass 3: every account is on both masters.  Each gets its
      *  opening-balance history line, its audit images, its watch
      *  hits queued if it was held, and its ACCTOPEN event.
      *****************************************************************
       FINISH-PORTFOLIO SECTION.
           OPEN INPUT CONVERSION-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM FINISH-ONE-LINE UNTIL SOURCE-EOF
           CLOSE CONVERSION-FILE
           EXIT.

       FINISH-ONE-LINE SECTION.
           READ CONVERSION-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF CONV-DETAIL
                       PERFORM FINISH-ONE-ACCOUNT
                   END-IF
           END-READ
           EXIT.

       FINISH-ONE-ACCOUNT SECTION.
           MOVE CONV-ACCOUNT-ID TO BAL-ACCOUNT-ID
           READ BALANCE-FILE
               INVALID KEY
                   DISPLAY "balance record missing after load: "
                       CONV-ACCOUNT-ID
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-OPENING-HISTORY
                   MOVE "BALANCE" TO MAUD-FILE-NAME
                   MOVE SPACES TO MAUD-AFTER-IMAGE
                   MOVE BALANCE-RECORD TO MAUD-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-LINE
           END-READ
           MOVE CONV-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "account record missing after load: "
                       CONV-ACCOUNT-ID
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO ACCOUNTS-FINISHED
                   MOVE "ACCTMAST" TO MAUD-FILE-NAME
                   MOVE SPACES TO MAUD-AFTER-IMAGE
                   MOVE ACCOUNT-MASTER-RECORD TO MAUD-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-LINE
                   IF ACCT-PENDING-REVIEW
                       ADD 1 TO ACCOUNTS-HELD
                       SET QUEUE-WATCH-HITS TO TRUE
                       MOVE SPACES TO REPORT-WORK
                       STRING CONV-ACCOUNT-ID DELIMITED BY SIZE
                           " HELD PENDING WATCH-LIST REVIEW"
                           DELIMITED BY SIZE
                           INTO REPORT-WORK
                       PERFORM WRITE-WORK-LINE
                       PERFORM SCREEN-ACCOUNT-NAME
                   END-IF
                   PERFORM RAISE-OPEN-EVENT
           END-READ
           EXIT.

      * The single movement an account's history starts with:
      * from nothing to the opening balance, dated the run date
      * (not value-dated back, which BVADJ would take for a late
      * posting), under the load id.
       WRITE-OPENING-HISTORY SECTION.
           MOVE BAL-ACCOUNT-ID  TO BALH-ACCOUNT-ID
           MOVE 0               TO BALH-PRIOR-BALANCE
           SET BALH-CONVERSION  TO TRUE
           MOVE BAL-AMOUNT      TO BALH-OPERAND
           MOVE BAL-AMOUNT      TO BALH-NEW-BALANCE
           MOVE RUN-DATE        TO BALH-RUN-DATE
           MOVE RUN-TIME        TO BALH-RUN-TIME
           MOVE LOAD-ID         TO BALH-REFERENCE
           MOVE RUN-DATE        TO BALH-VALUE-DATE
           WRITE BALANCE-HISTORY-RECORD
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "CONVERT" TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE CONV-ACCOUNT-ID TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE SPACES TO MAUD-BEFORE-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.

       RAISE-OPEN-EVENT SECTION.
           MOVE "ACCTOPEN" TO EVPK-EVENT-TYPE
           MOVE "CONVLOAD" TO EVPK-SOURCE-PROGRAM
           MOVE RUN-DATE TO EVPK-BUSINESS-DATE
           MOVE ACCT-ACCOUNT-ID TO EVPK-ACCOUNT-ID
           MOVE LOAD-ID TO EVPK-REFERENCE
           MOVE SPACES TO EVPK-BEFORE-VALUE
           IF ACCT-PENDING-REVIEW
               MOVE "PENDING REVIEW" TO EVPK-AFTER-VALUE
           ELSE
               MOVE "OPEN" TO EVPK-AFTER-VALUE
           END-IF
           MOVE BAL-AMOUNT TO EVPK-AMOUNT
           MOVE MAINT-OPERATOR-ID TO EVPK-OPERATOR-ID
           CALL 'evntpost' USING EVENT-POST-AREA
           EXIT.

       WRITE-RUN-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT LINES READ:            " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE ACCOUNTS-REJECTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS REJECTED:             " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE CONTROL-BREAKS TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CONTROL TOTALS OUT:            " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE FILE-ERRORS TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "FILE ERRORS:                   " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE ACCOUNTS-FINISHED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS LOADED:               " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE ACCOUNTS-HELD TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  HELD FOR WATCH-LIST REVIEW:  " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           IF LOAD-FAILED
               MOVE ACCOUNTS-BACKED-OUT TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "ACCOUNTS BACKED OUT:           "
                   DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
           END-IF
           EXIT.

       WRITE-WORK-LINE SECTION.
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.
