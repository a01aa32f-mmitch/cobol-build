       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNITEM.

      *****************************************************************
      *  RTNITEM takes the bank's returned-item file -- deposits we
      *  credited that came back unpaid, NSF, drawer's account
      *  closed, payment stopped -- off the clerks, who have been
      *  finding each original posting by hand and keying the
      *  reversal and the returned-item fee.  Each return
      *  (copy/bankrtn.cpy) quotes the reference of the credit it
      *  was posted under, and that reference is followed:
      *
      *    1. to TRANINDEX, the posting history: the reference must
      *       have posted, as a credit ("+"), for the amount the
      *       bank is returning;
      *    2. to the journal, for the account the credit went to
      *       (TRANINDEX does not carry it) and to make sure no
      *       debit reversing the same credit has posted already;
      *    3. to the account master, which must still take
      *       postings, for the account's class.
      *
      *  A return that gets through becomes two account debits
      *  ("-"), both carrying the original credit's reference in
      *  TRAN-ORIG-REFERENCE so the journal links them back to it:
      *  the reversal of the amount, valued the day the bank
      *  returned the item, and the returned-item fee the class
      *  pays (FEESCHED cols 60-66; the blank-class row catches
      *  accounts with no class, and a class with no fee pays
      *  none).  Each takes a reference from the shared REFSEQ
      *  sequence and the pair is recorded on the return history
      *  (copy/rtnhist.cpy).
      *
      *  The postings go to RTNTRAN behind a "C" transmission
      *  control record -- sequence one up from the last file this
      *  program made (the RTNSEQ side file), the record count and
      *  the VALUE-1 + VALUE-2 hash total -- for the returns
      *  posting step's CALCULATOR, so they take the normal posting
      *  path with every check it makes.  A file CALCULATOR refuses
      *  must be posted again, not generated again.
      *
      *  What cannot be matched goes on the returned-item queue
      *  (copy/rtnqrec.cpy; RTNQUEUE in, RTNQNEW out, swapped by the
      *  JCL) with the reason.  Every run tries the queued items
      *  again first, so a return that beat its credit onto the
      *  index goes through once IDXBLD has loaded it.  RTNSEQ also
      *  keeps the latest return date read; returns dated on or
      *  before it were dealt with by an earlier run and are
      *  skipped, so a file read twice is reversed once.
      *
      *  The report closes with the accounts that had
      *  CALC-RTN-REPEAT-COUNT (default 2) or more items returned
      *  in the last CALC-RTN-REPEAT-DAYS (default 90) days, from
      *  the return history.
      *
      *  The posting date defaults to today and can be overridden
      *  with CALC-GENERATION-DATE (YYYYMMDD), as for RCPTGEN; the
      *  postings carry CALC-RTN-OPERATOR (default RTNITEM), who
      *  must be enrolled on the operator master.
      *
      *  RETURN-CODE 4: returns went to the queue.  12: the return
      *  file, the transaction index, the journal or the account
      *  master could not be opened -- nothing written.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO "BANKRTN"
               FILE STATUS IS BANK-RETURN-STATUS.
           SELECT TRAN-INDEX-FILE ASSIGN TO "TRANINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRANX-REFERENCE-IN
               FILE STATUS IS TRAN-INDEX-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               FILE STATUS IS FEE-SCHEDULE-STATUS.
           SELECT OLD-QUEUE-FILE ASSIGN TO "RTNQUEUE"
               FILE STATUS IS OLD-QUEUE-STATUS.
           SELECT NEW-QUEUE-FILE ASSIGN TO "RTNQNEW".
           SELECT RETURN-HISTORY-FILE ASSIGN TO "RTNHIST"
               FILE STATUS IS RETURN-HISTORY-STATUS.
           SELECT RETURN-WORK-FILE ASSIGN TO "RTNWORK"
               FILE STATUS IS RETURN-WORK-STATUS.
           SELECT RETURN-TRAN-FILE ASSIGN TO "RTNTRAN".
           SELECT RETURN-SEQ-FILE ASSIGN TO "RTNSEQ"
               FILE STATUS IS RETURN-SEQ-STATUS.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RTNRPT".

       DATA DIVISION.
       FILE SECTION.
       FD BANK-RETURN-FILE.
       COPY bankrtn.

       FD TRAN-INDEX-FILE.
       COPY tranxrec.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-CARD.
           05 FSC-ACCOUNT-CLASS PIC X(04).
           05 FILLER            PIC X(55).
           05 FSC-RETURN-FEE    PIC X(07).
           05 FILLER            PIC X(14).

       FD OLD-QUEUE-FILE.
       COPY rtnqrec.

       FD NEW-QUEUE-FILE.
       COPY rtnqrec REPLACING LEADING ==RTNQ== BY ==NRTQ==.

       FD RETURN-HISTORY-FILE.
       COPY rtnhist.

       FD RETURN-WORK-FILE.
       COPY tranrec REPLACING LEADING ==TRAN== BY ==WRK==.

       FD RETURN-TRAN-FILE.
       COPY tranrec.

       FD RETURN-SEQ-FILE.
       01 RETURN-SEQ-RECORD.
           05 RTSQ-LAST-SEQUENCE    PIC 9(06).
           05 RTSQ-LAST-RETURN-DATE PIC 9(08).

      * Same one-record sequence file CALCULATOR, RCPTGEN and
      * STORDGEN draw from, so generated references never collide
      * with anyone else's.
       FD REFERENCE-SEQ-FILE.
       01 REFSEQ-RECORD.
           05 REFS-LAST-DATE   PIC 9(08).
           05 REFS-LAST-NUMBER PIC 9(04).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 BANK-RETURN-STATUS    PIC X(02).
       01 TRAN-INDEX-STATUS     PIC X(02).
       01 JOURNAL-STATUS        PIC X(02).
       01 ACCOUNT-MASTER-STATUS PIC X(02).
       01 FEE-SCHEDULE-STATUS   PIC X(02).
       01 OLD-QUEUE-STATUS      PIC X(02).
       01 RETURN-HISTORY-STATUS PIC X(02).
       01 RETURN-WORK-STATUS    PIC X(02).
       01 RETURN-SEQ-STATUS     PIC X(02).
       01 REFERENCE-SEQ-STATUS  PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

       01 GENERATION-DATE     PIC 9(08).
       01 GENERATION-DATE-ENV PIC X(08).
       01 GENERATION-TIME     PIC 9(08).
       01 RETURN-OPERATOR-ENV PIC X(08).
       01 RETURN-OPERATOR     PIC X(08) VALUE "RTNITEM".
       01 REPEAT-COUNT-ENV    PIC X(03).
       01 REPEAT-COUNT        PIC 9(03) VALUE 2.
       01 REPEAT-DAYS-ENV     PIC X(03).
       01 REPEAT-DAYS         PIC 9(03) VALUE 90.
       01 REF-LAST-DATE   PIC 9(08) VALUE 0.
       01 REF-LAST-NUMBER PIC 9(04) VALUE 0.
       01 ASSIGNED-REFERENCE PIC X(10).
       01 LAST-TRANSMISSION  PIC 9(06) VALUE 0.
       01 LAST-RETURN-DATE   PIC 9(08) VALUE 0.
       01 LATEST-RETURN-DATE PIC 9(08) VALUE 0.

      *****************************************************************
      *  The returned-item fee by account class, from FEESCHED.
      *  The blank class is the row for accounts with none.
      *****************************************************************
       01 RETURN-FEE-TABLE.
           05 RFEE-ENTRY OCCURS 100 TIMES INDEXED BY RFEE-IDX.
               10 RFEE-CLASS  PIC X(04).
               10 RFEE-AMOUNT PIC 9(05)V99.
       01 RETURN-FEES-USED PIC 9(03) COMP VALUE 0.
       01 RETURN-FEE-CARD  PIC X(07).
       01 RETURN-FEE-VALUE REDEFINES RETURN-FEE-CARD PIC 9(05)V99.
       01 RFEE-FOUND-SWITCH PIC X(01).
           88 RFEE-FOUND VALUE 'Y'.

      *****************************************************************
      *  The run's returns, queued items first, so the index and
      *  the journal are each read once for all of them.  A return
      *  past the table goes straight back on the queue, untried.
      *****************************************************************
       01 RETURN-TABLE.
           05 RET-ENTRY OCCURS 1000 TIMES INDEXED BY RET-IDX.
               10 RET-FIRST-SEEN    PIC 9(08).
               10 RET-ATTEMPTS      PIC 9(03).
               10 RET-RETURN-DATE   PIC 9(08).
               10 RET-REFERENCE     PIC X(10).
               10 RET-AMOUNT        PIC 9(9)V99.
               10 RET-RETURN-REASON PIC X(04).
               10 RET-BANK-ITEM     PIC X(12).
               10 RET-DESCRIPTION   PIC X(20).
               10 RET-STATE         PIC X(01).
                   88 RET-ON-INDEX  VALUE "I".
                   88 RET-UNMATCHED VALUE "U".
               10 RET-ACCOUNT       PIC X(08).
               10 RET-REVERSED-FLAG PIC X(01).
                   88 RET-REVERSED-ALREADY VALUE "Y".
               10 RET-QUEUE-REASON  PIC X(24).
       01 RETURN-ENTRIES-USED PIC 9(04) COMP VALUE 0.
       01 EARLIER-IDX       PIC 9(04) COMP.
       01 TWIN-FOUND-SWITCH PIC X(01).
           88 TWIN-FOUND VALUE 'Y'.

      * The return being loaded, from a queued item or the bank's
      * file alike.
       01 LOAD-FIRST-SEEN    PIC 9(08).
       01 LOAD-ATTEMPTS      PIC 9(03).
       01 LOAD-RETURN-DATE   PIC 9(08).
       01 LOAD-REFERENCE     PIC X(10).
       01 LOAD-AMOUNT        PIC 9(9)V99.
       01 LOAD-RETURN-REASON PIC X(04).
       01 LOAD-BANK-ITEM     PIC X(12).
       01 LOAD-DESCRIPTION   PIC X(20).
       01 LOAD-QUEUE-REASON  PIC X(24).

       01 FEE-AMOUNT         PIC 9(05)V99.
       01 REVERSAL-REFERENCE PIC X(10).
       01 FEE-REFERENCE      PIC X(10).
       01 LEG-AMOUNT         PIC S9(9)V99.
       01 LEG-VALUE-DATE     PIC 9(08).

      *****************************************************************
      *  Returns per account over the repeat window, from the
      *  return history.
      *****************************************************************
       01 REPEAT-TABLE.
           05 RPT-ENTRY OCCURS 1000 TIMES INDEXED BY RPT-IDX.
               10 RPT-ACCOUNT     PIC X(08).
               10 RPT-COUNT       PIC 9(05) COMP.
               10 RPT-TOTAL       PIC 9(11)V99.
               10 RPT-LAST-RETURN PIC 9(08).
       01 REPEAT-ENTRIES-USED PIC 9(04) COMP VALUE 0.
       01 REPEAT-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 REPEAT-TABLE-FULL VALUE 'Y'.
       01 RPT-FOUND-SWITCH PIC X(01).
           88 RPT-FOUND VALUE 'Y'.
       01 REPEAT-ACCOUNTS PIC 9(05) COMP VALUE 0.
       01 WINDOW-START-SERIAL PIC 9(08) COMP.

       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS   PIC 9(08) COMP.
       01 SERIAL-YEAR   PIC 9(04) COMP.
       01 SERIAL-MONTH  PIC 9(02) COMP.
       01 SERIAL-WORK   PIC 9(08) COMP.
       01 SERIAL-DAY    PIC 9(02) COMP.

       01 RETURN-LINES-READ    PIC 9(07) COMP VALUE 0.
       01 LINES-ALREADY-DONE   PIC 9(07) COMP VALUE 0.
       01 QUEUED-ITEMS-READ    PIC 9(07) COMP VALUE 0.
       01 RETURNS-REVERSED     PIC 9(07) COMP VALUE 0.
       01 QUEUED-NOW-REVERSED  PIC 9(07) COMP VALUE 0.
       01 RETURNS-QUEUED       PIC 9(07) COMP VALUE 0.
       01 FEES-CHARGED         PIC 9(07) COMP VALUE 0.
       01 REVERSED-TOTAL       PIC S9(11)V99 VALUE 0.
       01 FEE-TOTAL            PIC S9(11)V99 VALUE 0.
       01 QUEUED-TOTAL         PIC S9(11)V99 VALUE 0.
       01 CONTROL-RECORD-COUNT PIC 9(08) VALUE 0.
       01 CONTROL-HASH-TOTAL   PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 FEE-EDIT    PIC ZZZZ9.99.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "RTNITEM" TO PRMG-PROGRAM
           ACCEPT GENERATION-DATE FROM DATE YYYYMMDD
           ACCEPT GENERATION-TIME FROM TIME
           MOVE "CALC-GENERATION-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO GENERATION-DATE-ENV
           IF GENERATION-DATE-ENV NOT = SPACES
               MOVE GENERATION-DATE-ENV TO GENERATION-DATE
               MOVE 0 TO GENERATION-TIME
           END-IF
           MOVE "CALC-RTN-OPERATOR" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RETURN-OPERATOR-ENV
           IF RETURN-OPERATOR-ENV NOT = SPACES
               MOVE RETURN-OPERATOR-ENV TO RETURN-OPERATOR
           END-IF
           MOVE "CALC-RTN-REPEAT-COUNT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REPEAT-COUNT-ENV
           IF REPEAT-COUNT-ENV NOT = SPACES
               MOVE REPEAT-COUNT-ENV TO REPEAT-COUNT
           END-IF
           MOVE "CALC-RTN-REPEAT-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REPEAT-DAYS-ENV
           IF REPEAT-DAYS-ENV NOT = SPACES
               MOVE REPEAT-DAYS-ENV TO REPEAT-DAYS
           END-IF
           OPEN INPUT BANK-RETURN-FILE
           IF BANK-RETURN-STATUS NOT = "00"
               DISPLAY "unable to open bank return file, status "
                   BANK-RETURN-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TRAN-INDEX-FILE
           IF TRAN-INDEX-STATUS NOT = "00"
               DISPLAY "unable to open transaction index, status "
                   TRAN-INDEX-STATUS
               CLOSE BANK-RETURN-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal, status "
                   JOURNAL-STATUS
               CLOSE BANK-RETURN-FILE
               CLOSE TRAN-INDEX-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open account master, status "
                   ACCOUNT-MASTER-STATUS
               CLOSE BANK-RETURN-FILE
               CLOSE TRAN-INDEX-FILE
               CLOSE JOURNAL-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RETURN-FEES
           PERFORM LOAD-RETURN-SEQUENCE
           PERFORM LOAD-REFERENCE-SEQUENCE
           MOVE LAST-RETURN-DATE TO LATEST-RETURN-DATE
           OPEN OUTPUT RETURN-WORK-FILE
           OPEN OUTPUT NEW-QUEUE-FILE
           OPEN EXTEND RETURN-HISTORY-FILE
           IF RETURN-HISTORY-STATUS = "35"
               OPEN OUTPUT RETURN-HISTORY-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "RETURNED ITEMS POSTING " DELIMITED BY SIZE
               GENERATION-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LOAD-QUEUED-RETURNS
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-BANK-RETURN UNTIL SOURCE-EOF
           CLOSE BANK-RETURN-FILE
           PERFORM MATCH-RETURN-TO-INDEX
               VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RETURN-ENTRIES-USED
           CLOSE TRAN-INDEX-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM SCAN-JOURNAL-LINE UNTIL SOURCE-EOF
           CLOSE JOURNAL-FILE
           PERFORM SETTLE-ONE-RETURN
               VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RETURN-ENTRIES-USED
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE RETURN-WORK-FILE
           CLOSE NEW-QUEUE-FILE
           CLOSE RETURN-HISTORY-FILE
           ADD 1 TO LAST-TRANSMISSION
           PERFORM ASSEMBLE-RETURN-FILE
           PERFORM SAVE-RETURN-SEQUENCE
           IF REF-LAST-NUMBER NOT = 0
               PERFORM SAVE-REFERENCE-SEQUENCE
           END-IF
           PERFORM WRITE-SUMMARY
           PERFORM REPORT-REPEATED-RETURNS
           CLOSE REPORT-FILE
           MOVE RETURNS-REVERSED TO COUNT-EDIT
           DISPLAY "returned items reversed: " COUNT-EDIT
           MOVE RETURNS-QUEUED TO COUNT-EDIT
           DISPLAY "returned items queued: " COUNT-EDIT
           MOVE REPEAT-ACCOUNTS TO COUNT-EDIT
           DISPLAY "accounts with repeated returns: " COUNT-EDIT
           IF RETURNS-QUEUED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      *  FEESCHED is optional here: with no schedule no class pays
      *  a returned-item fee and only the reversals are posted.
      *****************************************************************
       LOAD-RETURN-FEES SECTION.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-SCHEDULE-STATUS NOT = "00"
               DISPLAY "fee schedule not available -- no returned-"
                   "item fees charged"
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM LOAD-ONE-RETURN-FEE UNTIL SOURCE-EOF
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           EXIT.

       LOAD-ONE-RETURN-FEE SECTION.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF FEE-SCHEDULE-CARD(1:1) = "*"
                           OR FEE-SCHEDULE-CARD = SPACES
                       CONTINUE
                   ELSE
                       IF RETURN-FEES-USED < 100
                           ADD 1 TO RETURN-FEES-USED
                           SET RFEE-IDX TO RETURN-FEES-USED
                           MOVE FSC-ACCOUNT-CLASS
                               TO RFEE-CLASS(RFEE-IDX)
                           MOVE FSC-RETURN-FEE TO RETURN-FEE-CARD
                           IF RETURN-FEE-CARD IS NUMERIC
                               MOVE RETURN-FEE-VALUE
                                   TO RFEE-AMOUNT(RFEE-IDX)
                           ELSE
                               MOVE 0 TO RFEE-AMOUNT(RFEE-IDX)
                           END-IF
                       ELSE
                           DISPLAY "fee schedule table full -- class "
                               FSC-ACCOUNT-CLASS " ignored"
                       END-IF
                   END-IF
           END-READ
           EXIT.

      *****************************************************************
      *  Yesterday's unmatched returns, loaded ahead of today's
      *  file so they are tried again with it.
      *****************************************************************
       LOAD-QUEUED-RETURNS SECTION.
           OPEN INPUT OLD-QUEUE-FILE
           IF OLD-QUEUE-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-QUEUED-RETURN UNTIL SOURCE-EOF
               CLOSE OLD-QUEUE-FILE
           END-IF
           EXIT.

       READ-QUEUED-RETURN SECTION.
           READ OLD-QUEUE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO QUEUED-ITEMS-READ
                   MOVE RTNQ-FIRST-SEEN    TO LOAD-FIRST-SEEN
                   MOVE RTNQ-ATTEMPTS      TO LOAD-ATTEMPTS
                   MOVE RTNQ-RETURN-DATE   TO LOAD-RETURN-DATE
                   MOVE RTNQ-REFERENCE     TO LOAD-REFERENCE
                   MOVE RTNQ-AMOUNT        TO LOAD-AMOUNT
                   MOVE RTNQ-RETURN-REASON TO LOAD-RETURN-REASON
                   MOVE RTNQ-BANK-ITEM     TO LOAD-BANK-ITEM
                   MOVE RTNQ-DESCRIPTION   TO LOAD-DESCRIPTION
                   MOVE RTNQ-REASON        TO LOAD-QUEUE-REASON
                   PERFORM STORE-RETURN
           END-READ
           EXIT.

       READ-BANK-RETURN SECTION.
           READ BANK-RETURN-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF BANK-RETURN-RECORD = SPACES
                           OR BANK-RETURN-RECORD(1:1) = "*"
                       CONTINUE
                   ELSE
                       ADD 1 TO RETURN-LINES-READ
                       PERFORM JUDGE-BANK-RETURN
                   END-IF
           END-READ
           EXIT.

       JUDGE-BANK-RETURN SECTION.
           IF BRTN-RETURN-DATE NOT > LAST-RETURN-DATE
               ADD 1 TO LINES-ALREADY-DONE
           ELSE
               IF BRTN-RETURN-DATE > LATEST-RETURN-DATE
                   MOVE BRTN-RETURN-DATE TO LATEST-RETURN-DATE
               END-IF
               MOVE GENERATION-DATE  TO LOAD-FIRST-SEEN
               MOVE 0                TO LOAD-ATTEMPTS
               MOVE BRTN-RETURN-DATE TO LOAD-RETURN-DATE
               MOVE BRTN-REFERENCE   TO LOAD-REFERENCE
               MOVE BRTN-AMOUNT      TO LOAD-AMOUNT
               MOVE BRTN-REASON      TO LOAD-RETURN-REASON
               MOVE BRTN-BANK-ITEM   TO LOAD-BANK-ITEM
               MOVE BRTN-DESCRIPTION TO LOAD-DESCRIPTION
               MOVE SPACES           TO LOAD-QUEUE-REASON
               PERFORM STORE-RETURN
           END-IF
           EXIT.

       STORE-RETURN SECTION.
           IF RETURN-ENTRIES-USED >= 1000
               MOVE "NOT TRIED -- TABLE FULL" TO LOAD-QUEUE-REASON
               PERFORM QUEUE-LOADED-RETURN
           ELSE
               ADD 1 TO RETURN-ENTRIES-USED
               SET RET-IDX TO RETURN-ENTRIES-USED
               MOVE LOAD-FIRST-SEEN    TO RET-FIRST-SEEN(RET-IDX)
               MOVE LOAD-ATTEMPTS      TO RET-ATTEMPTS(RET-IDX)
               MOVE LOAD-RETURN-DATE   TO RET-RETURN-DATE(RET-IDX)
               MOVE LOAD-REFERENCE     TO RET-REFERENCE(RET-IDX)
               MOVE LOAD-AMOUNT        TO RET-AMOUNT(RET-IDX)
               MOVE LOAD-RETURN-REASON TO RET-RETURN-REASON(RET-IDX)
               MOVE LOAD-BANK-ITEM     TO RET-BANK-ITEM(RET-IDX)
               MOVE LOAD-DESCRIPTION   TO RET-DESCRIPTION(RET-IDX)
               MOVE SPACES TO RET-STATE(RET-IDX)
               MOVE SPACES TO RET-ACCOUNT(RET-IDX)
               MOVE 'N'    TO RET-REVERSED-FLAG(RET-IDX)
               MOVE SPACES TO RET-QUEUE-REASON(RET-IDX)
           END-IF
           EXIT.

      *****************************************************************
      *  The reference must have posted, as a credit, for what the
      *  bank is returning -- and only once in this run, or the
      *  second copy of a return would reverse the credit twice.
      *****************************************************************
       MATCH-RETURN-TO-INDEX SECTION.
           SET RET-UNMATCHED(RET-IDX) TO TRUE
           MOVE 'N' TO TWIN-FOUND-SWITCH
           MOVE 1 TO EARLIER-IDX
           PERFORM FIND-EARLIER-TWIN
               UNTIL EARLIER-IDX >= RET-IDX OR TWIN-FOUND
           IF TWIN-FOUND
               MOVE "RETURNED TWICE IN RUN" TO RET-QUEUE-REASON(RET-IDX)
           ELSE
           IF RET-REFERENCE(RET-IDX) = SPACES
               MOVE "NO REFERENCE QUOTED" TO RET-QUEUE-REASON(RET-IDX)
           ELSE
               MOVE RET-REFERENCE(RET-IDX) TO TRANX-REFERENCE-IN
               READ TRAN-INDEX-FILE
                   INVALID KEY
                       MOVE "ORIGINAL NOT POSTED"
                           TO RET-QUEUE-REASON(RET-IDX)
                   NOT INVALID KEY
                       IF TRANX-OPERATION NOT = "+"
                           MOVE "ORIGINAL NOT A CREDIT"
                               TO RET-QUEUE-REASON(RET-IDX)
                       ELSE
                       IF TRANX-VALUE-2 NOT = RET-AMOUNT(RET-IDX)
                           MOVE "AMOUNT DIFFERS"
                               TO RET-QUEUE-REASON(RET-IDX)
                       ELSE
                           SET RET-ON-INDEX(RET-IDX) TO TRUE
                       END-IF
                       END-IF
               END-READ
           END-IF
           END-IF
           EXIT.

       FIND-EARLIER-TWIN SECTION.
           IF RET-REFERENCE(EARLIER-IDX) = RET-REFERENCE(RET-IDX)
                   AND RET-ON-INDEX(EARLIER-IDX)
               SET TWIN-FOUND TO TRUE
           ELSE
               ADD 1 TO EARLIER-IDX
           END-IF
           EXIT.

      *****************************************************************
      *  One pass of the journal for every return found on the
      *  index: the posted account line under the reference names
      *  the account the credit went to, and a posted account debit
      *  carrying it as the original reference means the credit
      *  has been reversed already.
      *****************************************************************
       SCAN-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE = "H"
                           OR JRNLH-RECORD-TYPE = "T"
                       CONTINUE
                   ELSE
                       IF (JRNL-OUTCOME = "OK"
                               OR JRNL-OUTCOME = "MANUAL REVIEW")
                               AND JRNL-ACCOUNT-ID NOT = SPACES
                           PERFORM MATCH-JOURNAL-LINE
                               VARYING RET-IDX FROM 1 BY 1
                               UNTIL RET-IDX > RETURN-ENTRIES-USED
                       END-IF
                   END-IF
           END-READ
           EXIT.

       MATCH-JOURNAL-LINE SECTION.
           IF RET-ON-INDEX(RET-IDX)
               IF JRNL-REFERENCE = RET-REFERENCE(RET-IDX)
                       AND JRNL-OPERATION = "+"
                   MOVE JRNL-ACCOUNT-ID TO RET-ACCOUNT(RET-IDX)
               END-IF
               IF JRNL-ORIG-REFERENCE = RET-REFERENCE(RET-IDX)
                       AND JRNL-OPERATION = "-"
                       AND JRNL-VALUE-2 = RET-AMOUNT(RET-IDX)
                   SET RET-REVERSED-ALREADY(RET-IDX) TO TRUE
               END-IF
           END-IF
           EXIT.

       SETTLE-ONE-RETURN SECTION.
           IF RET-ON-INDEX(RET-IDX)
               IF RET-ACCOUNT(RET-IDX) = SPACES
                   SET RET-UNMATCHED(RET-IDX) TO TRUE
                   MOVE "NOT AN ACCOUNT CREDIT"
                       TO RET-QUEUE-REASON(RET-IDX)
               ELSE
               IF RET-REVERSED-ALREADY(RET-IDX)
                   SET RET-UNMATCHED(RET-IDX) TO TRUE
                   MOVE "REVERSED ALREADY" TO RET-QUEUE-REASON(RET-IDX)
               ELSE
                   PERFORM CHECK-RETURN-ACCOUNT
               END-IF
               END-IF
           END-IF
           IF RET-ON-INDEX(RET-IDX)
               PERFORM REVERSE-RETURNED-ITEM
           ELSE
               PERFORM QUEUE-TABLE-RETURN
           END-IF
           EXIT.

      * The account must still take postings -- open, or flagged
      * for closure and not yet settled -- and its class prices
      * the fee.
       CHECK-RETURN-ACCOUNT SECTION.
           MOVE RET-ACCOUNT(RET-IDX) TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET RET-UNMATCHED(RET-IDX) TO TRUE
                   MOVE "ACCOUNT NOT ON FILE"
                       TO RET-QUEUE-REASON(RET-IDX)
               NOT INVALID KEY
                   IF NOT ACCT-OPEN AND NOT ACCT-CLOSE-REQUESTED
                       SET RET-UNMATCHED(RET-IDX) TO TRUE
                       MOVE "ACCOUNT NOT OPEN"
                           TO RET-QUEUE-REASON(RET-IDX)
                   ELSE
                       PERFORM FIND-RETURN-FEE
                   END-IF
           END-READ
           EXIT.

       FIND-RETURN-FEE SECTION.
           MOVE 0 TO FEE-AMOUNT
           MOVE 'N' TO RFEE-FOUND-SWITCH
           SET RFEE-IDX TO 1
           PERFORM SEARCH-RETURN-FEE
               UNTIL RFEE-IDX > RETURN-FEES-USED OR RFEE-FOUND
           IF RFEE-FOUND
               MOVE RFEE-AMOUNT(RFEE-IDX) TO FEE-AMOUNT
           END-IF
           EXIT.

       SEARCH-RETURN-FEE SECTION.
           IF RFEE-CLASS(RFEE-IDX) = ACCT-CLASS
               SET RFEE-FOUND TO TRUE
           ELSE
               SET RFEE-IDX UP BY 1
           END-IF
           EXIT.

      *****************************************************************
      *  The reversal, valued the day the bank returned the item,
      *  then the fee, valued the posting day; both linked to the
      *  credit that came back.
      *****************************************************************
       REVERSE-RETURNED-ITEM SECTION.
           PERFORM ASSIGN-RETURN-REFERENCE
           MOVE ASSIGNED-REFERENCE TO REVERSAL-REFERENCE
           MOVE RET-AMOUNT(RET-IDX) TO LEG-AMOUNT
           IF RET-RETURN-DATE(RET-IDX) < GENERATION-DATE
               MOVE RET-RETURN-DATE(RET-IDX) TO LEG-VALUE-DATE
           ELSE
               MOVE 0 TO LEG-VALUE-DATE
           END-IF
           PERFORM WRITE-RETURN-LEG
           MOVE SPACES TO FEE-REFERENCE
           IF FEE-AMOUNT > 0
               PERFORM ASSIGN-RETURN-REFERENCE
               MOVE ASSIGNED-REFERENCE TO FEE-REFERENCE
               MOVE FEE-AMOUNT TO LEG-AMOUNT
               MOVE 0 TO LEG-VALUE-DATE
               PERFORM WRITE-RETURN-LEG
               ADD 1 TO FEES-CHARGED
               ADD FEE-AMOUNT TO FEE-TOTAL
           END-IF
           MOVE SPACES TO RETURN-HISTORY-RECORD
           MOVE GENERATION-DATE          TO RTNH-GENERATED-DATE
           MOVE RET-ACCOUNT(RET-IDX)     TO RTNH-ACCOUNT-ID
           MOVE RET-REFERENCE(RET-IDX)   TO RTNH-ORIG-REFERENCE
           MOVE RET-AMOUNT(RET-IDX)      TO RTNH-AMOUNT
           MOVE RET-RETURN-DATE(RET-IDX) TO RTNH-RETURN-DATE
           MOVE RET-RETURN-REASON(RET-IDX) TO RTNH-RETURN-REASON
           MOVE RET-BANK-ITEM(RET-IDX)   TO RTNH-BANK-ITEM
           MOVE REVERSAL-REFERENCE       TO RTNH-REVERSAL-REF
           MOVE FEE-REFERENCE            TO RTNH-FEE-REFERENCE
           MOVE FEE-AMOUNT               TO RTNH-FEE-AMOUNT
           WRITE RETURN-HISTORY-RECORD
           ADD 1 TO RETURNS-REVERSED
           IF RET-ATTEMPTS(RET-IDX) > 0
               ADD 1 TO QUEUED-NOW-REVERSED
           END-IF
           ADD RET-AMOUNT(RET-IDX) TO REVERSED-TOTAL
           MOVE RET-AMOUNT(RET-IDX) TO AMOUNT-EDIT
           MOVE FEE-AMOUNT TO FEE-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "REVERSED " DELIMITED BY SIZE
               RET-RETURN-DATE(RET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               RET-REFERENCE(RET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RET-RETURN-REASON(RET-IDX) DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               RET-ACCOUNT(RET-IDX) DELIMITED BY SIZE
               " REVERSAL " DELIMITED BY SIZE
               REVERSAL-REFERENCE DELIMITED BY SIZE
               " FEE " DELIMITED BY SIZE
               FEE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FEE-REFERENCE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-RETURN-LEG SECTION.
           MOVE SPACES TO WRK-RECORD
           MOVE 0 TO WRK-VALUE-1
           MOVE "-" TO WRK-OPERATION
           MOVE LEG-AMOUNT TO WRK-VALUE-2
           MOVE GENERATION-DATE TO WRK-DATE-IN
           MOVE RETURN-OPERATOR TO WRK-OPERATOR-ID-IN
           MOVE ASSIGNED-REFERENCE TO WRK-REFERENCE-IN
           MOVE RET-REFERENCE(RET-IDX) TO WRK-ORIG-REFERENCE
           MOVE LEG-VALUE-DATE TO WRK-VALUE-DATE
           MOVE RET-ACCOUNT(RET-IDX) TO WRK-ACCOUNT-ID
           MOVE 0 TO WRK-SOURCE-POSITION
           MOVE "RTNI" TO WRK-SOURCE-SYSTEM
           WRITE WRK-RECORD
           ADD 1 TO CONTROL-RECORD-COUNT
           ADD LEG-AMOUNT TO CONTROL-HASH-TOTAL
           EXIT.

       QUEUE-TABLE-RETURN SECTION.
           MOVE RET-FIRST-SEEN(RET-IDX)    TO LOAD-FIRST-SEEN
           MOVE RET-ATTEMPTS(RET-IDX)      TO LOAD-ATTEMPTS
           MOVE RET-RETURN-DATE(RET-IDX)   TO LOAD-RETURN-DATE
           MOVE RET-REFERENCE(RET-IDX)     TO LOAD-REFERENCE
           MOVE RET-AMOUNT(RET-IDX)        TO LOAD-AMOUNT
           MOVE RET-RETURN-REASON(RET-IDX) TO LOAD-RETURN-REASON
           MOVE RET-BANK-ITEM(RET-IDX)     TO LOAD-BANK-ITEM
           MOVE RET-DESCRIPTION(RET-IDX)   TO LOAD-DESCRIPTION
           MOVE RET-QUEUE-REASON(RET-IDX)  TO LOAD-QUEUE-REASON
           PERFORM QUEUE-LOADED-RETURN
           EXIT.

       QUEUE-LOADED-RETURN SECTION.
           MOVE SPACES TO NRTQ-RECORD
           MOVE LOAD-FIRST-SEEN    TO NRTQ-FIRST-SEEN
           MOVE LOAD-RETURN-DATE   TO NRTQ-RETURN-DATE
           MOVE LOAD-REFERENCE     TO NRTQ-REFERENCE
           MOVE LOAD-AMOUNT        TO NRTQ-AMOUNT
           MOVE LOAD-RETURN-REASON TO NRTQ-RETURN-REASON
           MOVE LOAD-BANK-ITEM     TO NRTQ-BANK-ITEM
           MOVE LOAD-DESCRIPTION   TO NRTQ-DESCRIPTION
           MOVE LOAD-QUEUE-REASON  TO NRTQ-REASON
           COMPUTE NRTQ-ATTEMPTS = LOAD-ATTEMPTS + 1
           MOVE GENERATION-DATE    TO NRTQ-LAST-ATTEMPT
           WRITE NRTQ-RECORD
           ADD 1 TO RETURNS-QUEUED
           ADD LOAD-AMOUNT TO QUEUED-TOTAL
           MOVE LOAD-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "QUEUED   " DELIMITED BY SIZE
               LOAD-RETURN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               LOAD-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOAD-RETURN-REASON DELIMITED BY SIZE
               " ITEM " DELIMITED BY SIZE
               LOAD-BANK-ITEM DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               LOAD-QUEUE-REASON DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Same YYMMDDnnnn assignment CALCULATOR makes, drawn from the
      * same REFSEQ file, dated the posting date.
       ASSIGN-RETURN-REFERENCE SECTION.
           IF REF-LAST-DATE NOT = GENERATION-DATE
               MOVE GENERATION-DATE TO REF-LAST-DATE
               MOVE 0 TO REF-LAST-NUMBER
           END-IF
           ADD 1 TO REF-LAST-NUMBER
           MOVE SPACES TO ASSIGNED-REFERENCE
           STRING GENERATION-DATE(3:6) DELIMITED BY SIZE
               REF-LAST-NUMBER DELIMITED BY SIZE
               INTO ASSIGNED-REFERENCE
           EXIT.

      *****************************************************************
      *  The "C" record -- now that the count and hash are known --
      *  followed by the postings.  A run with nothing to post still
      *  sends its control record, so the sequence never skips.
      *****************************************************************
       ASSEMBLE-RETURN-FILE SECTION.
           OPEN OUTPUT RETURN-TRAN-FILE
           MOVE SPACES TO TRAN-RECORD
           MOVE "C" TO TRANC-RECORD-TYPE
           MOVE GENERATION-DATE TO TRANC-CREATE-DATE
      * A file generated for another date carries no time, so no
      * cut-off is held against it.
           IF GENERATION-TIME NOT = 0
               MOVE GENERATION-TIME(1:4) TO TRANC-CREATE-TIME
           END-IF
           MOVE LAST-TRANSMISSION TO TRANC-SEQUENCE
           MOVE CONTROL-RECORD-COUNT TO TRANC-RECORD-COUNT
           MOVE CONTROL-HASH-TOTAL TO TRANC-HASH-TOTAL
           WRITE TRAN-RECORD
           OPEN INPUT RETURN-WORK-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM COPY-ONE-WORK-RECORD UNTIL SOURCE-EOF
           CLOSE RETURN-WORK-FILE
           CLOSE RETURN-TRAN-FILE
           EXIT.

       COPY-ONE-WORK-RECORD SECTION.
           READ RETURN-WORK-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   WRITE TRAN-RECORD FROM WRK-RECORD
           END-READ
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RETURN-LINES-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RETURN LINES READ:             " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE LINES-ALREADY-DONE TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  DEALT WITH BY AN EARLIER RUN:" DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE QUEUED-ITEMS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "QUEUED RETURNS TRIED AGAIN:    " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE RETURNS-REVERSED TO COUNT-EDIT
           MOVE REVERSED-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RETURNS REVERSED:              " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE QUEUED-NOW-REVERSED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  OF WHICH FROM THE QUEUE:     " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE FEES-CHARGED TO COUNT-EDIT
           MOVE FEE-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RETURNED-ITEM FEES CHARGED:    " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE RETURNS-QUEUED TO COUNT-EDIT
           MOVE QUEUED-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "LEFT ON THE RETURNED-ITEM QUEUE:" DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE LAST-TRANSMISSION TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "RETURNS FILE SEQUENCE:         " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           EXIT.

      *****************************************************************
      *  Accounts whose deposits keep coming back, read from the
      *  return history -- this run's reversals included -- over
      *  the last CALC-RTN-REPEAT-DAYS days.
      *****************************************************************
       REPORT-REPEATED-RETURNS SECTION.
           MOVE GENERATION-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           IF SERIAL-DAYS > REPEAT-DAYS
               COMPUTE WINDOW-START-SERIAL = SERIAL-DAYS - REPEAT-DAYS
           ELSE
               MOVE 0 TO WINDOW-START-SERIAL
           END-IF
           OPEN INPUT RETURN-HISTORY-FILE
           IF RETURN-HISTORY-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM TALLY-RETURN-HISTORY UNTIL SOURCE-EOF
               CLOSE RETURN-HISTORY-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE REPEAT-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS WITH" DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " OR MORE RETURNS IN THE LAST " DELIMITED BY SIZE
               REPEAT-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           PERFORM LIST-REPEATED-ACCOUNT
               VARYING RPT-IDX FROM 1 BY 1
               UNTIL RPT-IDX > REPEAT-ENTRIES-USED
           IF REPEAT-ACCOUNTS = 0
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF REPEAT-TABLE-FULL
               MOVE "  *** ACCOUNT TABLE FULL -- LIST INCOMPLETE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       TALLY-RETURN-HISTORY SECTION.
           READ RETURN-HISTORY-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF RTNH-GENERATED-DATE IS NUMERIC
                       MOVE RTNH-GENERATED-DATE TO SERIAL-INPUT-DATE
                       PERFORM DATE-TO-SERIAL
                       IF SERIAL-DAYS >= WINDOW-START-SERIAL
                           PERFORM TALLY-ACCOUNT-RETURN
                       END-IF
                   END-IF
           END-READ
           EXIT.

       TALLY-ACCOUNT-RETURN SECTION.
           MOVE 'N' TO RPT-FOUND-SWITCH
           SET RPT-IDX TO 1
           PERFORM SEARCH-REPEAT-TABLE
               UNTIL RPT-IDX > REPEAT-ENTRIES-USED OR RPT-FOUND
           IF NOT RPT-FOUND
               IF REPEAT-ENTRIES-USED < 1000
                   ADD 1 TO REPEAT-ENTRIES-USED
                   SET RPT-IDX TO REPEAT-ENTRIES-USED
                   MOVE RTNH-ACCOUNT-ID TO RPT-ACCOUNT(RPT-IDX)
                   MOVE 0 TO RPT-COUNT(RPT-IDX)
                   MOVE 0 TO RPT-TOTAL(RPT-IDX)
                   MOVE 0 TO RPT-LAST-RETURN(RPT-IDX)
                   SET RPT-FOUND TO TRUE
               ELSE
                   SET REPEAT-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF RPT-FOUND
               ADD 1 TO RPT-COUNT(RPT-IDX)
               ADD RTNH-AMOUNT TO RPT-TOTAL(RPT-IDX)
               IF RTNH-RETURN-DATE > RPT-LAST-RETURN(RPT-IDX)
                   MOVE RTNH-RETURN-DATE TO RPT-LAST-RETURN(RPT-IDX)
               END-IF
           END-IF
           EXIT.

       SEARCH-REPEAT-TABLE SECTION.
           IF RPT-ACCOUNT(RPT-IDX) = RTNH-ACCOUNT-ID
               SET RPT-FOUND TO TRUE
           ELSE
               SET RPT-IDX UP BY 1
           END-IF
           EXIT.

       LIST-REPEATED-ACCOUNT SECTION.
           IF RPT-COUNT(RPT-IDX) >= REPEAT-COUNT
               ADD 1 TO REPEAT-ACCOUNTS
               MOVE RPT-COUNT(RPT-IDX) TO COUNT-EDIT
               MOVE RPT-TOTAL(RPT-IDX) TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "  ACCOUNT " DELIMITED BY SIZE
                   RPT-ACCOUNT(RPT-IDX) DELIMITED BY SIZE
                   " RETURNS " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " TOTAL " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " LATEST " DELIMITED BY SIZE
                   RPT-LAST-RETURN(RPT-IDX) DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
           END-IF
           EXIT.

       WRITE-WORK-LINE SECTION.
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       LOAD-RETURN-SEQUENCE SECTION.
           OPEN INPUT RETURN-SEQ-FILE
           IF RETURN-SEQ-STATUS = "00"
               READ RETURN-SEQ-FILE
                   NOT AT END
                       MOVE RTSQ-LAST-SEQUENCE TO LAST-TRANSMISSION
                       MOVE RTSQ-LAST-RETURN-DATE
                           TO LAST-RETURN-DATE
               END-READ
               CLOSE RETURN-SEQ-FILE
           END-IF
           EXIT.

       SAVE-RETURN-SEQUENCE SECTION.
           OPEN OUTPUT RETURN-SEQ-FILE
           MOVE LAST-TRANSMISSION  TO RTSQ-LAST-SEQUENCE
           MOVE LATEST-RETURN-DATE TO RTSQ-LAST-RETURN-DATE
           WRITE RETURN-SEQ-RECORD
           CLOSE RETURN-SEQ-FILE
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
