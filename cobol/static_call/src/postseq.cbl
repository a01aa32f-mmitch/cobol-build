       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTSEQ.

      *****************************************************************
      *  POSTSEQ is the pre-posting sequence step between TRANEDIT
      *  and CALCSTEP.  Posted in arrival order, a customer's
      *  withdrawal that happens to sit ahead of the same day's
      *  deposit trips the minimum-balance check (or the hard stop)
      *  although the account ends the day in funds; and a run that
      *  visits the balance master in arrival order reads it at
      *  random.  POSTSEQ copies CLEANTRN to SEQTRAN with the
      *  balance work -- records carrying TRAN-ACCOUNT-ID -- in
      *  account order, credits ahead of debits inside each
      *  account, arrival order kept among equals.  Ordinary
      *  arithmetic work keeps its arrival order ahead of the
      *  account work.
      *
      *  Reconciliation is kept by never moving a record across a
      *  bracket: each department's "B" header still opens its
      *  batch, its own records follow re-sequenced among
      *  themselves, and its "E" trailer still closes it, so the
      *  trailer's count and total hold exactly as submitted.
      *  Records outside any batch are sequenced among the
      *  stretch they arrived in.  The "C" transmission control
      *  record goes first, untouched -- no transaction is added
      *  or dropped, and its count and hash total are sums, which
      *  order cannot change.  Comment lines are not carried.
      *
      *  Every transaction record leaves stamped with its record
      *  number in the file as received (TRAN-SOURCE-POSITION),
      *  which CALCULATOR carries onto the journal so a posted
      *  line traces back to the submitted record.
      *
      *  CALC-POSTING-SEQUENCE=ARRIVAL turns the re-sequencing off
      *  without touching the JCL: the file is copied in arrival
      *  order, still stamped.  Anything else sequences by account.
      *
      *  RC 0 normal; 12 TRANFILE or SEQTRAN cannot be opened.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               FILE STATUS IS TRAN-STATUS.
           SELECT SEQUENCED-FILE ASSIGN TO "SEQTRAN"
               FILE STATUS IS SEQUENCED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD TRAN-FILE.
       COPY tranrec.

       FD SEQUENCED-FILE.
       01 SEQUENCED-RECORD PIC X(109).

      * SORT-SEGMENT numbers the stretches between brackets, so no
      * record sorts out of the batch it arrived in; SORT-PLACE
      * keeps a batch's header first and its trailer last.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-SEGMENT    PIC 9(06).
           05 SORT-PLACE      PIC X(01).
               88 SORT-PLACE-HEADER  VALUE "0".
               88 SORT-PLACE-BODY    VALUE "1".
               88 SORT-PLACE-TRAILER VALUE "9".
           05 SORT-ACCOUNT-ID PIC X(08).
           05 SORT-DIRECTION  PIC X(01).
               88 SORT-ORDINARY VALUE "0".
               88 SORT-CREDIT   VALUE "1".
               88 SORT-DEBIT    VALUE "2".
           05 SORT-POSITION   PIC 9(08).
           05 SORT-TRAN-IMAGE PIC X(109).

       WORKING-STORAGE SECTION.
       01 TRAN-STATUS      PIC X(02).
       01 SEQUENCED-STATUS PIC X(02).
       01 TRAN-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 TRAN-EOF VALUE 'Y'.
       01 SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       01 FILES-BAD-SWITCH PIC X(01) VALUE 'N'.
           88 FILES-BAD VALUE 'Y'.
       01 SEQUENCE-ENV PIC X(08).
       01 ARRIVAL-ORDER-SWITCH PIC X(01) VALUE 'N'.
           88 ARRIVAL-ORDER VALUE 'Y'.

       01 CURRENT-SEGMENT   PIC 9(06) VALUE 1.
       01 RECORD-POSITION   PIC 9(08) VALUE 0.
       01 RECORDS-READ      PIC 9(08) COMP VALUE 0.
       01 COMMENTS-DROPPED  PIC 9(08) COMP VALUE 0.
       01 CONTROL-RECORDS   PIC 9(08) COMP VALUE 0.
       01 BATCHES-BRACKETED PIC 9(08) COMP VALUE 0.
       01 ORDINARY-RECORDS  PIC 9(08) COMP VALUE 0.
       01 ACCOUNT-CREDITS   PIC 9(08) COMP VALUE 0.
       01 ACCOUNT-DEBITS    PIC 9(08) COMP VALUE 0.
       01 RECORDS-WRITTEN   PIC 9(08) COMP VALUE 0.
       01 COUNT-EDIT        PIC ZZZZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "POSTSEQ" TO PRMG-PROGRAM
           MOVE "CALC-POSTING-SEQUENCE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SEQUENCE-ENV
           IF SEQUENCE-ENV = "ARRIVAL"
               SET ARRIVAL-ORDER TO TRUE
               DISPLAY "postseq: CALC-POSTING-SEQUENCE=ARRIVAL -- "
                   "copying in arrival order"
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SEGMENT SORT-PLACE
                   SORT-ACCOUNT-ID SORT-DIRECTION SORT-POSITION
               INPUT PROCEDURE IS GATHER-TRANSACTIONS
               OUTPUT PROCEDURE IS WRITE-SEQUENCED-FILE
           IF FILES-BAD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM DISPLAY-SEQUENCE-COUNTS
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       GATHER-TRANSACTIONS SECTION.
           OPEN INPUT TRAN-FILE
           IF TRAN-STATUS NOT = "00"
               DISPLAY "postseq: unable to open TRANFILE, status "
                   TRAN-STATUS
               SET FILES-BAD TO TRUE
           ELSE
               PERFORM READ-AND-RELEASE UNTIL TRAN-EOF
               CLOSE TRAN-FILE
           END-IF
           EXIT.

      * The position counts every record in the file as received,
      * comments included, so it is the line an operator finds by
      * browsing the dataset the department sent.
       READ-AND-RELEASE SECTION.
           READ TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-POSITION
                   ADD 1 TO RECORDS-READ
                   IF TRAN-RECORD = SPACES
                           OR TRAN-RECORD(1:1) = "*"
                       ADD 1 TO COMMENTS-DROPPED
                   ELSE
                       PERFORM RELEASE-ONE-RECORD
                   END-IF
           END-READ
           EXIT.

       RELEASE-ONE-RECORD SECTION.
           MOVE RECORD-POSITION TO SORT-POSITION
           MOVE SPACES TO SORT-ACCOUNT-ID
           SET SORT-ORDINARY TO TRUE
           EVALUATE TRUE
               WHEN TRANC-RECORD-TYPE = "C"
                   ADD 1 TO CONTROL-RECORDS
                   MOVE 0 TO SORT-SEGMENT
                   SET SORT-PLACE-HEADER TO TRUE
               WHEN TRANB-RECORD-TYPE = "B"
                   ADD 1 TO CURRENT-SEGMENT
                   ADD 1 TO BATCHES-BRACKETED
                   MOVE CURRENT-SEGMENT TO SORT-SEGMENT
                   SET SORT-PLACE-HEADER TO TRUE
               WHEN TRANE-RECORD-TYPE = "E"
                   MOVE CURRENT-SEGMENT TO SORT-SEGMENT
                   SET SORT-PLACE-TRAILER TO TRUE
                   ADD 1 TO CURRENT-SEGMENT
               WHEN OTHER
                   MOVE CURRENT-SEGMENT TO SORT-SEGMENT
                   SET SORT-PLACE-BODY TO TRUE
                   MOVE RECORD-POSITION TO TRAN-SOURCE-POSITION
                   PERFORM CLASSIFY-TRANSACTION
           END-EVALUATE
           MOVE TRAN-RECORD TO SORT-TRAN-IMAGE
           RELEASE SORT-RECORD
           EXIT.

      * TRANEDIT has already bounced an account record that is not
      * a plain credit or debit, so anything else here sorts as a
      * debit -- last in its account, where it can harm nothing
      * that follows it.
       CLASSIFY-TRANSACTION SECTION.
           IF TRAN-ACCOUNT-ID = SPACES
               ADD 1 TO ORDINARY-RECORDS
           ELSE
               IF TRAN-OPERATION = "+"
                   ADD 1 TO ACCOUNT-CREDITS
               ELSE
                   ADD 1 TO ACCOUNT-DEBITS
               END-IF
               IF NOT ARRIVAL-ORDER
                   MOVE TRAN-ACCOUNT-ID TO SORT-ACCOUNT-ID
                   IF TRAN-OPERATION = "+"
                       SET SORT-CREDIT TO TRUE
                   ELSE
                       SET SORT-DEBIT TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

       WRITE-SEQUENCED-FILE SECTION.
           IF NOT FILES-BAD
               OPEN OUTPUT SEQUENCED-FILE
               IF SEQUENCED-STATUS NOT = "00"
                   DISPLAY "postseq: unable to open SEQTRAN, status "
                       SEQUENCED-STATUS
                   SET FILES-BAD TO TRUE
               END-IF
           END-IF
           IF NOT FILES-BAD
               PERFORM RETURN-AND-WRITE UNTIL SORT-EOF
               CLOSE SEQUENCED-FILE
           END-IF
           EXIT.

       RETURN-AND-WRITE SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   MOVE SORT-TRAN-IMAGE TO SEQUENCED-RECORD
                   WRITE SEQUENCED-RECORD
                   ADD 1 TO RECORDS-WRITTEN
           END-RETURN
           EXIT.

       DISPLAY-SEQUENCE-COUNTS SECTION.
           MOVE RECORDS-READ TO COUNT-EDIT
           DISPLAY "postseq: records read:            " COUNT-EDIT
           MOVE COMMENTS-DROPPED TO COUNT-EDIT
           DISPLAY "postseq: comment lines dropped:   " COUNT-EDIT
           MOVE CONTROL-RECORDS TO COUNT-EDIT
           DISPLAY "postseq: transmission controls:   " COUNT-EDIT
           MOVE BATCHES-BRACKETED TO COUNT-EDIT
           DISPLAY "postseq: department batches:      " COUNT-EDIT
           MOVE ORDINARY-RECORDS TO COUNT-EDIT
           DISPLAY "postseq: ordinary transactions:   " COUNT-EDIT
           MOVE ACCOUNT-CREDITS TO COUNT-EDIT
           DISPLAY "postseq: account credits:         " COUNT-EDIT
           MOVE ACCOUNT-DEBITS TO COUNT-EDIT
           DISPLAY "postseq: account debits:          " COUNT-EDIT
           MOVE RECORDS-WRITTEN TO COUNT-EDIT
           DISPLAY "postseq: records written:         " COUNT-EDIT
           EXIT.
