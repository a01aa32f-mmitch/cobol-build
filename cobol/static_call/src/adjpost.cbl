       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJPOST.

      *****************************************************************
      *  ADJPOST posts manual adjustments -- the corrections that
      *  are not reversals: a misapplied fee refunded, a goodwill
      *  credit, a rounding clean-up.  Keyed as ordinary "+" or
      *  "-" records on TRANFILE they read on the journal exactly
      *  like customer activity; taken in here they carry a reason
      *  code from the reason-code master (copy/adjreas.cpy), a
      *  justification and the operator who asked for them, and
      *  their journal lines carry the reason in
      *  JRNL-ADJUST-REASON.  One card per adjustment on ADJCRDS:
      *
      *    cols  1-8   account id
      *    col   9     (blank)
      *    col  10     + credit / - debit
      *    col  11     (blank)
      *    cols 12-22  amount, 9 digits and 2 implied decimals
      *    col  23     (blank)
      *    cols 24-27  reason code
      *    col  28     (blank)
      *    cols 29-36  requesting operator
      *    col  37     (blank)
      *    cols 38-77  justification
      *
      *  The reason must be on ADJREAS and active, and the
      *  justification and operator are mandatory; with OPERMAST
      *  mounted the operator must be active and not locked.  An
      *  adjustment up to CALC-ADJ-APPROVAL-LIMIT (whole currency
      *  units, default 1000) posts at once.  One above it is
      *  given its reference and held on ADJPEND (see
      *  copy/adjpend.cpy) for ADJAPPR, where a supervisor other
      *  than the requester approves it; the next run of this
      *  program posts it with the approver on the journal line.
      *
      *  Each adjustment goes through balpost like any other
      *  movement and journals inside this program's
      *  header/trailer pair (references from the shared REFSEQ
      *  sequence), as an ordinary addition or subtraction so the
      *  trial-balance replay and the statements read it like any
      *  other posting.  Every adjustment posted is added to the
      *  ADJHIST register with its justification for ADJRPT.
      *  ADJPEND is read and written to ADJPNEW, which the JCL
      *  swaps back in.  ADJPRPT lists every card and pending item
      *  and what became of it.  RETURN-CODE 8 -- a card was
      *  rejected or an approved adjustment would not post (it
      *  stays on ADJPEND for the next run).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-CARD-FILE ASSIGN TO "ADJCRDS"
               FILE STATUS IS ADJUSTMENT-CARD-STATUS.
           SELECT REASON-MASTER-FILE ASSIGN TO "ADJREAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADJR-CODE
               FILE STATUS IS REASON-MASTER-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT PENDING-FILE ASSIGN TO "ADJPEND"
               FILE STATUS IS PENDING-STATUS.
           SELECT PENDING-NEW-FILE ASSIGN TO "ADJPNEW"
               FILE STATUS IS PENDING-NEW-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "ADJHIST"
               FILE STATUS IS REGISTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "REFSEQ"
               FILE STATUS IS REFERENCE-SEQ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADJPRPT".

       DATA DIVISION.
       FILE SECTION.
       FD ADJUSTMENT-CARD-FILE.
       01 ADJUSTMENT-CARD.
           05 ACARD-ACCOUNT-ID    PIC X(08).
           05 FILLER              PIC X(01).
           05 ACARD-OPERATION     PIC X(01).
           05 FILLER              PIC X(01).
           05 ACARD-AMOUNT        PIC X(11).
           05 FILLER              PIC X(01).
           05 ACARD-REASON        PIC X(04).
           05 FILLER              PIC X(01).
           05 ACARD-REQUESTED-BY  PIC X(08).
           05 FILLER              PIC X(01).
           05 ACARD-JUSTIFICATION PIC X(40).
           05 FILLER              PIC X(03).

       FD REASON-MASTER-FILE.
       COPY adjreas.

       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       FD PENDING-FILE.
       COPY adjpend.

       FD PENDING-NEW-FILE.
       01 PENDING-NEW-RECORD PIC X(120).

       FD REGISTER-FILE.
       01 REGISTER-RECORD PIC X(120).

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD REFERENCE-SEQ-FILE.
       01 REFSEQ-RECORD.
           05 REFS-LAST-DATE   PIC 9(08).
           05 REFS-LAST-NUMBER PIC 9(04).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 ADJUSTMENT-CARD-STATUS PIC X(02).
       01 REASON-MASTER-STATUS   PIC X(02).
       01 OPERATOR-MASTER-STATUS PIC X(02).
       01 PENDING-STATUS         PIC X(02).
       01 PENDING-NEW-STATUS     PIC X(02).
       01 REGISTER-STATUS        PIC X(02).
       01 JOURNAL-STATUS         PIC X(02).
       01 REFERENCE-SEQ-STATUS   PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 PENDING-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 PENDING-EOF VALUE 'Y'.
       01 OPERATOR-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 OPERATOR-MASTER-AVAILABLE VALUE 'Y'.
       01 CARD-VALID-SWITCH PIC X(01).
           88 CARD-VALID VALUE 'Y'.
       01 ADJUSTMENT-POSTED-SWITCH PIC X(01).
           88 ADJUSTMENT-POSTED VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 REF-LAST-DATE   PIC 9(08) VALUE 0.
       01 REF-LAST-NUMBER PIC 9(04) VALUE 0.
      * Check-digit reference assignment, matching CALCULATOR's
      * CALC-REF-CHECKDIGIT mode so every assigner hands out the
      * same YYMMDDnnnC shape once the shop flips it on.
       01 REF-CHECKDIGIT-ENV PIC X(03).
       01 REF-CHECKDIGIT-SWITCH PIC X(01) VALUE 'N'.
           88 REF-CHECKDIGIT-MODE VALUE 'Y'.
       01 REF-SHORT-NUMBER PIC 9(03).
       01 REFERENCE-NUMBER PIC X(10).
       01 REFERENCE-CHECK-AREA.
           05 RFC-FUNCTION   PIC X(01).
           05 RFC-REFERENCE  PIC X(10).
           05 RFC-VALID-FLAG PIC X(01).
               88 RFC-VALID VALUE "Y".

      * Anything above the limit waits for a second supervisor.
       01 APPROVAL-LIMIT      PIC S9(9)V99 VALUE 1000.
       01 APPROVAL-LIMIT-ENV  PIC X(08).
       01 APPROVAL-LIMIT-WORK PIC 9(08) VALUE 0.

      * The adjustment in hand, from a card or an approved pending
      * item alike.
       01 ADJUSTMENT-IN-HAND.
           05 ADJ-REFERENCE     PIC X(10).
           05 ADJ-ACCOUNT-ID    PIC X(08).
           05 ADJ-OPERATION     PIC X(01).
           05 ADJ-AMOUNT        PIC 9(9)V99.
           05 ADJ-REASON        PIC X(04).
           05 ADJ-JUSTIFICATION PIC X(40).
           05 ADJ-REQUESTED-BY  PIC X(08).
           05 ADJ-REQUESTED-DATE PIC 9(08).
           05 ADJ-APPROVED-BY   PIC X(08).
           05 ADJ-APPROVED-DATE PIC 9(08).
       01 CARD-AMOUNT-VALUE PIC 9(9)V99.
       01 CARD-AMOUNT-RAW REDEFINES CARD-AMOUNT-VALUE PIC 9(11).

      * The adjustment goes through the shared balpost subprogram
      * (see copy/balpostl.cpy).
       COPY balpostl.

       01 CARDS-READ        PIC 9(08) COMP VALUE 0.
       01 CARDS-REJECTED    PIC 9(08) COMP VALUE 0.
       01 POSTED-DIRECT     PIC 9(08) COMP VALUE 0.
       01 POSTED-APPROVED   PIC 9(08) COMP VALUE 0.
       01 NEWLY-HELD        PIC 9(08) COMP VALUE 0.
       01 STILL-HELD        PIC 9(08) COMP VALUE 0.
       01 APPROVED-FAILED   PIC 9(08) COMP VALUE 0.
       01 TOTAL-CREDITED    PIC S9(11)V99 VALUE 0.
       01 TOTAL-DEBITED     PIC S9(11)V99 VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(08) COMP VALUE 0.
      * Sum of the JRNL-RESULT amounts journaled as OK lines --
      * the figure the run trailer must claim for JRNLRPT's
      * reconciliation of this run to foot.
       01 JOURNALED-RESULT-TOTAL PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(120).
       01 REJECT-TEXT PIC X(50).

      * Tamper-evidence chain state (see copy/jrnlhshl.cpy).
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "ADJPOST" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-REF-CHECKDIGIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REF-CHECKDIGIT-ENV
           IF REF-CHECKDIGIT-ENV = "YES"
               SET REF-CHECKDIGIT-MODE TO TRUE
           END-IF
           MOVE "CALC-ADJ-APPROVAL-LIMIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO APPROVAL-LIMIT-ENV
           IF APPROVAL-LIMIT-ENV NOT = SPACES
               MOVE APPROVAL-LIMIT-ENV TO APPROVAL-LIMIT-WORK
               MOVE APPROVAL-LIMIT-WORK TO APPROVAL-LIMIT
           END-IF
           OPEN INPUT REASON-MASTER-FILE
           IF REASON-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open reason-code master, status "
                   REASON-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS = "00"
               SET OPERATOR-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT PENDING-NEW-FILE
           IF PENDING-NEW-STATUS NOT = "00"
               DISPLAY "unable to open new pending adjustments, "
                   "status " PENDING-NEW-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "MANUAL ADJUSTMENT RUN " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LOAD-REFERENCE-SEQUENCE
           PERFORM WRITE-RUN-HEADER
           PERFORM POST-APPROVED-ADJUSTMENTS
           PERFORM TAKE-ADJUSTMENT-CARDS
           PERFORM WRITE-RUN-TRAILER
           PERFORM WRITE-SUMMARY
           PERFORM SAVE-REFERENCE-SEQUENCE
           MOVE "CLOSE   " TO BPST-FUNCTION
           CALL 'balpost' USING BALANCE-POSTING-AREA
           CLOSE REASON-MASTER-FILE
           IF OPERATOR-MASTER-AVAILABLE
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           CLOSE PENDING-NEW-FILE
           CLOSE REGISTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           IF CARDS-REJECTED > 0 OR APPROVED-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * What ADJAPPR approved since the last run posts first; what
      * is still waiting is carried to ADJPNEW unchanged.  No
      * ADJPEND yet means nothing has ever been held.
       POST-APPROVED-ADJUSTMENTS SECTION.
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS = "00"
               PERFORM READ-PENDING-ADJUSTMENT UNTIL PENDING-EOF
               CLOSE PENDING-FILE
           END-IF
           EXIT.

       READ-PENDING-ADJUSTMENT SECTION.
           READ PENDING-FILE
               AT END
                   SET PENDING-EOF TO TRUE
               NOT AT END
                   IF ADJP-APPROVED
                       PERFORM POST-PENDING-ADJUSTMENT
                   ELSE
                       ADD 1 TO STILL-HELD
                       WRITE PENDING-NEW-RECORD
                           FROM PENDING-ADJUSTMENT-RECORD
                   END-IF
           END-READ
           EXIT.

      * An approved adjustment that will not post stays approved
      * on ADJPEND, so the next run tries it again once the
      * account is put right -- or ADJAPPR drops it.
       POST-PENDING-ADJUSTMENT SECTION.
           MOVE ADJP-REFERENCE      TO ADJ-REFERENCE
           MOVE ADJP-ACCOUNT-ID     TO ADJ-ACCOUNT-ID
           MOVE ADJP-OPERATION      TO ADJ-OPERATION
           MOVE ADJP-AMOUNT         TO ADJ-AMOUNT
           MOVE ADJP-REASON         TO ADJ-REASON
           MOVE ADJP-JUSTIFICATION  TO ADJ-JUSTIFICATION
           MOVE ADJP-REQUESTED-BY   TO ADJ-REQUESTED-BY
           MOVE ADJP-REQUESTED-DATE TO ADJ-REQUESTED-DATE
           MOVE ADJP-APPROVED-BY    TO ADJ-APPROVED-BY
           MOVE ADJP-APPROVED-DATE  TO ADJ-APPROVED-DATE
           PERFORM POST-ONE-ADJUSTMENT
           IF ADJUSTMENT-POSTED
               ADD 1 TO POSTED-APPROVED
           ELSE
               ADD 1 TO APPROVED-FAILED
               WRITE PENDING-NEW-RECORD
                   FROM PENDING-ADJUSTMENT-RECORD
           END-IF
           EXIT.

       TAKE-ADJUSTMENT-CARDS SECTION.
           OPEN INPUT ADJUSTMENT-CARD-FILE
           IF ADJUSTMENT-CARD-STATUS = "00"
               PERFORM READ-ADJUSTMENT-CARD UNTIL CARD-EOF
               CLOSE ADJUSTMENT-CARD-FILE
           END-IF
           EXIT.

       READ-ADJUSTMENT-CARD SECTION.
           READ ADJUSTMENT-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF ADJUSTMENT-CARD = SPACES
                           OR ADJUSTMENT-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       ADD 1 TO CARDS-READ
                       PERFORM APPLY-ADJUSTMENT-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-ADJUSTMENT-CARD SECTION.
           PERFORM EDIT-ADJUSTMENT-CARD
           IF CARD-VALID
               PERFORM CHECK-REASON-CODE
           END-IF
           IF CARD-VALID AND OPERATOR-MASTER-AVAILABLE
               PERFORM CHECK-REQUESTING-OPERATOR
           END-IF
           IF NOT CARD-VALID
               PERFORM REPORT-REJECTED-CARD
           ELSE
               MOVE SPACES TO ADJUSTMENT-IN-HAND
               MOVE ACARD-ACCOUNT-ID    TO ADJ-ACCOUNT-ID
               MOVE ACARD-OPERATION     TO ADJ-OPERATION
               MOVE CARD-AMOUNT-VALUE   TO ADJ-AMOUNT
               MOVE ACARD-REASON        TO ADJ-REASON
               MOVE ACARD-JUSTIFICATION TO ADJ-JUSTIFICATION
               MOVE ACARD-REQUESTED-BY  TO ADJ-REQUESTED-BY
               MOVE RUN-DATE            TO ADJ-REQUESTED-DATE
               MOVE 0                   TO ADJ-APPROVED-DATE
               IF ADJ-AMOUNT > APPROVAL-LIMIT
                   PERFORM HOLD-ADJUSTMENT
               ELSE
                   PERFORM ASSIGN-ADJUSTMENT-REFERENCE
                   MOVE REFERENCE-NUMBER TO ADJ-REFERENCE
                   PERFORM POST-ONE-ADJUSTMENT
                   IF ADJUSTMENT-POSTED
                       ADD 1 TO POSTED-DIRECT
                   ELSE
                       ADD 1 TO CARDS-REJECTED
                   END-IF
               END-IF
           END-IF
           EXIT.

       EDIT-ADJUSTMENT-CARD SECTION.
           SET CARD-VALID TO TRUE
           EVALUATE TRUE
               WHEN ACARD-ACCOUNT-ID = SPACES
                   MOVE "ACCOUNT ID MISSING" TO REJECT-TEXT
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN ACARD-OPERATION NOT = "+"
                       AND ACARD-OPERATION NOT = "-"
                   MOVE "OPERATION MUST BE + OR -" TO REJECT-TEXT
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN ACARD-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO REJECT-TEXT
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN ACARD-REASON = SPACES
                   MOVE "REASON CODE MISSING" TO REJECT-TEXT
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN ACARD-REQUESTED-BY = SPACES
                   MOVE "REQUESTING OPERATOR MISSING" TO REJECT-TEXT
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN ACARD-JUSTIFICATION = SPACES
                   MOVE "JUSTIFICATION MISSING" TO REJECT-TEXT
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN OTHER
                   MOVE ACARD-AMOUNT TO CARD-AMOUNT-RAW
                   IF CARD-AMOUNT-VALUE = 0
                       MOVE "AMOUNT IS ZERO" TO REJECT-TEXT
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
           END-EVALUATE
           EXIT.

       CHECK-REASON-CODE SECTION.
           MOVE ACARD-REASON TO ADJR-CODE
           READ REASON-MASTER-FILE
               INVALID KEY
                   MOVE "REASON CODE NOT ON REASON MASTER"
                       TO REJECT-TEXT
                   MOVE 'N' TO CARD-VALID-SWITCH
               NOT INVALID KEY
                   IF NOT ADJR-ACTIVE
                       MOVE "REASON CODE RETIRED" TO REJECT-TEXT
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
           END-READ
           EXIT.

       CHECK-REQUESTING-OPERATOR SECTION.
           MOVE ACARD-REQUESTED-BY TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "REQUESTING OPERATOR NOT ON FILE"
                       TO REJECT-TEXT
                   MOVE 'N' TO CARD-VALID-SWITCH
               NOT INVALID KEY
                   IF NOT OPM-ACTIVE OR OPM-LOCKED
                       MOVE "REQUESTING OPERATOR INACTIVE OR LOCKED"
                           TO REJECT-TEXT
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
           END-READ
           EXIT.

      * The account is asked after before anything is held, so a
      * supervisor is never asked to approve an adjustment to an
      * account that is not there.  The balance lock is taken on
      * the first balpost call of the run and held to the end, so
      * a lock refusal can only come before anything has posted.
       HOLD-ADJUSTMENT SECTION.
           MOVE "INQUIRE " TO BPST-FUNCTION
           MOVE ADJ-ACCOUNT-ID TO BPST-ACCOUNT-ID
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE = 16
               DISPLAY "balance lock held by another job -- "
                   "adjustment run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               MOVE "ACCOUNT NOT ON BALANCE MASTER" TO REJECT-TEXT
               PERFORM REPORT-REJECTED-CARD
           ELSE
               PERFORM ASSIGN-ADJUSTMENT-REFERENCE
               MOVE REFERENCE-NUMBER TO ADJ-REFERENCE
               MOVE SPACES TO PENDING-ADJUSTMENT-RECORD
               PERFORM BUILD-ADJUSTMENT-ROW
               SET ADJP-HELD TO TRUE
               WRITE PENDING-NEW-RECORD
                   FROM PENDING-ADJUSTMENT-RECORD
               ADD 1 TO NEWLY-HELD
               MOVE ADJ-AMOUNT TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "REF " DELIMITED BY SIZE
                   ADJ-REFERENCE DELIMITED BY SIZE
                   " ACCOUNT " DELIMITED BY SIZE
                   ADJ-ACCOUNT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ADJ-OPERATION DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " REASON " DELIMITED BY SIZE
                   ADJ-REASON DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   ADJ-REQUESTED-BY DELIMITED BY SIZE
                   " HELD FOR APPROVAL" DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       BUILD-ADJUSTMENT-ROW SECTION.
           MOVE ADJ-REFERENCE      TO ADJP-REFERENCE
           MOVE ADJ-ACCOUNT-ID     TO ADJP-ACCOUNT-ID
           MOVE ADJ-OPERATION      TO ADJP-OPERATION
           MOVE ADJ-AMOUNT         TO ADJP-AMOUNT
           MOVE ADJ-REASON         TO ADJP-REASON
           MOVE ADJ-JUSTIFICATION  TO ADJP-JUSTIFICATION
           MOVE ADJ-REQUESTED-BY   TO ADJP-REQUESTED-BY
           MOVE ADJ-REQUESTED-DATE TO ADJP-REQUESTED-DATE
           MOVE ADJ-APPROVED-BY    TO ADJP-APPROVED-BY
           MOVE ADJ-APPROVED-DATE  TO ADJP-APPROVED-DATE
           MOVE 0                  TO ADJP-POSTED-DATE
           EXIT.

       POST-ONE-ADJUSTMENT SECTION.
           MOVE 'N' TO ADJUSTMENT-POSTED-SWITCH
           MOVE "POST    "       TO BPST-FUNCTION
           MOVE ADJ-ACCOUNT-ID   TO BPST-ACCOUNT-ID
           MOVE ADJ-OPERATION    TO BPST-OPERATION
           MOVE ADJ-AMOUNT       TO BPST-AMOUNT
           MOVE RUN-DATE         TO BPST-RUN-DATE
           MOVE RUN-TIME         TO BPST-RUN-TIME
           MOVE ADJ-REFERENCE    TO BPST-REFERENCE
           MOVE RUN-DATE         TO BPST-VALUE-DATE
           CALL 'balpost' USING BALANCE-POSTING-AREA
               ON EXCEPTION
                   MOVE 12 TO BPST-RETURN-CODE
           END-CALL
           IF BPST-RETURN-CODE = 16
               DISPLAY "balance lock held by another job -- "
                   "adjustment run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BPST-RETURN-CODE NOT = 0
               MOVE SPACES TO REPORT-WORK
               STRING "REF " DELIMITED BY SIZE
                   ADJ-REFERENCE DELIMITED BY SIZE
                   " ACCOUNT " DELIMITED BY SIZE
                   ADJ-ACCOUNT-ID DELIMITED BY SIZE
                   " ADJUSTMENT FAILED -- BALANCE UNTOUCHED"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               SET ADJUSTMENT-POSTED TO TRUE
               IF ADJ-OPERATION = "+"
                   ADD ADJ-AMOUNT TO TOTAL-CREDITED
               ELSE
                   ADD ADJ-AMOUNT TO TOTAL-DEBITED
               END-IF
               PERFORM JOURNAL-ADJUSTMENT
               PERFORM REGISTER-ADJUSTMENT
               PERFORM REPORT-POSTED-ADJUSTMENT
           END-IF
           EXIT.

      * Journaled as an ordinary addition or subtraction, told
      * apart from customer activity by the reason code in
      * JRNL-ADJUST-REASON; the requester is the line's operator
      * and the approver, where one was needed, rides in
      * JRNL-APPROVED-BY.
       JOURNAL-ADJUSTMENT SECTION.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE BPST-PRIOR-BALANCE TO JRNL-VALUE-1
           MOVE ADJ-OPERATION    TO JRNL-OPERATION
           MOVE ADJ-AMOUNT       TO JRNL-VALUE-2
           MOVE BPST-NEW-BALANCE TO JRNL-RESULT
           MOVE RUN-DATE         TO JRNL-DATE
           MOVE ADJ-REQUESTED-BY TO JRNL-OPERATOR-ID
           MOVE ADJ-REFERENCE    TO JRNL-REFERENCE
           MOVE "OK"             TO JRNL-OUTCOME
           MOVE RUN-DATE         TO JRNL-RUN-DATE
           MOVE RUN-TIME         TO JRNL-RUN-TIME
           MOVE SPACES TO JRNL-ORIG-REFERENCE
           MOVE 0 TO JRNL-ORIG-VALUE-1
           MOVE 0 TO JRNL-ORIG-VALUE-2
           MOVE 0 TO JRNL-ORIG-RESULT
           MOVE ADJ-ACCOUNT-ID   TO JRNL-ACCOUNT-ID
           MOVE 0 TO JRNL-RATE-APPLIED
           MOVE ADJ-APPROVED-BY  TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-COST-CENTER
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE SPACES TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           MOVE 0 TO JRNL-SOURCE-POSITION
           MOVE ADJ-REASON       TO JRNL-ADJUST-REASON
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           ADD JRNL-RESULT TO JOURNALED-RESULT-TOTAL
           EXIT.

       REGISTER-ADJUSTMENT SECTION.
           MOVE SPACES TO PENDING-ADJUSTMENT-RECORD
           PERFORM BUILD-ADJUSTMENT-ROW
           SET ADJP-POSTED TO TRUE
           MOVE RUN-DATE TO ADJP-POSTED-DATE
           WRITE REGISTER-RECORD FROM PENDING-ADJUSTMENT-RECORD
           EXIT.

       REPORT-POSTED-ADJUSTMENT SECTION.
           MOVE ADJ-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "REF " DELIMITED BY SIZE
               ADJ-REFERENCE DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               ADJ-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ADJ-OPERATION DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " REASON " DELIMITED BY SIZE
               ADJ-REASON DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               ADJ-REQUESTED-BY DELIMITED BY SIZE
               " APPROVED " DELIMITED BY SIZE
               ADJ-APPROVED-BY DELIMITED BY SIZE
               " POSTED" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "    " DELIMITED BY SIZE
               ADJ-JUSTIFICATION DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       REPORT-REJECTED-CARD SECTION.
           ADD 1 TO CARDS-REJECTED
           MOVE SPACES TO REPORT-WORK
           STRING "CARD REJECTED -- " DELIMITED BY SIZE
               REJECT-TEXT DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               ADJUSTMENT-CARD(1:36) DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-RUN-HEADER SECTION.
           MOVE "H"        TO JRNLH-RECORD-TYPE
           MOVE RUN-DATE   TO JRNLH-RUN-DATE
           MOVE RUN-TIME   TO JRNLH-RUN-TIME
           MOVE "ADJPOST " TO JRNLH-PROGRAM-NAME
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

       ASSIGN-ADJUSTMENT-REFERENCE SECTION.
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

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CARDS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ADJUSTMENT CARDS READ: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CARDS-REJECTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CARDS REJECTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE POSTED-DIRECT TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "POSTED WITHIN THE APPROVAL LIMIT: "
               DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE POSTED-APPROVED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "POSTED ON APPROVAL: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE APPROVED-FAILED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "APPROVED BUT NOT POSTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE NEWLY-HELD TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "NEWLY HELD FOR APPROVAL: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE STILL-HELD TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "STILL AWAITING APPROVAL: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-CREDITED TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ADJUSTMENTS CREDITED: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-DEBITED TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ADJUSTMENTS DEBITED: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
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
