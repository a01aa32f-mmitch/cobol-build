      *  queues.  Before this, that call meant a JRNLINQ run plus
      *  four eyeball passes over the queues.
      *
      *  An account inquiry opens with the account's ledger and
      *  available balance side by side -- the balance on the
      *  master, and what is left to spend once the amount holds
      *  and deposit float fundfind finds on AMTHOLD today are set
      *  against it.  The AMTHOLD rows themselves are listed for
      *  the account, or for the reference when it names a
      *  deposit in float.
      *
      *  The key comes from the environment:
      *
      *    CALC-INQ-REFERENCE   the reference number to chase
               FILE STATUS IS REVIEW-QUEUE-STATUS.
           SELECT PENDING-REVERSAL-FILE ASSIGN TO "PENDREV"
               FILE STATUS IS PENDING-REVERSAL-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT AMOUNT-HOLD-FILE ASSIGN TO "AMTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMH-KEY
               FILE STATUS IS AMOUNT-HOLD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "XREFRPT".

       DATA DIVISION.
       01 SUSPENSE-RECORD.
           05 SUSP-REASON-CODE   PIC X(04).
           05 SUSP-ATTEMPT-COUNT PIC 9(03).
           05 SUSP-TRAN-IMAGE    PIC X(109).

       FD ERROR-QUEUE-FILE.
       01 ERROR-QUEUE-RECORD.
       01 REVIEW-QUEUE-RECORD.
           05 REVQ-RUN-DATE   PIC 9(08).
           05 REVQ-RESULT     PIC S9(9)V99.
           05 REVQ-TRAN-IMAGE PIC X(109).

       FD PENDING-REVERSAL-FILE.
       COPY tranrec REPLACING LEADING ==TRAN== BY ==PEND==.

       FD BALANCE-FILE.
       COPY balrec.

       FD AMOUNT-HOLD-FILE.
       COPY amthold.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       01 ERROR-QUEUE-STATUS      PIC X(02).
       01 REVIEW-QUEUE-STATUS     PIC X(02).
       01 PENDING-REVERSAL-STATUS PIC X(02).
       01 BALANCE-STATUS          PIC X(02).
       01 AMOUNT-HOLD-STATUS      PIC X(02).
       01 RUN-DATE PIC 9(08).
       01 HOLD-KIND-WORD PIC X(11).
       COPY fundfndl.
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

       01 VALUE-EDIT-2 PIC -(09)9.99.
       01 VALUE-EDIT-3 PIC -(09)9.99.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "XREFINQ" TO PRMG-PROGRAM
           MOVE "CALC-INQ-REFERENCE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO INQ-REFERENCE-ENV
           MOVE "CALC-INQ-ACCOUNT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO INQ-ACCOUNT-ENV
           IF INQ-REFERENCE-ENV NOT = SPACES
               MOVE INQ-REFERENCE-ENV TO INQ-REFERENCE
               SET HAS-REFERENCE TO TRUE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           MOVE "CROSS-FILE INQUIRY" TO REPORT-LINE
           WRITE REPORT-LINE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF HAS-ACCOUNT
               PERFORM INQUIRE-ACCOUNT-BALANCE
           END-IF
           PERFORM INQUIRE-AMOUNT-HOLDS
           PERFORM INQUIRE-JOURNAL
           PERFORM INQUIRE-BALANCE-HISTORY
           PERFORM INQUIRE-SUSPENSE
           WRITE REPORT-LINE
           EXIT.

      *****************************************************************
      *  Ledger and available balance: the balance on the master
      *  beside what is left to spend once today's amount holds
      *  and deposit float are set against it.
      *****************************************************************
       INQUIRE-ACCOUNT-BALANCE SECTION.
           MOVE "LEDGER AND AVAILABLE BALANCE" TO REPORT-WORK
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               PERFORM WRITE-NOT-CHECKED
           ELSE
               MOVE INQ-ACCOUNT TO BAL-ACCOUNT-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LIST-ACCOUNT-BALANCE
               END-READ
               CLOSE BALANCE-FILE
               PERFORM WRITE-SECTION-FOOTING
           END-IF
           EXIT.

       LIST-ACCOUNT-BALANCE SECTION.
           ADD 1 TO SECTION-HITS
           ADD 1 TO TOTAL-HITS
           MOVE "AVAIL   "  TO FFND-FUNCTION
           MOVE INQ-ACCOUNT TO FFND-ACCOUNT-ID
           MOVE RUN-DATE    TO FFND-DATE
           MOVE BAL-AMOUNT  TO FFND-LEDGER-BALANCE
           CALL 'fundfind' USING FUNDS-FIND-AREA
           MOVE BAL-AMOUNT     TO VALUE-EDIT-1
           MOVE FFND-AVAILABLE TO VALUE-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "  LEDGER " DELIMITED BY SIZE
               VALUE-EDIT-1 DELIMITED BY SIZE
               "   AVAILABLE " DELIMITED BY SIZE
               VALUE-EDIT-2 DELIMITED BY SIZE
               "   AS AT " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF FFND-RETURN-CODE NOT = 0
               MOVE "    (AMTHOLD NOT ON HAND -- NOTHING HELD)"
                   TO REPORT-WORK
           ELSE
               MOVE FFND-HOLD-TOTAL  TO VALUE-EDIT-1
               MOVE FFND-FLOAT-TOTAL TO VALUE-EDIT-2
               MOVE SPACES TO REPORT-WORK
               STRING "    HELD " DELIMITED BY SIZE
                   VALUE-EDIT-1 DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FFND-HOLD-COUNT DELIMITED BY SIZE
                   " HOLDS)   IN FLOAT " DELIMITED BY SIZE
                   VALUE-EDIT-2 DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FFND-FLOAT-COUNT DELIMITED BY SIZE
                   " DEPOSITS)" DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLOSE   " TO FFND-FUNCTION
           CALL 'fundfind' USING FUNDS-FIND-AREA
           EXIT.

      *****************************************************************
      *  Amount holds and float: rows match on account, or on the
      *  hold id -- a deposit's float is filed under its reference.
      *  Lifted and released rows are listed too, as history.
      *****************************************************************
       INQUIRE-AMOUNT-HOLDS SECTION.
           MOVE "AMOUNT HOLDS AND DEPOSIT FLOAT" TO REPORT-WORK
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT AMOUNT-HOLD-FILE
           IF AMOUNT-HOLD-STATUS NOT = "00"
               PERFORM WRITE-NOT-CHECKED
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-AMOUNT-HOLD UNTIL SOURCE-EOF
               CLOSE AMOUNT-HOLD-FILE
               PERFORM WRITE-SECTION-FOOTING
           END-IF
           EXIT.

       READ-AMOUNT-HOLD SECTION.
           READ AMOUNT-HOLD-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO MATCH-SWITCH
                   IF HAS-REFERENCE AND AMH-HOLD-ID = INQ-REFERENCE
                       SET RECORD-MATCHES TO TRUE
                   END-IF
                   IF HAS-ACCOUNT AND AMH-ACCOUNT-ID = INQ-ACCOUNT
                       SET RECORD-MATCHES TO TRUE
                   END-IF
                   IF RECORD-MATCHES
                       PERFORM LIST-AMOUNT-HOLD
                   END-IF
           END-READ
           EXIT.

       LIST-AMOUNT-HOLD SECTION.
           ADD 1 TO SECTION-HITS
           ADD 1 TO TOTAL-HITS
           EVALUATE TRUE
               WHEN AMH-EARMARK
                   MOVE "EARMARK" TO HOLD-KIND-WORD
               WHEN AMH-GARNISHMENT
                   MOVE "GARNISHMENT" TO HOLD-KIND-WORD
               WHEN OTHER
                   MOVE "FLOAT" TO HOLD-KIND-WORD
           END-EVALUATE
           MOVE AMH-AMOUNT TO VALUE-EDIT-1
           MOVE SPACES TO REPORT-WORK
           STRING "  " DELIMITED BY SIZE
               HOLD-KIND-WORD DELIMITED BY SIZE
               " ACCT " DELIMITED BY SIZE
               AMH-ACCOUNT-ID DELIMITED BY SIZE
               " ID " DELIMITED BY SIZE
               AMH-HOLD-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUE-EDIT-1 DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               AMH-STATUS DELIMITED BY SIZE
               " PLACED " DELIMITED BY SIZE
               AMH-PLACED-DATE DELIMITED BY SIZE
               " RELEASE " DELIMITED BY SIZE
               AMH-RELEASE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMH-REASON DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      *****************************************************************
      *  Journal: a line matches on its own reference, on the
      *  original reference a reversal carries, or on the balance
