      *    matches any), debit account X(8), credit account X(8).
      *    The first matching row wins; an exact cost-center row
      *    should therefore sit above its "****" catch-all.
      *    Rows under operation "B" name GLPROOF's balance control
      *    accounts by account class and match no journal line.
      *
      *  The debit/credit side follows the ledger presentation
      *  FORMAT-RESULT-SIGN uses: a positive RESULT debits the
      *
      *  CALC-EXTRACT-DATE (YYYYMMDD) selects the run date; unset
      *  extracts everything on the journal.
      *
      *  With the interest accrual ledger (ACCRLDGR) mounted, the
      *  day's accrual entries go out on the same extract: each
      *  daily accrual ("A") and each month-end reversal ("R")
      *  INTACCR and INTAPPLY wrote for the date is mapped under
      *  operation "Y" -- a code no calculator operation uses --
      *  with a blank cost center, so the "****" row carries it.
      *  The account id rides as the leg's reference.  The true-up
      *  entries are record only and are not extracted.
      *
      *  Likewise with the charge-off register (CHGOREG) mounted:
      *  each charge-off CHRGOFF wrote for the date goes out under
      *  operation "W" and each recovery under "R" (blank cost
      *  center again), so finance maps the write-off to the loss
      *  and allowance accounts rather than to deposits.  The
      *  account leg's journal reference rides on the GL legs.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS COST-CENTER-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT ACCRUAL-LEDGER-FILE ASSIGN TO "ACCRLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCR-KEY
               FILE STATUS IS ACCRUAL-LEDGER-STATUS.
           SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO "CHGOREG"
               FILE STATUS IS CHARGE-OFF-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-LOG-FILE.
       COPY runlog.

       FD ACCRUAL-LEDGER-FILE.
       COPY accrrec.

       FD CHARGE-OFF-REGISTER-FILE.
       COPY chgoreg.

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS PIC X(02).
       01 GL-MAP-STATUS  PIC X(02).
           05 CRED-TEXT PIC X(16).
           05 CRED-HASH PIC 9(08).
       01 MASKED-REFERENCE PIC X(10).
       01 MAP-LOOKUP-OPERATION PIC X(01).
       01 MAP-LOOKUP-CENTER PIC X(04).
      * The posting date, reference and cost center each GL leg
      * carries, from whichever source the line came.
       01 LEG-POSTING-DATE PIC 9(08).
       01 LEG-REFERENCE    PIC X(10).
       01 LEG-COST-CENTER  PIC X(04).
       01 ACCRUAL-LEDGER-STATUS PIC X(02).
       01 ACCRUAL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 ACCRUAL-EOF VALUE 'Y'.
       01 ACCRUALS-EXTRACTED PIC 9(08) COMP VALUE 0.
       01 CHARGE-OFF-REGISTER-STATUS PIC X(02).
       01 CHARGE-OFF-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CHARGE-OFF-EOF VALUE 'Y'.
       01 CHARGE-OFFS-EXTRACTED PIC 9(08) COMP VALUE 0.
       01 CLIMB-DEPTH PIC 9(02) COMP.
       01 CLIMB-DONE-SWITCH PIC X(01).
           88 CLIMB-DONE VALUE 'Y'.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(100).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "GLEXTR" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-MASK" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO MASK-ENV
           IF MASK-ENV = "YES"
               SET MASKING TO TRUE
           END-IF
           MOVE "CALC-EXTRACT-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO EXTRACT-DATE-ENV
           IF EXTRACT-DATE-ENV NOT = SPACES
               MOVE EXTRACT-DATE-ENV TO EXTRACT-DATE
           END-IF
           IF EXTRACT-DATE NOT = 0
               MOVE EXTRACT-DATE TO BUSINESS-DATE
           END-IF
           MOVE "CALC-BUSINESS-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUSINESS-DATE-ENV
           IF BUSINESS-DATE-ENV NOT = SPACES
               MOVE BUSINESS-DATE-ENV TO BUSINESS-DATE
           END-IF
           MOVE "GL EXTRACT CONTROL REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM READ-AND-EXTRACT UNTIL JOURNAL-EOF
           PERFORM EXTRACT-ACCRUALS
           PERFORM EXTRACT-CHARGE-OFFS
           PERFORM WRITE-BALANCE-PROOF
           CLOSE JOURNAL-FILE
           CLOSE GL-EXTRACT-FILE
           EXIT.

       EXTRACT-ONE-LINE SECTION.
           MOVE JRNL-OPERATION   TO MAP-LOOKUP-OPERATION
           MOVE JRNL-COST-CENTER TO MAP-LOOKUP-CENTER
           MOVE JRNL-RUN-DATE    TO LEG-POSTING-DATE
           MOVE JRNL-REFERENCE   TO LEG-REFERENCE
           MOVE JRNL-COST-CENTER TO LEG-COST-CENTER
           PERFORM FIND-MAPPING-ROW
           IF NOT MAP-FOUND
               ADD 1 TO LINES-UNMAPPED
      * it.  The "****" catch-all still matches anything, at any
      * level.
       FIND-MAPPING-ROW SECTION.
           MOVE 0 TO CLIMB-DEPTH
           MOVE 'N' TO CLIMB-DONE-SWITCH
           PERFORM TRY-MAPPING-LEVEL
           EXIT.

       MATCH-MAPPING-ROW SECTION.
           IF MAP-OPERATION(MAP-IDX) = MAP-LOOKUP-OPERATION
                   AND (MAP-COST-CENTER(MAP-IDX)
                           = MAP-LOOKUP-CENTER
                       OR MAP-COST-CENTER(MAP-IDX) = "****")

       FILL-AND-WRITE-GL-LEG SECTION.
           MOVE RESULT-MAGNITUDE TO GL-AMOUNT
           MOVE LEG-POSTING-DATE TO GL-POSTING-DATE
           IF MASKING
               PERFORM MASK-LEG-REFERENCE
               MOVE MASKED-REFERENCE TO GL-REFERENCE
           ELSE
               MOVE LEG-REFERENCE TO GL-REFERENCE
           END-IF
           MOVE LEG-COST-CENTER  TO GL-COST-CENTER
           WRITE GL-POSTING-RECORD
           EXIT.

       MASK-LEG-REFERENCE SECTION.
           MOVE SPACES TO MASKED-REFERENCE
           IF LEG-REFERENCE NOT = SPACES
               MOVE SPACES TO CRED-TEXT
               MOVE LEG-REFERENCE TO CRED-TEXT
               CALL 'credhash' USING CREDENTIAL-AREA
               STRING "RF" DELIMITED BY SIZE
                   CRED-HASH DELIMITED BY SIZE
           END-IF
           EXIT.

      * The accrual ledger is optional; without it the extract is
      * the journal's alone.
       EXTRACT-ACCRUALS SECTION.
           OPEN INPUT ACCRUAL-LEDGER-FILE
           IF ACCRUAL-LEDGER-STATUS = "00"
               PERFORM READ-AND-EXTRACT-ACCRUAL UNTIL ACCRUAL-EOF
               CLOSE ACCRUAL-LEDGER-FILE
           END-IF
           EXIT.

       READ-AND-EXTRACT-ACCRUAL SECTION.
           READ ACCRUAL-LEDGER-FILE NEXT
               AT END
                   SET ACCRUAL-EOF TO TRUE
               NOT AT END
                   IF (ACCR-DAILY OR ACCR-REVERSAL)
                           AND ACCR-AMOUNT NOT = 0
                           AND (EXTRACT-DATE = 0
                               OR ACCR-DATE = EXTRACT-DATE)
                       PERFORM EXTRACT-ONE-ACCRUAL
                   END-IF
           END-READ
           EXIT.

       EXTRACT-ONE-ACCRUAL SECTION.
           MOVE "Y"             TO MAP-LOOKUP-OPERATION
           MOVE SPACES          TO MAP-LOOKUP-CENTER
           MOVE ACCR-DATE       TO LEG-POSTING-DATE
           MOVE SPACES          TO LEG-REFERENCE
           MOVE ACCR-ACCOUNT-ID TO LEG-REFERENCE
           MOVE SPACES          TO LEG-COST-CENTER
           PERFORM FIND-MAPPING-ROW
           IF NOT MAP-FOUND
               ADD 1 TO LINES-UNMAPPED
               MOVE SPACES TO REPORT-WORK
               STRING "NO MAPPING FOR INTEREST ACCRUAL, ACCOUNT "
                   DELIMITED BY SIZE
                   ACCR-ACCOUNT-ID DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF ACCR-AMOUNT < 0
                   COMPUTE RESULT-MAGNITUDE = ACCR-AMOUNT * -1
                   PERFORM WRITE-GL-LEG-CR-FIRST
               ELSE
                   MOVE ACCR-AMOUNT TO RESULT-MAGNITUDE
                   PERFORM WRITE-GL-LEG-DR-FIRST
               END-IF
               ADD 1 TO ACCRUALS-EXTRACTED
           END-IF
           EXIT.

      * The charge-off register is optional too.
       EXTRACT-CHARGE-OFFS SECTION.
           OPEN INPUT CHARGE-OFF-REGISTER-FILE
           IF CHARGE-OFF-REGISTER-STATUS = "00"
               PERFORM READ-AND-EXTRACT-CHARGE-OFF
                   UNTIL CHARGE-OFF-EOF
               CLOSE CHARGE-OFF-REGISTER-FILE
           END-IF
           EXIT.

       READ-AND-EXTRACT-CHARGE-OFF SECTION.
           READ CHARGE-OFF-REGISTER-FILE
               AT END
                   SET CHARGE-OFF-EOF TO TRUE
               NOT AT END
                   IF (CHGR-CHARGE-OFF OR CHGR-RECOVERY)
                           AND CHGR-AMOUNT NOT = 0
                           AND (EXTRACT-DATE = 0
                               OR CHGR-BUSINESS-DATE = EXTRACT-DATE)
                       PERFORM EXTRACT-ONE-CHARGE-OFF
                   END-IF
           END-READ
           EXIT.

       EXTRACT-ONE-CHARGE-OFF SECTION.
           IF CHGR-CHARGE-OFF
               MOVE "W" TO MAP-LOOKUP-OPERATION
           ELSE
               MOVE "R" TO MAP-LOOKUP-OPERATION
           END-IF
           MOVE SPACES             TO MAP-LOOKUP-CENTER
           MOVE CHGR-BUSINESS-DATE TO LEG-POSTING-DATE
           MOVE CHGR-REFERENCE     TO LEG-REFERENCE
           MOVE SPACES             TO LEG-COST-CENTER
           PERFORM FIND-MAPPING-ROW
           IF NOT MAP-FOUND
               ADD 1 TO LINES-UNMAPPED
               MOVE SPACES TO REPORT-WORK
               STRING "NO MAPPING FOR CHARGE-OFF REGISTER ENTRY "
                   DELIMITED BY SIZE
                   CHGR-ENTRY-TYPE DELIMITED BY SIZE
                   ", ACCOUNT " DELIMITED BY SIZE
                   CHGR-ACCOUNT-ID DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE CHGR-AMOUNT TO RESULT-MAGNITUDE
               PERFORM WRITE-GL-LEG-DR-FIRST
               ADD 1 TO CHARGE-OFFS-EXTRACTED
           END-IF
           EXIT.

      * The run log's mode field says whether this extract left
      * masked or clear -- the data-protection audit trail.
       REGISTER-EXTRACT-RUN SECTION.
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCRUALS-EXTRACTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "INTEREST ACCRUALS EXTRACTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CHARGE-OFFS-EXTRACTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CHARGE-OFF REGISTER ENTRIES EXTRACTED: "
               DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DEBIT-TOTAL  TO AMOUNT-EDIT
           MOVE CREDIT-TOTAL TO AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
