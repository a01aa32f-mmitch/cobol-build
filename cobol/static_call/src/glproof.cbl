       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.

      *****************************************************************
      *  GLPROOF proves the balance master against the general
      *  ledger in total.  GLRECON says which extract legs the GL
      *  took; nothing said whether the GL's control accounts still
      *  agree with the accounts behind them, so a manual GL entry
      *  or a bounced leg nobody resent surfaced at year end.
      *
      *  Each account class rolls up to a GL control account named
      *  on GLMAP under operation "B" -- a code no calculator
      *  operation uses, as GLEXTR's accruals use "Y" -- with the
      *  class in the cost-center column ("****" takes any class
      *  with no row of its own).  The account column the control
      *  sits in gives its normal side: the credit column for a
      *  credit-normal ledger such as deposits, the debit column
      *  for a debit-normal one such as loans.  A positive account
      *  balance is a balance on its control's normal side.
      *
      *  The GL's month-end trial balance (GLTRIAL) is one record
      *  per GL account:
      *
      *    account X(8), period 9(6) YYYYMM, side X(1) (D/C the
      *    balance stands on), balance 9(11)V99 (digits only)
      *
      *  For every control account the proof prints the balance
      *  master's total, the GL's balance on the normal side and
      *  the difference.  The legs still open on GLRECON's reject
      *  register (GLREJECT) for the control account, posted up to
      *  the period end, are listed under it and explain that much
      *  of the difference: a leg the GL never booked on the normal
      *  side leaves the GL short by its amount.  What they do not
      *  explain is aged on GLPRFHST -- the month it first appeared
      *  and how many month-ends it has lasted -- until it clears.
      *
      *  CALC-PROOF-PERIOD (YYYYMM) selects the trial balance
      *  period; unset takes the period of the file's first record.
      *  No GLREJECT DD means no rejects explain anything.
      *
      *  RC 0 every control agrees; 4 differences all explained,
      *  balances whose class maps to no control, or a control
      *  missing from the trial balance; 8 an unexplained
      *  difference (also raised on ALERTQ); 12 BALANCE, GLMAP or
      *  GLTRIAL unusable, or more controls or class rows than the
      *  tables carry.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               FILE STATUS IS GL-MAP-STATUS.
           SELECT GL-TRIAL-FILE ASSIGN TO "GLTRIAL"
               FILE STATUS IS GL-TRIAL-STATUS.
           SELECT GL-REJECT-FILE ASSIGN TO "GLREJECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLRJ-KEY
               FILE STATUS IS GL-REJECT-STATUS.
           SELECT PROOF-HISTORY-FILE ASSIGN TO "GLPRFHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLPH-CONTROL-ACCOUNT
               FILE STATUS IS PROOF-HISTORY-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTQ"
               FILE STATUS IS ALERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GLPRFRPT".

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY balrec.

       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           05 GLM-OPERATION   PIC X(01).
           05 GLM-COST-CENTER PIC X(04).
           05 GLM-DR-ACCOUNT  PIC X(08).
           05 GLM-CR-ACCOUNT  PIC X(08).
           05 FILLER          PIC X(09).

       FD GL-TRIAL-FILE.
       01 GL-TRIAL-RECORD.
           05 GLT-ACCOUNT      PIC X(08).
           05 GLT-PERIOD       PIC 9(06).
           05 GLT-DC-INDICATOR PIC X(01).
           05 GLT-BALANCE      PIC 9(11)V99.

       FD GL-REJECT-FILE.
       COPY glrejrec.

       FD PROOF-HISTORY-FILE.
       COPY glprfhst.

       FD ALERT-FILE.
       COPY alertrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 BALANCE-STATUS       PIC X(02).
       01 GL-MAP-STATUS        PIC X(02).
       01 GL-TRIAL-STATUS      PIC X(02).
       01 GL-REJECT-STATUS     PIC X(02).
       01 PROOF-HISTORY-STATUS PIC X(02).
       01 ALERT-STATUS         PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 REGISTER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 REGISTER-AVAILABLE VALUE 'Y'.
       01 HISTORY-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-AVAILABLE VALUE 'Y'.
       01 TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 TABLE-FULL VALUE 'Y'.
       01 CONTROL-FOUND-SWITCH PIC X(01).
           88 CONTROL-FOUND VALUE 'Y'.
       01 CLASS-FOUND-SWITCH PIC X(01).
           88 CLASS-FOUND VALUE 'Y'.
       01 LISTING-SWITCH PIC X(01).
           88 LISTING-REJECTS VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 PROOF-PERIOD-ENV PIC X(06).
       01 PROOF-PERIOD     PIC 9(06) VALUE 0.
       01 PERIOD-END-DATE  PIC 9(08).

      * One row per control account named on GLMAP.
       01 CONTROL-TABLE.
           05 CONTROL-ROW OCCURS 100 TIMES.
               10 CTL-ACCOUNT        PIC X(08).
               10 CTL-NORMAL-SIDE    PIC X(01).
               10 CTL-ACCOUNTS       PIC 9(08) COMP.
               10 CTL-SUBLEDGER      PIC S9(11)V99.
               10 CTL-GENERAL-LEDGER PIC S9(11)V99.
               10 CTL-ON-TRIAL       PIC X(01).
               10 CTL-EXPLAINED      PIC S9(11)V99.
               10 CTL-REJECT-COUNT   PIC 9(05) COMP.
       01 CONTROLS-USED PIC 9(04) COMP VALUE 0.
       01 CTL-SUB       PIC 9(04) COMP.

      * The account-class rows of GLMAP, each pointing at its
      * control's row.
       01 CLASS-TABLE.
           05 CLASS-ROW OCCURS 200 TIMES.
               10 CLS-CLASS   PIC X(04).
               10 CLS-CONTROL PIC 9(04) COMP.
       01 CLASSES-USED PIC 9(04) COMP VALUE 0.
       01 CLS-SUB      PIC 9(04) COMP.

       01 LOOKUP-ACCOUNT PIC X(08).
       01 LOOKUP-SIDE    PIC X(01).
       01 LOOKUP-CLASS   PIC X(04).
       01 DIFFERENCE     PIC S9(11)V99.
       01 UNEXPLAINED    PIC S9(11)V99.

       01 BALANCES-READ       PIC 9(08) COMP VALUE 0.
       01 BALANCES-UNMAPPED   PIC 9(08) COMP VALUE 0.
       01 UNMAPPED-TOTAL      PIC S9(11)V99 VALUE 0.
       01 CONTROLS-AGREEING   PIC 9(04) COMP VALUE 0.
       01 CONTROLS-EXPLAINED  PIC 9(04) COMP VALUE 0.
       01 CONTROLS-UNEXPLAINED PIC 9(04) COMP VALUE 0.
       01 CONTROLS-OFF-TRIAL  PIC 9(04) COMP VALUE 0.
       01 AGED-ONE-MONTH      PIC 9(04) COMP VALUE 0.
       01 AGED-TWO-THREE      PIC 9(04) COMP VALUE 0.
       01 AGED-OVER-THREE     PIC 9(04) COMP VALUE 0.
       01 DIFFERENCES-CLEARED PIC 9(04) COMP VALUE 0.

       01 COUNT-EDIT    PIC ZZZZZZZ9.
       01 MONTHS-EDIT   PIC ZZ9.
       01 AMOUNT-EDIT   PIC ZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-3 PIC ZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-4 PIC ZZZZZZZZZZ9.99-.
       01 REJECT-AMOUNT-EDIT PIC ZZZZZZZZ9.99.
       01 REJECT-KIND-TEXT   PIC X(10).
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "GLPROOF" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-PROOF-PERIOD" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO PROOF-PERIOD-ENV
           IF PROOF-PERIOD-ENV NOT = SPACES
               MOVE PROOF-PERIOD-ENV TO PROOF-PERIOD
           END-IF
           PERFORM LOAD-CONTROL-MAP
           IF CLASSES-USED = 0
               DISPLAY "no GLMAP balance-control rows -- proof "
                   "cannot run"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GL-TRIAL-FILE
           IF GL-TRIAL-STATUS NOT = "00"
               DISPLAY "unable to open GL trial balance, status "
                   GL-TRIAL-STATUS
               CLOSE BALANCE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM SUM-ONE-BALANCE UNTIL SOURCE-EOF
           CLOSE BALANCE-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-TRIAL-BALANCE UNTIL SOURCE-EOF
           CLOSE GL-TRIAL-FILE
           COMPUTE PERIOD-END-DATE = PROOF-PERIOD * 100 + 31
           OPEN INPUT GL-REJECT-FILE
           IF GL-REJECT-STATUS = "00"
               SET REGISTER-AVAILABLE TO TRUE
               MOVE 'N' TO LISTING-SWITCH
               MOVE SPACES TO LOOKUP-ACCOUNT
               PERFORM SCAN-REJECT-REGISTER
           END-IF
           OPEN I-O PROOF-HISTORY-FILE
           IF PROOF-HISTORY-STATUS = "35"
               OPEN OUTPUT PROOF-HISTORY-FILE
               CLOSE PROOF-HISTORY-FILE
               OPEN I-O PROOF-HISTORY-FILE
           END-IF
           IF PROOF-HISTORY-STATUS = "00"
               SET HISTORY-AVAILABLE TO TRUE
           ELSE
               DISPLAY "unable to open proof history, status "
                   PROOF-HISTORY-STATUS " -- differences not aged"
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "SUB-LEDGER TO GENERAL-LEDGER PROOF -- PERIOD "
               DELIMITED BY SIZE
               PROOF-PERIOD DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL  S ACCOUNTS       SUB-LEDGER    GENERAL LEDGER"
               TO REPORT-WORK
           MOVE "       DIFFERENCE   EXPLAINED (REJ)      UNEXPLAINED"
               TO REPORT-WORK(55:52)
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PROVE-ONE-CONTROL
               VARYING CTL-SUB FROM 1 BY 1
               UNTIL CTL-SUB > CONTROLS-USED
           PERFORM WRITE-PROOF-SUMMARY
           CLOSE REPORT-FILE
           IF REGISTER-AVAILABLE
               CLOSE GL-REJECT-FILE
           END-IF
           IF HISTORY-AVAILABLE
               CLOSE PROOF-HISTORY-FILE
           END-IF
           EVALUATE TRUE
               WHEN TABLE-FULL
                   MOVE 12 TO RETURN-CODE
               WHEN CONTROLS-UNEXPLAINED > 0
                   PERFORM RAISE-PROOF-ALERT
                   MOVE 8 TO RETURN-CODE
               WHEN CONTROLS-EXPLAINED > 0
                       OR BALANCES-UNMAPPED > 0
                       OR CONTROLS-OFF-TRIAL > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       LOAD-CONTROL-MAP SECTION.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS NOT = "00"
               DISPLAY "mapping table not available, status "
                   GL-MAP-STATUS
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-MAP-ROW UNTIL SOURCE-EOF
               CLOSE GL-MAP-FILE
           END-IF
           EXIT.

      * Only the "B" rows concern the proof; the rest are the
      * extract's.
       READ-MAP-ROW SECTION.
           READ GL-MAP-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF GLM-OPERATION = "B"
                       PERFORM STORE-CLASS-ROW
                   END-IF
           END-READ
           EXIT.

       STORE-CLASS-ROW SECTION.
           IF GLM-CR-ACCOUNT NOT = SPACES
               MOVE GLM-CR-ACCOUNT TO LOOKUP-ACCOUNT
               MOVE "C" TO LOOKUP-SIDE
           ELSE
               MOVE GLM-DR-ACCOUNT TO LOOKUP-ACCOUNT
               MOVE "D" TO LOOKUP-SIDE
           END-IF
           IF LOOKUP-ACCOUNT = SPACES
               DISPLAY "GLMAP balance row for class " GLM-COST-CENTER
                   " names no control account -- ignored"
           ELSE
               IF CLASSES-USED < 200
                   PERFORM FIND-CONTROL-ROW
                   IF NOT CONTROL-FOUND
                       PERFORM OPEN-CONTROL-ROW
                   END-IF
                   IF CONTROL-FOUND
                       ADD 1 TO CLASSES-USED
                       MOVE GLM-COST-CENTER TO CLS-CLASS(CLASSES-USED)
                       MOVE CTL-SUB TO CLS-CONTROL(CLASSES-USED)
                       IF CTL-NORMAL-SIDE(CTL-SUB) NOT = LOOKUP-SIDE
                           DISPLAY "control " LOOKUP-ACCOUNT
                               " mapped on both sides -- proved "
                               "on its first side"
                       END-IF
                   END-IF
               ELSE
                   PERFORM REPORT-TABLE-FULL
               END-IF
           END-IF
           EXIT.

       FIND-CONTROL-ROW SECTION.
           MOVE 'N' TO CONTROL-FOUND-SWITCH
           MOVE 1 TO CTL-SUB
           PERFORM STEP-CONTROL-ROW
               UNTIL CONTROL-FOUND OR CTL-SUB > CONTROLS-USED
           EXIT.

       STEP-CONTROL-ROW SECTION.
           IF CTL-ACCOUNT(CTL-SUB) = LOOKUP-ACCOUNT
               SET CONTROL-FOUND TO TRUE
           ELSE
               ADD 1 TO CTL-SUB
           END-IF
           EXIT.

       OPEN-CONTROL-ROW SECTION.
           IF CONTROLS-USED < 100
               ADD 1 TO CONTROLS-USED
               MOVE CONTROLS-USED TO CTL-SUB
               MOVE LOOKUP-ACCOUNT TO CTL-ACCOUNT(CTL-SUB)
               MOVE LOOKUP-SIDE    TO CTL-NORMAL-SIDE(CTL-SUB)
               MOVE 0   TO CTL-ACCOUNTS(CTL-SUB)
               MOVE 0   TO CTL-SUBLEDGER(CTL-SUB)
               MOVE 0   TO CTL-GENERAL-LEDGER(CTL-SUB)
               MOVE "N" TO CTL-ON-TRIAL(CTL-SUB)
               MOVE 0   TO CTL-EXPLAINED(CTL-SUB)
               MOVE 0   TO CTL-REJECT-COUNT(CTL-SUB)
               SET CONTROL-FOUND TO TRUE
           ELSE
               PERFORM REPORT-TABLE-FULL
           END-IF
           EXIT.

       REPORT-TABLE-FULL SECTION.
           IF NOT TABLE-FULL
               DISPLAY "glproof: more control accounts or class rows "
                   "than the tables carry -- proof incomplete"
               SET TABLE-FULL TO TRUE
           END-IF
           EXIT.

       SUM-ONE-BALANCE SECTION.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BALANCES-READ
                   MOVE BAL-ACCOUNT-CLASS TO LOOKUP-CLASS
                   PERFORM FIND-CLASS-ROW
                   IF NOT CLASS-FOUND
                       MOVE "****" TO LOOKUP-CLASS
                       PERFORM FIND-CLASS-ROW
                   END-IF
                   IF NOT CLASS-FOUND
                       ADD 1 TO BALANCES-UNMAPPED
                       ADD BAL-AMOUNT TO UNMAPPED-TOTAL
                   ELSE
                       MOVE CLS-CONTROL(CLS-SUB) TO CTL-SUB
                       ADD 1 TO CTL-ACCOUNTS(CTL-SUB)
                       ADD BAL-AMOUNT TO CTL-SUBLEDGER(CTL-SUB)
                   END-IF
           END-READ
           EXIT.

       FIND-CLASS-ROW SECTION.
           MOVE 'N' TO CLASS-FOUND-SWITCH
           MOVE 1 TO CLS-SUB
           PERFORM STEP-CLASS-ROW
               UNTIL CLASS-FOUND OR CLS-SUB > CLASSES-USED
           EXIT.

       STEP-CLASS-ROW SECTION.
           IF CLS-CLASS(CLS-SUB) = LOOKUP-CLASS
               SET CLASS-FOUND TO TRUE
           ELSE
               ADD 1 TO CLS-SUB
           END-IF
           EXIT.

       READ-TRIAL-BALANCE SECTION.
           READ GL-TRIAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF PROOF-PERIOD = 0
                       MOVE GLT-PERIOD TO PROOF-PERIOD
                   END-IF
                   IF GLT-PERIOD = PROOF-PERIOD
                       MOVE GLT-ACCOUNT TO LOOKUP-ACCOUNT
                       PERFORM FIND-CONTROL-ROW
                       IF CONTROL-FOUND
                           PERFORM TAKE-TRIAL-BALANCE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       TAKE-TRIAL-BALANCE SECTION.
           MOVE "Y" TO CTL-ON-TRIAL(CTL-SUB)
           IF GLT-DC-INDICATOR = CTL-NORMAL-SIDE(CTL-SUB)
               ADD GLT-BALANCE TO CTL-GENERAL-LEDGER(CTL-SUB)
           ELSE
               SUBTRACT GLT-BALANCE FROM CTL-GENERAL-LEDGER(CTL-SUB)
           END-IF
           EXIT.

      * One pass over the register.  The first pass (no account
      * named) totals every open leg against its control; a later
      * pass for one control lists that control's legs.
       SCAN-REJECT-REGISTER SECTION.
           MOVE 'N' TO SOURCE-EOF-SWITCH
           MOVE LOW-VALUES TO GLRJ-KEY
           START GL-REJECT-FILE KEY >= GLRJ-KEY
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START
           PERFORM READ-REGISTERED-LEG UNTIL SOURCE-EOF
           EXIT.

       READ-REGISTERED-LEG SECTION.
           READ GL-REJECT-FILE NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF GLRJ-OPEN
                           AND GLRJ-POSTING-DATE NOT > PERIOD-END-DATE
                       IF LISTING-REJECTS
                           IF GLRJ-ACCOUNT = LOOKUP-ACCOUNT
                               PERFORM LIST-REGISTERED-LEG
                           END-IF
                       ELSE
                           PERFORM COUNT-REGISTERED-LEG
                       END-IF
                   END-IF
           END-READ
           EXIT.

       COUNT-REGISTERED-LEG SECTION.
           MOVE GLRJ-ACCOUNT TO LOOKUP-ACCOUNT
           PERFORM FIND-CONTROL-ROW
           IF CONTROL-FOUND
               ADD 1 TO CTL-REJECT-COUNT(CTL-SUB)
               IF GLRJ-DC-INDICATOR = CTL-NORMAL-SIDE(CTL-SUB)
                   ADD GLRJ-AMOUNT TO CTL-EXPLAINED(CTL-SUB)
               ELSE
                   SUBTRACT GLRJ-AMOUNT FROM CTL-EXPLAINED(CTL-SUB)
               END-IF
           END-IF
           EXIT.

       LIST-REGISTERED-LEG SECTION.
           MOVE GLRJ-AMOUNT TO REJECT-AMOUNT-EDIT
           IF GLRJ-REJECTED
               MOVE "REJECTED  " TO REJECT-KIND-TEXT
           ELSE
               MOVE "UNANSWERED" TO REJECT-KIND-TEXT
           END-IF
           MOVE SPACES TO REPORT-WORK
           STRING "    " DELIMITED BY SIZE
               REJECT-KIND-TEXT DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               GLRJ-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GLRJ-DC-INDICATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REJECT-AMOUNT-EDIT DELIMITED BY SIZE
               "  POSTED " DELIMITED BY SIZE
               GLRJ-POSTING-DATE DELIMITED BY SIZE
               "  FOUND " DELIMITED BY SIZE
               GLRJ-FOUND-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GLRJ-REASON DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       PROVE-ONE-CONTROL SECTION.
           COMPUTE DIFFERENCE = CTL-SUBLEDGER(CTL-SUB)
               - CTL-GENERAL-LEDGER(CTL-SUB)
           COMPUTE UNEXPLAINED = DIFFERENCE - CTL-EXPLAINED(CTL-SUB)
           MOVE CTL-ACCOUNTS(CTL-SUB)       TO COUNT-EDIT
           MOVE CTL-SUBLEDGER(CTL-SUB)      TO AMOUNT-EDIT
           MOVE CTL-GENERAL-LEDGER(CTL-SUB) TO AMOUNT-EDIT-2
           MOVE DIFFERENCE                  TO AMOUNT-EDIT-3
           MOVE CTL-EXPLAINED(CTL-SUB)      TO AMOUNT-EDIT-4
           MOVE SPACES TO REPORT-WORK
           STRING CTL-ACCOUNT(CTL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CTL-NORMAL-SIDE(CTL-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT-3 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               AMOUNT-EDIT-4 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE UNEXPLAINED TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO REPORT-WORK(104:15)
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF CTL-ON-TRIAL(CTL-SUB) NOT = "Y"
               ADD 1 TO CONTROLS-OFF-TRIAL
               MOVE "    *** NOT ON THE GL TRIAL BALANCE FOR THE PERIOD"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF REGISTER-AVAILABLE AND CTL-REJECT-COUNT(CTL-SUB) > 0
               SET LISTING-REJECTS TO TRUE
               MOVE CTL-ACCOUNT(CTL-SUB) TO LOOKUP-ACCOUNT
               PERFORM SCAN-REJECT-REGISTER
           END-IF
           EVALUATE TRUE
               WHEN DIFFERENCE = 0
                   ADD 1 TO CONTROLS-AGREEING
               WHEN UNEXPLAINED = 0
                   ADD 1 TO CONTROLS-EXPLAINED
               WHEN OTHER
                   ADD 1 TO CONTROLS-UNEXPLAINED
           END-EVALUATE
           IF HISTORY-AVAILABLE
               PERFORM AGE-UNEXPLAINED-DIFFERENCE
           END-IF
           EXIT.

      * A month is added only when the period moves on, so a rerun
      * of the same month-end does not age anything.
       AGE-UNEXPLAINED-DIFFERENCE SECTION.
           MOVE CTL-ACCOUNT(CTL-SUB) TO GLPH-CONTROL-ACCOUNT
           READ PROOF-HISTORY-FILE
               INVALID KEY
                   IF UNEXPLAINED NOT = 0
                       MOVE PROOF-PERIOD TO GLPH-FIRST-PERIOD
                       MOVE PROOF-PERIOD TO GLPH-LAST-PERIOD
                       MOVE 1 TO GLPH-MONTHS
                       MOVE UNEXPLAINED TO GLPH-DIFFERENCE
                       MOVE 0 TO GLPH-PRIOR-DIFFERENCE
                       WRITE GL-PROOF-HISTORY-RECORD
                       PERFORM REPORT-DIFFERENCE-AGE
                   END-IF
               NOT INVALID KEY
                   IF UNEXPLAINED = 0
                       DELETE PROOF-HISTORY-FILE
                       ADD 1 TO DIFFERENCES-CLEARED
                       MOVE SPACES TO REPORT-WORK
                       STRING "    DIFFERENCE OUTSTANDING SINCE "
                           DELIMITED BY SIZE
                           GLPH-FIRST-PERIOD DELIMITED BY SIZE
                           " CLEARED" DELIMITED BY SIZE
                           INTO REPORT-WORK
                       MOVE REPORT-WORK TO REPORT-LINE
                       WRITE REPORT-LINE
                   ELSE
                       IF GLPH-LAST-PERIOD NOT = PROOF-PERIOD
                           ADD 1 TO GLPH-MONTHS
                           MOVE GLPH-DIFFERENCE
                               TO GLPH-PRIOR-DIFFERENCE
                           MOVE PROOF-PERIOD TO GLPH-LAST-PERIOD
                       END-IF
                       MOVE UNEXPLAINED TO GLPH-DIFFERENCE
                       REWRITE GL-PROOF-HISTORY-RECORD
                       PERFORM REPORT-DIFFERENCE-AGE
                   END-IF
           END-READ
           EXIT.

       REPORT-DIFFERENCE-AGE SECTION.
           EVALUATE TRUE
               WHEN GLPH-MONTHS = 1
                   ADD 1 TO AGED-ONE-MONTH
               WHEN GLPH-MONTHS NOT > 3
                   ADD 1 TO AGED-TWO-THREE
               WHEN OTHER
                   ADD 1 TO AGED-OVER-THREE
           END-EVALUATE
           MOVE GLPH-MONTHS TO MONTHS-EDIT
           MOVE SPACES TO REPORT-WORK
           IF GLPH-MONTHS = 1
               STRING "    UNEXPLAINED -- FIRST SEEN THIS MONTH"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               MOVE GLPH-PRIOR-DIFFERENCE TO AMOUNT-EDIT
               STRING "    UNEXPLAINED SINCE " DELIMITED BY SIZE
                   GLPH-FIRST-PERIOD DELIMITED BY SIZE
                   " -- " DELIMITED BY SIZE
                   MONTHS-EDIT DELIMITED BY SIZE
                   " MONTH-ENDS, LAST MONTH " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-PROOF-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE BALANCES-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "BALANCE RECORDS READ:        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF BALANCES-UNMAPPED > 0
               MOVE BALANCES-UNMAPPED TO COUNT-EDIT
               MOVE UNMAPPED-TOTAL TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "*** CLASS MAPS TO NO CONTROL:" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   "  TOTAL " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE CONTROLS-AGREEING TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CONTROLS IN AGREEMENT:       " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CONTROLS-EXPLAINED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "EXPLAINED BY OPEN REJECTS:   " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CONTROLS-UNEXPLAINED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "UNEXPLAINED DIFFERENCES:     " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF HISTORY-AVAILABLE
               MOVE AGED-ONE-MONTH TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "  NEW THIS MONTH:            " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE AGED-TWO-THREE TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "  TWO TO THREE MONTHS:       " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE AGED-OVER-THREE TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "  OVER THREE MONTHS:         " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE DIFFERENCES-CLEARED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "DIFFERENCES CLEARED:         " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF CONTROLS-OFF-TRIAL > 0
               MOVE CONTROLS-OFF-TRIAL TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "*** CONTROLS NOT ON GL TB:   " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT REGISTER-AVAILABLE
               MOVE "NO GL REJECT REGISTER -- NOTHING EXPLAINED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF CONTROLS-EXPLAINED = 0 AND CONTROLS-UNEXPLAINED = 0
               MOVE "BALANCE MASTER AND GL CONTROLS AGREE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       RAISE-PROOF-ALERT SECTION.
           OPEN EXTEND ALERT-FILE
           IF ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF ALERT-STATUS = "00"
               MOVE RUN-DATE TO ALERT-RUN-DATE
               MOVE RUN-TIME TO ALERT-RUN-TIME
               MOVE SPACES TO ALERT-MESSAGE
               MOVE CONTROLS-UNEXPLAINED TO COUNT-EDIT
               STRING "GL PROOF " DELIMITED BY SIZE
                   PROOF-PERIOD DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " CONTROLS UNEXPLAINED" DELIMITED BY SIZE
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
