       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOL.

      *****************************************************************
      *  CONSOL is the group consolidation.  The shop books for
      *  three legal entities through the one CALCULATOR, and every
      *  journal line carries the entity whose books it belongs to
      *  (JRNL-ENTITY) and, when the posting reaches into another
      *  entity's books, that entity (JRNL-COUNTER-ENTITY) -- see
      *  copy/jrnlrec.cpy.  CONSOL reads the journal's posted "OK"
      *  lines, maps each to its debit and credit GL legs through
      *  GLMAP exactly as GLEXTR does (operation and cost center,
      *  climbing CCM-PARENT, "****" catch-all), and prints:
      *
      *    - the intercompany postings: every line whose counter
      *      entity differs from its entity;
      *    - each entity's trial balance by GL account, with its
      *      own debits-equal-credits proof;
      *    - the eliminations: each intercompany line's legs
      *      reversed in the books of the entity that carries it,
      *      listed by entity and GL account, with their proof;
      *    - the consolidated trial balance: per GL account the
      *      entities' combined net, the eliminations in a column of
      *      their own, and the consolidated net.
      *
      *  The elimination legs are also written to ELIMOUT, one
      *  record per leg in GLEXTR's leg layout prefixed by the two
      *  entities, for the consolidation ledger.
      *
      *  A line written before entities were stamped, or by a
      *  program that does not stamp them, is resolved here the way
      *  CALCULATOR stamps: the account's entity from ACCTMAST,
      *  else the cost center's from CCMAST, else the home entity
      *  (CALC-HOME-ENTITY); a center of another entity makes it
      *  intercompany.  Both masters are optional equipment.
      *
      *  CALC-CONSOL-DATE (YYYYMMDD) selects one run date; unset
      *  consolidates everything on the journal generation mounted.
      *
      *  RC 0 normal; 4 journal lines with no GLMAP row (reported,
      *  left out); 8 an entity's books, or the eliminations, out of
      *  balance; 12 JOURNAL or GLMAP unusable, or more GL accounts
      *  than the tables carry (consolidation incomplete).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               FILE STATUS IS GL-MAP-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT COST-CENTER-FILE ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCM-COST-CENTER
               FILE STATUS IS COST-CENTER-STATUS.
           SELECT ELIMINATION-FILE ASSIGN TO "ELIMOUT"
               FILE STATUS IS ELIMINATION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CONSRPT".

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           05 GLM-OPERATION   PIC X(01).
           05 GLM-COST-CENTER PIC X(04).
           05 GLM-DR-ACCOUNT  PIC X(08).
           05 GLM-CR-ACCOUNT  PIC X(08).
           05 FILLER          PIC X(09).

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD COST-CENTER-FILE.
       COPY ccmast.

       FD ELIMINATION-FILE.
       01 ELIMINATION-RECORD.
           05 ELIM-ENTITY         PIC X(04).
           05 ELIM-COUNTER-ENTITY PIC X(04).
           05 ELIM-ACCOUNT        PIC X(08).
           05 ELIM-DC-INDICATOR   PIC X(01).
           05 ELIM-AMOUNT         PIC 9(9)V99.
           05 ELIM-POSTING-DATE   PIC 9(08).
           05 ELIM-REFERENCE      PIC X(10).
           05 ELIM-COST-CENTER    PIC X(04).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS        PIC X(02).
       01 GL-MAP-STATUS         PIC X(02).
       01 ACCOUNT-MASTER-STATUS PIC X(02).
       01 COST-CENTER-STATUS    PIC X(02).
       01 ELIMINATION-STATUS    PIC X(02).
       01 ACCTMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 ACCTMAST-AVAILABLE VALUE 'Y'.
       01 CCMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CCMAST-AVAILABLE VALUE 'Y'.
       01 JOURNAL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-EOF VALUE 'Y'.
       01 MAP-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 MAP-EOF VALUE 'Y'.
       01 MAP-FOUND-SWITCH PIC X(01).
           88 MAP-FOUND VALUE 'Y'.
       01 CLIMB-DONE-SWITCH PIC X(01).
           88 CLIMB-DONE VALUE 'Y'.
       01 CLIMB-DEPTH PIC 9(02) COMP.
       01 TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 TABLE-FULL VALUE 'Y'.
       01 ROW-PLACED-SWITCH PIC X(01).
           88 ROW-PLACED VALUE 'Y'.
       01 ROW-FOUND-SWITCH PIC X(01).
           88 ROW-FOUND VALUE 'Y'.

       01 CONSOL-DATE-ENV PIC X(08).
       01 CONSOL-DATE     PIC 9(08) VALUE 0.
       01 HOME-ENTITY     PIC X(04) VALUE SPACES.

      * The line being consolidated: its entities, resolved, and
      * the GL account each leg lands on.
       01 LINE-ENTITY         PIC X(04).
       01 LINE-COUNTER-ENTITY PIC X(04).
       01 ACCOUNT-ENTITY      PIC X(04).
       01 CENTER-ENTITY       PIC X(04).
       01 LINE-DR-ACCOUNT     PIC X(08).
       01 LINE-CR-ACCOUNT     PIC X(08).
       01 RESULT-MAGNITUDE    PIC 9(9)V99.
       01 MAP-LOOKUP-OPERATION PIC X(01).
       01 MAP-LOOKUP-CENTER    PIC X(04).

       01 GL-MAP-TABLE.
           05 MAP-ENTRY OCCURS 200 TIMES INDEXED BY MAP-IDX.
               10 MAP-OPERATION   PIC X(01).
               10 MAP-COST-CENTER PIC X(04).
               10 MAP-DR-ACCOUNT  PIC X(08).
               10 MAP-CR-ACCOUNT  PIC X(08).
       01 MAP-ENTRIES-USED PIC 9(03) COMP VALUE 0.

      * One row per entity and GL account, kept in key order as
      * rows are opened, so the trial balances print entity by
      * entity in account order without a sort.
       01 BALANCE-TABLE.
           05 BALANCE-ROW OCCURS 2000 TIMES.
               10 ROW-KEY.
                   15 ROW-ENTITY   PIC X(04).
                   15 ROW-ACCOUNT  PIC X(08).
               10 ROW-DEBITS       PIC S9(11)V99.
               10 ROW-CREDITS      PIC S9(11)V99.
               10 ROW-ELIM-DEBITS  PIC S9(11)V99.
               10 ROW-ELIM-CREDITS PIC S9(11)V99.
       01 ROWS-USED PIC 9(04) COMP VALUE 0.
       01 ROW-SUB   PIC 9(04) COMP.
       01 SHIFT-SUB PIC 9(04) COMP.
       01 NEXT-SUB  PIC 9(04) COMP.
       01 LOOKUP-KEY.
           05 LOOKUP-ENTITY  PIC X(04).
           05 LOOKUP-ACCOUNT PIC X(08).

      * The consolidated view, one row per GL account across the
      * group, built from the entity rows as they print.
       01 GROUP-TABLE.
           05 GROUP-ROW OCCURS 500 TIMES.
               10 GROUP-ACCOUNT  PIC X(08).
               10 GROUP-NET      PIC S9(11)V99.
               10 GROUP-ELIM-NET PIC S9(11)V99.
       01 GROUPS-USED PIC 9(04) COMP VALUE 0.
       01 GROUP-SUB   PIC 9(04) COMP.

       01 CURRENT-ENTITY       PIC X(04).
       01 ENTITY-LABEL         PIC X(12).
       01 ROW-NET              PIC S9(11)V99.
       01 ELIM-NET             PIC S9(11)V99.
       01 ENTITY-DEBIT-TOTAL   PIC S9(11)V99.
       01 ENTITY-CREDIT-TOTAL  PIC S9(11)V99.
       01 ELIM-DEBIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01 ELIM-CREDIT-TOTAL    PIC S9(11)V99 VALUE 0.
       01 GROUP-NET-TOTAL      PIC S9(11)V99 VALUE 0.
       01 GROUP-ELIM-TOTAL     PIC S9(11)V99 VALUE 0.
       01 CONSOLIDATED-NET     PIC S9(11)V99.
       01 CONSOLIDATED-TOTAL   PIC S9(11)V99 VALUE 0.

       01 LINES-CONSOLIDATED   PIC 9(08) COMP VALUE 0.
       01 LINES-UNMAPPED       PIC 9(08) COMP VALUE 0.
       01 LINES-INTERCOMPANY   PIC 9(08) COMP VALUE 0.
       01 ENTITIES-REPORTED    PIC 9(04) COMP VALUE 0.
       01 ENTITIES-OUT         PIC 9(04) COMP VALUE 0.
       01 COUNT-EDIT    PIC ZZZZZZZ9.
       01 AMOUNT-EDIT   PIC ZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-3 PIC ZZZZZZZZZZ9.99-.
       01 REPORT-WORK   PIC X(100).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "CONSOL" TO PRMG-PROGRAM
           MOVE "CALC-CONSOL-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CONSOL-DATE-ENV
           IF CONSOL-DATE-ENV NOT = SPACES
               MOVE CONSOL-DATE-ENV TO CONSOL-DATE
           END-IF
           MOVE "CALC-HOME-ENTITY" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO HOME-ENTITY
           PERFORM LOAD-GL-MAP
           IF MAP-ENTRIES-USED = 0
               DISPLAY "no usable GLMAP mapping rows -- consolidation "
                   "cannot run"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               SET ACCTMAST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT COST-CENTER-FILE
           IF COST-CENTER-STATUS = "00"
               SET CCMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT ELIMINATION-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "GROUP CONSOLIDATION" TO REPORT-LINE
           WRITE REPORT-LINE
           IF CONSOL-DATE NOT = 0
               MOVE SPACES TO REPORT-WORK
               STRING "RUN DATE " DELIMITED BY SIZE
                   CONSOL-DATE DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "INTERCOMPANY POSTINGS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM READ-AND-CONSOLIDATE UNTIL JOURNAL-EOF
           PERFORM PRINT-ENTITY-BALANCES
           PERFORM PRINT-ELIMINATIONS
           PERFORM PRINT-CONSOLIDATED-BALANCE
           PERFORM PRINT-RUN-COUNTS
           CLOSE JOURNAL-FILE
           CLOSE ELIMINATION-FILE
           CLOSE REPORT-FILE
           IF ACCTMAST-AVAILABLE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF CCMAST-AVAILABLE
               CLOSE COST-CENTER-FILE
           END-IF
           IF TABLE-FULL
               MOVE 12 TO RETURN-CODE
           END-IF
           IF LINES-UNMAPPED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       LOAD-GL-MAP SECTION.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS NOT = "00"
               DISPLAY "mapping table not available, status "
                   GL-MAP-STATUS
           ELSE
               PERFORM READ-MAP-ROW UNTIL MAP-EOF
               CLOSE GL-MAP-FILE
           END-IF
           EXIT.

      * Only blank lines are comments -- a leading "*" is the
      * multiply operation's own mapping row, as in GLEXTR.
       READ-MAP-ROW SECTION.
           READ GL-MAP-FILE
               AT END
                   SET MAP-EOF TO TRUE
               NOT AT END
                   IF GL-MAP-RECORD = SPACES
                       CONTINUE
                   ELSE
                       IF MAP-ENTRIES-USED < 200
                           ADD 1 TO MAP-ENTRIES-USED
                           SET MAP-IDX TO MAP-ENTRIES-USED
                           MOVE GLM-OPERATION
                               TO MAP-OPERATION(MAP-IDX)
                           MOVE GLM-COST-CENTER
                               TO MAP-COST-CENTER(MAP-IDX)
                           MOVE GLM-DR-ACCOUNT
                               TO MAP-DR-ACCOUNT(MAP-IDX)
                           MOVE GLM-CR-ACCOUNT
                               TO MAP-CR-ACCOUNT(MAP-IDX)
                       END-IF
                   END-IF
           END-READ
           EXIT.

       READ-AND-CONSOLIDATE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                           AND JRNL-OUTCOME = "OK"
                           AND (CONSOL-DATE = 0
                               OR JRNL-RUN-DATE = CONSOL-DATE)
                       PERFORM CONSOLIDATE-ONE-LINE
                   END-IF
           END-READ
           EXIT.

       CONSOLIDATE-ONE-LINE SECTION.
           PERFORM RESOLVE-LINE-ENTITY
           MOVE JRNL-OPERATION   TO MAP-LOOKUP-OPERATION
           MOVE JRNL-COST-CENTER TO MAP-LOOKUP-CENTER
           PERFORM FIND-MAPPING-ROW
           IF NOT MAP-FOUND
               ADD 1 TO LINES-UNMAPPED
               MOVE SPACES TO REPORT-WORK
               STRING "  NO MAPPING FOR OP '" DELIMITED BY SIZE
                   JRNL-OPERATION DELIMITED BY SIZE
                   "' COST CENTER '" DELIMITED BY SIZE
                   JRNL-COST-CENTER DELIMITED BY SIZE
                   "' REFERENCE " DELIMITED BY SIZE
                   JRNL-REFERENCE DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
      * The debit/credit convention is GLEXTR's: a negative result
      * posts its magnitude the other way round.
               IF JRNL-RESULT < 0
                   COMPUTE RESULT-MAGNITUDE = JRNL-RESULT * -1
                   MOVE MAP-CR-ACCOUNT(MAP-IDX) TO LINE-DR-ACCOUNT
                   MOVE MAP-DR-ACCOUNT(MAP-IDX) TO LINE-CR-ACCOUNT
               ELSE
                   MOVE JRNL-RESULT TO RESULT-MAGNITUDE
                   MOVE MAP-DR-ACCOUNT(MAP-IDX) TO LINE-DR-ACCOUNT
                   MOVE MAP-CR-ACCOUNT(MAP-IDX) TO LINE-CR-ACCOUNT
               END-IF
               PERFORM POST-LINE-TO-ENTITY
               IF LINE-COUNTER-ENTITY NOT = SPACES
                   PERFORM ELIMINATE-INTERCOMPANY-LINE
               END-IF
               ADD 1 TO LINES-CONSOLIDATED
           END-IF
           EXIT.

      * A stamped line is taken as stamped.  An unstamped one is
      * resolved as CALCULATOR would have stamped it.
       RESOLVE-LINE-ENTITY SECTION.
           MOVE JRNL-ENTITY         TO LINE-ENTITY
           MOVE JRNL-COUNTER-ENTITY TO LINE-COUNTER-ENTITY
           IF LINE-ENTITY = SPACES
               MOVE SPACES TO ACCOUNT-ENTITY
               MOVE SPACES TO CENTER-ENTITY
               IF ACCTMAST-AVAILABLE AND JRNL-ACCOUNT-ID NOT = SPACES
                   MOVE JRNL-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                   READ ACCOUNT-MASTER-FILE
                       NOT INVALID KEY
                           MOVE ACCT-ENTITY TO ACCOUNT-ENTITY
                   END-READ
               END-IF
               IF CCMAST-AVAILABLE AND JRNL-COST-CENTER NOT = SPACES
                   MOVE JRNL-COST-CENTER TO CCM-COST-CENTER
                   READ COST-CENTER-FILE
                       NOT INVALID KEY
                           MOVE CCM-ENTITY TO CENTER-ENTITY
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN ACCOUNT-ENTITY NOT = SPACES
                       MOVE ACCOUNT-ENTITY TO LINE-ENTITY
                   WHEN CENTER-ENTITY NOT = SPACES
                       MOVE CENTER-ENTITY TO LINE-ENTITY
                   WHEN OTHER
                       MOVE HOME-ENTITY TO LINE-ENTITY
               END-EVALUATE
               IF CENTER-ENTITY NOT = SPACES
                       AND CENTER-ENTITY NOT = LINE-ENTITY
                   MOVE CENTER-ENTITY TO LINE-COUNTER-ENTITY
               END-IF
           END-IF
           IF LINE-COUNTER-ENTITY = LINE-ENTITY
               MOVE SPACES TO LINE-COUNTER-ENTITY
           END-IF
           EXIT.

       FIND-MAPPING-ROW SECTION.
           MOVE 0 TO CLIMB-DEPTH
           MOVE 'N' TO CLIMB-DONE-SWITCH
           PERFORM TRY-MAPPING-LEVEL
               UNTIL MAP-FOUND OR CLIMB-DONE
                   OR CLIMB-DEPTH >= 10
           EXIT.

       TRY-MAPPING-LEVEL SECTION.
           MOVE 'N' TO MAP-FOUND-SWITCH
           SET MAP-IDX TO 1
           PERFORM MATCH-MAPPING-ROW
               UNTIL MAP-IDX > MAP-ENTRIES-USED OR MAP-FOUND
           IF NOT MAP-FOUND
               IF CCMAST-AVAILABLE
                       AND MAP-LOOKUP-CENTER NOT = SPACES
                   MOVE MAP-LOOKUP-CENTER TO CCM-COST-CENTER
                   READ COST-CENTER-FILE
                       INVALID KEY
                           SET CLIMB-DONE TO TRUE
                       NOT INVALID KEY
                           IF CCM-PARENT = SPACES
                               SET CLIMB-DONE TO TRUE
                           ELSE
                               MOVE CCM-PARENT
                                   TO MAP-LOOKUP-CENTER
                               ADD 1 TO CLIMB-DEPTH
                           END-IF
                   END-READ
               ELSE
                   SET CLIMB-DONE TO TRUE
               END-IF
           END-IF
           EXIT.

       MATCH-MAPPING-ROW SECTION.
           IF MAP-OPERATION(MAP-IDX) = MAP-LOOKUP-OPERATION
                   AND (MAP-COST-CENTER(MAP-IDX)
                           = MAP-LOOKUP-CENTER
                       OR MAP-COST-CENTER(MAP-IDX) = "****")
               SET MAP-FOUND TO TRUE
           ELSE
               SET MAP-IDX UP BY 1
           END-IF
           EXIT.

       POST-LINE-TO-ENTITY SECTION.
           MOVE LINE-ENTITY     TO LOOKUP-ENTITY
           MOVE LINE-DR-ACCOUNT TO LOOKUP-ACCOUNT
           PERFORM FIND-BALANCE-ROW
           IF ROW-FOUND
               ADD RESULT-MAGNITUDE TO ROW-DEBITS(ROW-SUB)
           END-IF
           MOVE LINE-CR-ACCOUNT TO LOOKUP-ACCOUNT
           PERFORM FIND-BALANCE-ROW
           IF ROW-FOUND
               ADD RESULT-MAGNITUDE TO ROW-CREDITS(ROW-SUB)
           END-IF
           EXIT.

      * The elimination reverses the line in the books of the
      * entity that carries it: its debit leg is credited back and
      * its credit leg debited back.  A transfer between two
      * entities journals a leg in each, so both sides of the
      * intercompany balance come out.
       ELIMINATE-INTERCOMPANY-LINE SECTION.
           ADD 1 TO LINES-INTERCOMPANY
           MOVE RESULT-MAGNITUDE TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  " DELIMITED BY SIZE
               LINE-ENTITY DELIMITED BY SIZE
               " WITH " DELIMITED BY SIZE
               LINE-COUNTER-ENTITY DELIMITED BY SIZE
               "  REF " DELIMITED BY SIZE
               JRNL-REFERENCE DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               JRNL-ACCOUNT-ID DELIMITED BY SIZE
               "  DR " DELIMITED BY SIZE
               LINE-DR-ACCOUNT DELIMITED BY SIZE
               "  CR " DELIMITED BY SIZE
               LINE-CR-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LINE-ENTITY     TO LOOKUP-ENTITY
           MOVE LINE-CR-ACCOUNT TO LOOKUP-ACCOUNT
           PERFORM FIND-BALANCE-ROW
           IF ROW-FOUND
               ADD RESULT-MAGNITUDE TO ROW-ELIM-DEBITS(ROW-SUB)
           END-IF
           MOVE LINE-CR-ACCOUNT TO ELIM-ACCOUNT
           MOVE "D" TO ELIM-DC-INDICATOR
           PERFORM WRITE-ELIMINATION-LEG
           ADD RESULT-MAGNITUDE TO ELIM-DEBIT-TOTAL
           MOVE LINE-DR-ACCOUNT TO LOOKUP-ACCOUNT
           PERFORM FIND-BALANCE-ROW
           IF ROW-FOUND
               ADD RESULT-MAGNITUDE TO ROW-ELIM-CREDITS(ROW-SUB)
           END-IF
           MOVE LINE-DR-ACCOUNT TO ELIM-ACCOUNT
           MOVE "C" TO ELIM-DC-INDICATOR
           PERFORM WRITE-ELIMINATION-LEG
           ADD RESULT-MAGNITUDE TO ELIM-CREDIT-TOTAL
           EXIT.

       WRITE-ELIMINATION-LEG SECTION.
           MOVE LINE-ENTITY         TO ELIM-ENTITY
           MOVE LINE-COUNTER-ENTITY TO ELIM-COUNTER-ENTITY
           MOVE RESULT-MAGNITUDE    TO ELIM-AMOUNT
           MOVE JRNL-RUN-DATE       TO ELIM-POSTING-DATE
           MOVE JRNL-REFERENCE      TO ELIM-REFERENCE
           MOVE JRNL-COST-CENTER    TO ELIM-COST-CENTER
           WRITE ELIMINATION-RECORD
           EXIT.

      * Finds LOOKUP-KEY's row, opening it in key order if it is
      * new.  ROW-FOUND is off only when the table is full.
       FIND-BALANCE-ROW SECTION.
           MOVE 'N' TO ROW-FOUND-SWITCH
           MOVE 'N' TO ROW-PLACED-SWITCH
           MOVE 1 TO ROW-SUB
           PERFORM STEP-BALANCE-ROW UNTIL ROW-PLACED
           IF ROW-SUB NOT > ROWS-USED
               IF ROW-KEY(ROW-SUB) = LOOKUP-KEY
                   SET ROW-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT ROW-FOUND
               IF ROWS-USED < 2000
                   PERFORM OPEN-BALANCE-ROW
                   SET ROW-FOUND TO TRUE
               ELSE
                   PERFORM REPORT-TABLE-FULL
               END-IF
           END-IF
           EXIT.

       STEP-BALANCE-ROW SECTION.
           IF ROW-SUB > ROWS-USED
               SET ROW-PLACED TO TRUE
           ELSE
               IF ROW-KEY(ROW-SUB) NOT < LOOKUP-KEY
                   SET ROW-PLACED TO TRUE
               ELSE
                   ADD 1 TO ROW-SUB
               END-IF
           END-IF
           EXIT.

       OPEN-BALANCE-ROW SECTION.
           PERFORM SHIFT-BALANCE-ROW
               VARYING SHIFT-SUB FROM ROWS-USED BY -1
               UNTIL SHIFT-SUB < ROW-SUB
           ADD 1 TO ROWS-USED
           MOVE LOOKUP-KEY TO ROW-KEY(ROW-SUB)
           MOVE 0 TO ROW-DEBITS(ROW-SUB)
           MOVE 0 TO ROW-CREDITS(ROW-SUB)
           MOVE 0 TO ROW-ELIM-DEBITS(ROW-SUB)
           MOVE 0 TO ROW-ELIM-CREDITS(ROW-SUB)
           EXIT.

       SHIFT-BALANCE-ROW SECTION.
           COMPUTE NEXT-SUB = SHIFT-SUB + 1
           MOVE BALANCE-ROW(SHIFT-SUB) TO BALANCE-ROW(NEXT-SUB)
           EXIT.

       REPORT-TABLE-FULL SECTION.
           IF NOT TABLE-FULL
               DISPLAY "consol: more entity/GL account rows than the "
                   "tables carry -- consolidation incomplete"
               SET TABLE-FULL TO TRUE
           END-IF
           EXIT.

      * The same key-order insertion for the group table, keyed on
      * the GL account alone.
       FIND-GROUP-ROW SECTION.
           MOVE 'N' TO ROW-FOUND-SWITCH
           MOVE 'N' TO ROW-PLACED-SWITCH
           MOVE 1 TO GROUP-SUB
           PERFORM STEP-GROUP-ROW UNTIL ROW-PLACED
           IF GROUP-SUB NOT > GROUPS-USED
               IF GROUP-ACCOUNT(GROUP-SUB) = LOOKUP-ACCOUNT
                   SET ROW-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT ROW-FOUND
               IF GROUPS-USED < 500
                   PERFORM SHIFT-GROUP-ROW
                       VARYING SHIFT-SUB FROM GROUPS-USED BY -1
                       UNTIL SHIFT-SUB < GROUP-SUB
                   ADD 1 TO GROUPS-USED
                   MOVE LOOKUP-ACCOUNT TO GROUP-ACCOUNT(GROUP-SUB)
                   MOVE 0 TO GROUP-NET(GROUP-SUB)
                   MOVE 0 TO GROUP-ELIM-NET(GROUP-SUB)
                   SET ROW-FOUND TO TRUE
               ELSE
                   PERFORM REPORT-TABLE-FULL
               END-IF
           END-IF
           EXIT.

       STEP-GROUP-ROW SECTION.
           IF GROUP-SUB > GROUPS-USED
               SET ROW-PLACED TO TRUE
           ELSE
               IF GROUP-ACCOUNT(GROUP-SUB) NOT < LOOKUP-ACCOUNT
                   SET ROW-PLACED TO TRUE
               ELSE
                   ADD 1 TO GROUP-SUB
               END-IF
           END-IF
           EXIT.

       SHIFT-GROUP-ROW SECTION.
           COMPUTE NEXT-SUB = SHIFT-SUB + 1
           MOVE GROUP-ROW(SHIFT-SUB) TO GROUP-ROW(NEXT-SUB)
           EXIT.

      *****************************************************************
      *  Report: entity trial balances, eliminations, consolidation.
      *****************************************************************
       PRINT-ENTITY-BALANCES SECTION.
           MOVE SPACES TO CURRENT-ENTITY
           PERFORM PRINT-BALANCE-ROW
               VARYING ROW-SUB FROM 1 BY 1
               UNTIL ROW-SUB > ROWS-USED
           IF ROWS-USED > 0
               PERFORM CLOSE-ENTITY-BALANCE
           END-IF
           EXIT.

       PRINT-BALANCE-ROW SECTION.
           IF ROW-SUB = 1
               PERFORM OPEN-ENTITY-BALANCE
           ELSE
               IF ROW-ENTITY(ROW-SUB) NOT = CURRENT-ENTITY
                   PERFORM CLOSE-ENTITY-BALANCE
                   PERFORM OPEN-ENTITY-BALANCE
               END-IF
           END-IF
           COMPUTE ROW-NET = ROW-DEBITS(ROW-SUB) - ROW-CREDITS(ROW-SUB)
           ADD ROW-DEBITS(ROW-SUB)  TO ENTITY-DEBIT-TOTAL
           ADD ROW-CREDITS(ROW-SUB) TO ENTITY-CREDIT-TOTAL
           MOVE ROW-DEBITS(ROW-SUB)  TO AMOUNT-EDIT
           MOVE ROW-CREDITS(ROW-SUB) TO AMOUNT-EDIT-2
           MOVE ROW-NET              TO AMOUNT-EDIT-3
           MOVE SPACES TO REPORT-WORK
           STRING "  " DELIMITED BY SIZE
               ROW-ACCOUNT(ROW-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ROW-ACCOUNT(ROW-SUB) TO LOOKUP-ACCOUNT
           PERFORM FIND-GROUP-ROW
           IF ROW-FOUND
               ADD ROW-NET TO GROUP-NET(GROUP-SUB)
               COMPUTE GROUP-ELIM-NET(GROUP-SUB) =
                   GROUP-ELIM-NET(GROUP-SUB)
                   + ROW-ELIM-DEBITS(ROW-SUB)
                   - ROW-ELIM-CREDITS(ROW-SUB)
           END-IF
           EXIT.

       OPEN-ENTITY-BALANCE SECTION.
           MOVE ROW-ENTITY(ROW-SUB) TO CURRENT-ENTITY
           ADD 1 TO ENTITIES-REPORTED
           MOVE 0 TO ENTITY-DEBIT-TOTAL
           MOVE 0 TO ENTITY-CREDIT-TOTAL
           PERFORM SET-ENTITY-LABEL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "TRIAL BALANCE -- ENTITY " DELIMITED BY SIZE
               ENTITY-LABEL DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  GL ACCT           DEBITS           CREDITS"
               TO REPORT-WORK
           MOVE "              NET" TO REPORT-WORK(45:17)
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       CLOSE-ENTITY-BALANCE SECTION.
           COMPUTE ROW-NET = ENTITY-DEBIT-TOTAL - ENTITY-CREDIT-TOTAL
           MOVE ENTITY-DEBIT-TOTAL  TO AMOUNT-EDIT
           MOVE ENTITY-CREDIT-TOTAL TO AMOUNT-EDIT-2
           MOVE ROW-NET             TO AMOUNT-EDIT-3
           MOVE SPACES TO REPORT-WORK
           STRING "  TOTAL     " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           IF ENTITY-DEBIT-TOTAL = ENTITY-CREDIT-TOTAL
               STRING "  ENTITY " DELIMITED BY SIZE
                   ENTITY-LABEL DELIMITED BY "  "
                   " IN BALANCE" DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "  *** ENTITY " DELIMITED BY SIZE
                   ENTITY-LABEL DELIMITED BY "  "
                   " OUT OF BALANCE ***" DELIMITED BY SIZE
                   INTO REPORT-WORK
               ADD 1 TO ENTITIES-OUT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Lines no master or home entity could place are shown as
      * unassigned rather than under a blank heading.
       SET-ENTITY-LABEL SECTION.
           IF CURRENT-ENTITY = SPACES
               MOVE "(UNASSIGNED)" TO ENTITY-LABEL
           ELSE
               MOVE CURRENT-ENTITY TO ENTITY-LABEL
           END-IF
           EXIT.

       PRINT-ELIMINATIONS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ELIMINATIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  ENTITY GL ACCT           DEBITS           CREDITS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-ELIMINATION-ROW
               VARYING ROW-SUB FROM 1 BY 1
               UNTIL ROW-SUB > ROWS-USED
           MOVE ELIM-DEBIT-TOTAL  TO AMOUNT-EDIT
           MOVE ELIM-CREDIT-TOTAL TO AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "  TOTAL            " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF ELIM-DEBIT-TOTAL = ELIM-CREDIT-TOTAL
               MOVE "  ELIMINATIONS IN BALANCE" TO REPORT-LINE
           ELSE
               MOVE "  *** ELIMINATIONS OUT OF BALANCE ***"
                   TO REPORT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           WRITE REPORT-LINE
           EXIT.

       PRINT-ELIMINATION-ROW SECTION.
           IF ROW-ELIM-DEBITS(ROW-SUB) NOT = 0
                   OR ROW-ELIM-CREDITS(ROW-SUB) NOT = 0
               MOVE ROW-ELIM-DEBITS(ROW-SUB)  TO AMOUNT-EDIT
               MOVE ROW-ELIM-CREDITS(ROW-SUB) TO AMOUNT-EDIT-2
               MOVE SPACES TO REPORT-WORK
               STRING "  " DELIMITED BY SIZE
                   ROW-ENTITY(ROW-SUB) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   ROW-ACCOUNT(ROW-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       PRINT-CONSOLIDATED-BALANCE SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONSOLIDATED TRIAL BALANCE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  GL ACCT     ENTITIES NET      ELIMINATIONS"
               TO REPORT-WORK
           MOVE "     CONSOLIDATED" TO REPORT-WORK(45:17)
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-GROUP-ROW
               VARYING GROUP-SUB FROM 1 BY 1
               UNTIL GROUP-SUB > GROUPS-USED
           MOVE GROUP-NET-TOTAL    TO AMOUNT-EDIT
           MOVE GROUP-ELIM-TOTAL   TO AMOUNT-EDIT-2
           MOVE CONSOLIDATED-TOTAL TO AMOUNT-EDIT-3
           MOVE SPACES TO REPORT-WORK
           STRING "  TOTAL     " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       PRINT-GROUP-ROW SECTION.
           COMPUTE CONSOLIDATED-NET =
               GROUP-NET(GROUP-SUB) + GROUP-ELIM-NET(GROUP-SUB)
           ADD GROUP-NET(GROUP-SUB)      TO GROUP-NET-TOTAL
           ADD GROUP-ELIM-NET(GROUP-SUB) TO GROUP-ELIM-TOTAL
           ADD CONSOLIDATED-NET          TO CONSOLIDATED-TOTAL
           MOVE GROUP-NET(GROUP-SUB)      TO AMOUNT-EDIT
           MOVE GROUP-ELIM-NET(GROUP-SUB) TO AMOUNT-EDIT-2
           MOVE CONSOLIDATED-NET          TO AMOUNT-EDIT-3
           MOVE SPACES TO REPORT-WORK
           STRING "  " DELIMITED BY SIZE
               GROUP-ACCOUNT(GROUP-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       PRINT-RUN-COUNTS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LINES-CONSOLIDATED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "JOURNAL LINES CONSOLIDATED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LINES-INTERCOMPANY TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "INTERCOMPANY LINES ELIMINATED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LINES-UNMAPPED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "JOURNAL LINES UNMAPPED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ENTITIES-REPORTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ENTITIES REPORTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF ENTITIES-OUT > 0
               MOVE ENTITIES-OUT TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "*** ENTITIES OUT OF BALANCE: " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF TABLE-FULL
               MOVE "*** TABLES FULL -- CONSOLIDATION INCOMPLETE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.
