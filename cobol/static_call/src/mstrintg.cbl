       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRINTG.

      *****************************************************************
      *  MSTRINTG checks the links between the masters.  REORGMST
      *  verifies each indexed master on its own; the masters also
      *  point at each other, and a row whose partner has gone
      *  (or never existed) is found here instead of by the job
      *  that trips over it.  The rules, one report line per
      *  orphan or loop found:
      *
      *    R01 BALANCE   account not on ACCTMAST
      *    R02 HOLDMAST  hold on an account not on ACCTMAST
      *    R03 AUTHMAST  operator not on OPERMAST
      *    R04 LIMITMST  operator not on OPERMAST
      *    R05 CCMAST    CCM-PARENT not on CCMAST (dangling)
      *    R06 CCMAST    CCM-PARENT chain loops -- the center is
      *        in the loop itself, or its chain runs up into one
      *    R07 ALLOCMST  cost center not on CCMAST
      *    R08 BUDGMAST  cost center not on CCMAST
      *    R09 AMSCHED   schedule reference never on the journal
      *    R10 AMSCHED   installments with no position row (000)
      *    R11 AMSCHED   position row's account not on ACCTMAST
      *
      *  R09 sorts every reference on the journal concatenation
      *  (archive, history and the generations -- a schedule's
      *  opening line may be years old) and matches it against
      *  the schedule master in key order.
      *
      *  A master not on hand leaves its rules unchecked, marked
      *  so in the closing counts.
      *
      *  RETURN-CODE 0 every link holds; 4 a master was not on
      *  hand or the cost-center chart outgrew the table, so some
      *  rules went unchecked; 8 at least one orphan or loop;
      *  12 a master could not be opened.  The month-end stream
      *  runs this first and stops on 8 or worse.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-ACCOUNT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUTH-OPERATOR-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT LIMIT-MASTER-FILE ASSIGN TO "LIMITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIM-OPERATOR-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT COST-CENTER-FILE ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CCM-COST-CENTER
               FILE STATUS IS MASTER-STATUS.
           SELECT ALLOC-MASTER-FILE ASSIGN TO "ALLOCMST"
               FILE STATUS IS MASTER-STATUS.
           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUDG-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT AMORT-SCHEDULE-FILE ASSIGN TO "AMSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMS-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT REPORT-FILE ASSIGN TO "INTGRPT".

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       FD BALANCE-FILE.
       COPY balrec.

       FD HOLD-MASTER-FILE.
       COPY holdrec.

       FD AUTHORIZATION-FILE.
       COPY authrec.

       FD LIMIT-MASTER-FILE.
       01 LIMIT-MASTER-RECORD.
           05 LIM-OPERATOR-ID PIC X(08).
           05 LIM-SINGLE-MAX  PIC S9(9)V99.
           05 LIM-DAILY-MAX   PIC S9(9)V99.

       FD COST-CENTER-FILE.
       COPY ccmast.

       FD ALLOC-MASTER-FILE.
       01 ALLOC-MASTER-RECORD.
           05 ALM-ALLOC-CODE  PIC X(04).
           05 ALM-COST-CENTER PIC X(04).
           05 ALM-PERCENT     PIC 9(3)V99.

       FD BUDGET-MASTER-FILE.
       01 BUDGET-MASTER-RECORD.
           05 BUDG-KEY.
               10 BUDG-COST-CENTER PIC X(04).
               10 BUDG-PERIOD      PIC 9(06).
           05 BUDG-AMOUNT PIC 9(9)V99.

       FD AMORT-SCHEDULE-FILE.
       COPY amsched.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-REFERENCE PIC X(10).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 ACCOUNT-STATUS  PIC X(02).
       01 OPERATOR-STATUS PIC X(02).
       01 MASTER-STATUS   PIC X(02).
       01 JOURNAL-STATUS  PIC X(02).
       01 MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.
       01 JOURNAL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-EOF VALUE 'Y'.
       01 SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.

       01 ACCOUNT-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 ACCOUNT-MASTER-OPEN VALUE 'Y'.
       01 OPERATOR-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 OPERATOR-MASTER-OPEN VALUE 'Y'.
       01 CENTERS-LOADED-SWITCH PIC X(01) VALUE 'N'.
           88 CENTERS-LOADED VALUE 'Y'.
       01 JOURNAL-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-OPEN VALUE 'Y'.
       01 RECORD-FOUND-SWITCH PIC X(01).
           88 RECORD-FOUND VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-SEVERITY PIC 9(02) VALUE 0.
       01 NEW-SEVERITY PIC 9(02).
       01 CHECK-FILE-NAME PIC X(08).
       01 CHECK-STATUS    PIC X(02).

      *****************************************************************
      *  The rules, in report order: the file each one reads and
      *  what a finding under it means.  RULE-COUNT-ENTRY keeps,
      *  by the same number, whether the rule could be checked,
      *  how many rows it looked at and how many it found.
      *****************************************************************
       01 RULE-RAW.
           05 FILLER PIC X(48) VALUE
               "BALANCE ACCOUNT NOT ON ACCTMAST".
           05 FILLER PIC X(48) VALUE
               "HOLDMASTHOLD ON AN ACCOUNT NOT ON ACCTMAST".
           05 FILLER PIC X(48) VALUE
               "AUTHMASTOPERATOR NOT ON OPERMAST".
           05 FILLER PIC X(48) VALUE
               "LIMITMSTOPERATOR NOT ON OPERMAST".
           05 FILLER PIC X(48) VALUE
               "CCMAST  PARENT NOT ON CCMAST".
           05 FILLER PIC X(48) VALUE
               "CCMAST  PARENT CHAIN LOOPS".
           05 FILLER PIC X(48) VALUE
               "ALLOCMSTCOST CENTER NOT ON CCMAST".
           05 FILLER PIC X(48) VALUE
               "BUDGMASTCOST CENTER NOT ON CCMAST".
           05 FILLER PIC X(48) VALUE
               "AMSCHED REFERENCE NEVER ON THE JOURNAL".
           05 FILLER PIC X(48) VALUE
               "AMSCHED INSTALLMENTS WITH NO POSITION ROW".
           05 FILLER PIC X(48) VALUE
               "AMSCHED POSITION ACCOUNT NOT ON ACCTMAST".
       01 RULE-TABLE REDEFINES RULE-RAW.
           05 RULE-ENTRY OCCURS 11 TIMES.
               10 RULE-FILE PIC X(08).
               10 RULE-TEXT PIC X(40).
       01 RULE-COUNT-TABLE.
           05 RULE-COUNT-ENTRY OCCURS 11 TIMES.
               10 RULE-CHECKED-SWITCH PIC X(01).
                   88 RULE-CHECKED VALUE 'Y'.
               10 RULE-ROWS     PIC 9(08) COMP.
               10 RULE-FINDINGS PIC 9(08) COMP.
       01 RULE-COUNT PIC 9(02) COMP VALUE 11.
       01 RULE-SUB   PIC 9(02) COMP.

       01 FINDING-RULE   PIC 9(02).
       01 FINDING-KEY    PIC X(20).
       01 FINDING-DETAIL PIC X(40).
       01 FINDINGS-TOTAL PIC 9(08) COMP VALUE 0.

      *****************************************************************
      *  The cost-center chart, held for the parent walk and for
      *  the ALLOCMST/BUDGMAST look-ups.  A chart larger than the
      *  table leaves the CCMAST-based rules unchecked rather than
      *  reporting centers it never loaded as missing.
      *****************************************************************
       01 CENTER-TABLE.
           05 CENTER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CENTER-IDX FIND-IDX.
               10 CENTER-CODE   PIC X(04).
               10 CENTER-PARENT PIC X(04).
       01 CENTERS-USED PIC 9(04) COMP VALUE 0.
       01 CENTER-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
           88 CENTER-OVERFLOWED VALUE 'Y'.
       01 WANTED-CODE PIC X(04).
       01 CLIMB-CODE  PIC X(04).
       01 CLIMB-STEPS PIC 9(04) COMP.
       01 CLIMB-DONE-SWITCH PIC X(01).
           88 CLIMB-DONE VALUE 'Y'.

       01 LAST-SCHEDULE-REF PIC X(10).
       01 HELD-REFERENCE    PIC X(10).
       01 JOURNAL-LINES-SORTED PIC 9(08) COMP VALUE 0.

       01 COUNT-EDIT   PIC ZZZZZZZ9.
       01 COUNT-EDIT-2 PIC ZZZZZZZ9.
       01 RULE-NO-EDIT PIC 9(02).
       01 REPORT-WORK  PIC X(132).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE RULE-COUNT-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "MASTER FILE REFERENTIAL INTEGRITY CHECK  RUN "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RULE FILE     KEY                  PROBLEM"
               TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT ACCOUNT-MASTER-FILE
           MOVE "ACCTMAST" TO CHECK-FILE-NAME
           MOVE ACCOUNT-STATUS TO CHECK-STATUS
           PERFORM NOTE-OPEN-STATUS
           IF ACCOUNT-STATUS = "00"
               SET ACCOUNT-MASTER-OPEN TO TRUE
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           MOVE "OPERMAST" TO CHECK-FILE-NAME
           MOVE OPERATOR-STATUS TO CHECK-STATUS
           PERFORM NOTE-OPEN-STATUS
           IF OPERATOR-STATUS = "00"
               SET OPERATOR-MASTER-OPEN TO TRUE
           END-IF
           PERFORM CHECK-BALANCE-ACCOUNTS
           PERFORM CHECK-HOLD-ACCOUNTS
           PERFORM CHECK-AUTH-OPERATORS
           PERFORM CHECK-LIMIT-OPERATORS
           PERFORM LOAD-COST-CENTERS
           PERFORM CHECK-CENTER-PARENTS
           PERFORM CHECK-ALLOC-CENTERS
           PERFORM CHECK-BUDGET-CENTERS
           PERFORM CHECK-AMORT-SCHEDULES
           IF ACCOUNT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF OPERATOR-MASTER-OPEN
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           PERFORM WRITE-RULE-COUNTS
           CLOSE REPORT-FILE
           MOVE FINDINGS-TOTAL TO COUNT-EDIT
           DISPLAY "integrity findings: " COUNT-EDIT
           IF RUN-SEVERITY > 4
               DISPLAY "masters have orphans or loops -- see INTGRPT"
           END-IF
           MOVE RUN-SEVERITY TO RETURN-CODE
           GOBACK
           .

      * Status 35 is a master not on hand: its rules go unchecked
      * (RC 4).  Anything else but 00 is a master that is there and
      * will not open (RC 12).
       NOTE-OPEN-STATUS SECTION.
           IF CHECK-STATUS NOT = "00"
               MOVE SPACES TO REPORT-WORK
               IF CHECK-STATUS = "35"
                   STRING "     " DELIMITED BY SIZE
                       CHECK-FILE-NAME DELIMITED BY SIZE
                       " NOT ON HAND -- ITS RULES NOT CHECKED"
                           DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE 4 TO NEW-SEVERITY
               ELSE
                   STRING "     " DELIMITED BY SIZE
                       CHECK-FILE-NAME DELIMITED BY SIZE
                       " COULD NOT BE OPENED, STATUS "
                           DELIMITED BY SIZE
                       CHECK-STATUS DELIMITED BY SIZE
                       INTO REPORT-WORK
                   DISPLAY "unable to open " CHECK-FILE-NAME
                       ", status " CHECK-STATUS
                   MOVE 12 TO NEW-SEVERITY
               END-IF
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM RAISE-SEVERITY
           END-IF
           EXIT.

       RAISE-SEVERITY SECTION.
           IF NEW-SEVERITY > RUN-SEVERITY
               MOVE NEW-SEVERITY TO RUN-SEVERITY
           END-IF
           EXIT.

       WRITE-FINDING SECTION.
           MOVE FINDING-RULE TO RULE-SUB
           ADD 1 TO RULE-FINDINGS(RULE-SUB)
           ADD 1 TO FINDINGS-TOTAL
           MOVE FINDING-RULE TO RULE-NO-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "R" DELIMITED BY SIZE
               RULE-NO-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RULE-FILE(RULE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FINDING-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RULE-TEXT(RULE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FINDING-DETAIL DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 8 TO NEW-SEVERITY
           PERFORM RAISE-SEVERITY
           EXIT.

       LOOK-UP-ACCOUNT SECTION.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ
           EXIT.

       LOOK-UP-OPERATOR SECTION.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ
           EXIT.

      *****************************************************************
      *  R01 / R02: balances and holds against the account master.
      *****************************************************************
       CHECK-BALANCE-ACCOUNTS SECTION.
           IF ACCOUNT-MASTER-OPEN
               OPEN INPUT BALANCE-FILE
               MOVE "BALANCE" TO CHECK-FILE-NAME
               MOVE MASTER-STATUS TO CHECK-STATUS
               PERFORM NOTE-OPEN-STATUS
               IF MASTER-STATUS = "00"
                   SET RULE-CHECKED(1) TO TRUE
                   MOVE 'N' TO MASTER-EOF-SWITCH
                   PERFORM CHECK-ONE-BALANCE UNTIL MASTER-EOF
                   CLOSE BALANCE-FILE
               END-IF
           END-IF
           EXIT.

       CHECK-ONE-BALANCE SECTION.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RULE-ROWS(1)
                   MOVE BAL-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                   PERFORM LOOK-UP-ACCOUNT
                   IF NOT RECORD-FOUND
                       MOVE 1 TO FINDING-RULE
                       MOVE BAL-ACCOUNT-ID TO FINDING-KEY
                       MOVE SPACES TO FINDING-DETAIL
                       PERFORM WRITE-FINDING
                   END-IF
           END-READ
           EXIT.

       CHECK-HOLD-ACCOUNTS SECTION.
           IF ACCOUNT-MASTER-OPEN
               OPEN INPUT HOLD-MASTER-FILE
               MOVE "HOLDMAST" TO CHECK-FILE-NAME
               MOVE MASTER-STATUS TO CHECK-STATUS
               PERFORM NOTE-OPEN-STATUS
               IF MASTER-STATUS = "00"
                   SET RULE-CHECKED(2) TO TRUE
                   MOVE 'N' TO MASTER-EOF-SWITCH
                   PERFORM CHECK-ONE-HOLD UNTIL MASTER-EOF
                   CLOSE HOLD-MASTER-FILE
               END-IF
           END-IF
           EXIT.

       CHECK-ONE-HOLD SECTION.
           READ HOLD-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RULE-ROWS(2)
                   MOVE HLD-ACCOUNT-ID TO ACCT-ACCOUNT-ID
                   PERFORM LOOK-UP-ACCOUNT
                   IF NOT RECORD-FOUND
                       MOVE 2 TO FINDING-RULE
                       MOVE HLD-ACCOUNT-ID TO FINDING-KEY
                       MOVE SPACES TO FINDING-DETAIL
                       IF HLD-HOLD-ACTIVE
                           MOVE "(HOLD ACTIVE)" TO FINDING-DETAIL
                       END-IF
                       PERFORM WRITE-FINDING
                   END-IF
           END-READ
           EXIT.

      *****************************************************************
      *  R03 / R04: authorizations and limits against the operator
      *  master.
      *****************************************************************
       CHECK-AUTH-OPERATORS SECTION.
           IF OPERATOR-MASTER-OPEN
               OPEN INPUT AUTHORIZATION-FILE
               MOVE "AUTHMAST" TO CHECK-FILE-NAME
               MOVE MASTER-STATUS TO CHECK-STATUS
               PERFORM NOTE-OPEN-STATUS
               IF MASTER-STATUS = "00"
                   SET RULE-CHECKED(3) TO TRUE
                   MOVE 'N' TO MASTER-EOF-SWITCH
                   PERFORM CHECK-ONE-AUTHORIZATION UNTIL MASTER-EOF
                   CLOSE AUTHORIZATION-FILE
               END-IF
           END-IF
           EXIT.

       CHECK-ONE-AUTHORIZATION SECTION.
           READ AUTHORIZATION-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RULE-ROWS(3)
                   MOVE AUTH-OPERATOR-ID TO OPM-OPERATOR-ID
                   PERFORM LOOK-UP-OPERATOR
                   IF NOT RECORD-FOUND
                       MOVE 3 TO FINDING-RULE
                       MOVE AUTH-OPERATOR-ID TO FINDING-KEY
                       MOVE SPACES TO FINDING-DETAIL
                       STRING "OPS " DELIMITED BY SIZE
                           AUTH-PERMITTED-OPS DELIMITED BY SIZE
                           INTO FINDING-DETAIL
                       PERFORM WRITE-FINDING
                   END-IF
           END-READ
           EXIT.

       CHECK-LIMIT-OPERATORS SECTION.
           IF OPERATOR-MASTER-OPEN
               OPEN INPUT LIMIT-MASTER-FILE
               MOVE "LIMITMST" TO CHECK-FILE-NAME
               MOVE MASTER-STATUS TO CHECK-STATUS
               PERFORM NOTE-OPEN-STATUS
               IF MASTER-STATUS = "00"
                   SET RULE-CHECKED(4) TO TRUE
                   MOVE 'N' TO MASTER-EOF-SWITCH
                   PERFORM CHECK-ONE-LIMIT UNTIL MASTER-EOF
                   CLOSE LIMIT-MASTER-FILE
               END-IF
           END-IF
           EXIT.

       CHECK-ONE-LIMIT SECTION.
           READ LIMIT-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RULE-ROWS(4)
                   MOVE LIM-OPERATOR-ID TO OPM-OPERATOR-ID
                   PERFORM LOOK-UP-OPERATOR
                   IF NOT RECORD-FOUND
                       MOVE 4 TO FINDING-RULE
                       MOVE LIM-OPERATOR-ID TO FINDING-KEY
                       MOVE SPACES TO FINDING-DETAIL
                       PERFORM WRITE-FINDING
                   END-IF
           END-READ
           EXIT.

      *****************************************************************
      *  R05 - R08: the cost-center chart and what names it.
      *****************************************************************
       LOAD-COST-CENTERS SECTION.
           OPEN INPUT COST-CENTER-FILE
           MOVE "CCMAST" TO CHECK-FILE-NAME
           MOVE MASTER-STATUS TO CHECK-STATUS
           PERFORM NOTE-OPEN-STATUS
           IF MASTER-STATUS = "00"
               MOVE 'N' TO MASTER-EOF-SWITCH
               PERFORM LOAD-ONE-CENTER
                   UNTIL MASTER-EOF OR CENTER-OVERFLOWED
               CLOSE COST-CENTER-FILE
               IF CENTER-OVERFLOWED
                   MOVE "     CCMAST HOLDS MORE THAN 500 CENTERS -- "
                       & "ITS RULES NOT CHECKED" TO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "cost-center table full -- CCMAST "
                       "rules not checked"
                   MOVE 4 TO NEW-SEVERITY
                   PERFORM RAISE-SEVERITY
               ELSE
                   SET CENTERS-LOADED TO TRUE
               END-IF
           END-IF
           EXIT.

       LOAD-ONE-CENTER SECTION.
           READ COST-CENTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF CENTERS-USED < 500
                       ADD 1 TO CENTERS-USED
                       SET CENTER-IDX TO CENTERS-USED
                       MOVE CCM-COST-CENTER
                           TO CENTER-CODE(CENTER-IDX)
                       MOVE CCM-PARENT TO CENTER-PARENT(CENTER-IDX)
                   ELSE
                       SET CENTER-OVERFLOWED TO TRUE
                   END-IF
           END-READ
           EXIT.

      * Leaves FIND-IDX on WANTED-CODE's entry when RECORD-FOUND.
       FIND-CENTER SECTION.
           MOVE 'N' TO RECORD-FOUND-SWITCH
           SET FIND-IDX TO 1
           PERFORM SCAN-CENTER-TABLE
               UNTIL FIND-IDX > CENTERS-USED OR RECORD-FOUND
           EXIT.

       SCAN-CENTER-TABLE SECTION.
           IF CENTER-CODE(FIND-IDX) = WANTED-CODE
               SET RECORD-FOUND TO TRUE
           ELSE
               SET FIND-IDX UP BY 1
           END-IF
           EXIT.

       CHECK-CENTER-PARENTS SECTION.
           IF CENTERS-LOADED
               SET RULE-CHECKED(5) TO TRUE
               SET RULE-CHECKED(6) TO TRUE
               SET CENTER-IDX TO 1
               PERFORM CHECK-ONE-PARENT
                   UNTIL CENTER-IDX > CENTERS-USED
           END-IF
           EXIT.

      * The chain is walked up from the center's parent.  Arriving
      * back at the center means it sits in a loop; climbing more
      * steps than the chart has centers without reaching the top
      * means the chain runs into a loop further up.  A dangling
      * parent ends the walk -- that center's own R05 covers it.
       CHECK-ONE-PARENT SECTION.
           ADD 1 TO RULE-ROWS(5)
           ADD 1 TO RULE-ROWS(6)
           IF CENTER-PARENT(CENTER-IDX) NOT = SPACES
               MOVE CENTER-PARENT(CENTER-IDX) TO WANTED-CODE
               PERFORM FIND-CENTER
               IF NOT RECORD-FOUND
                   MOVE 5 TO FINDING-RULE
                   MOVE CENTER-CODE(CENTER-IDX) TO FINDING-KEY
                   MOVE SPACES TO FINDING-DETAIL
                   STRING "PARENT " DELIMITED BY SIZE
                       CENTER-PARENT(CENTER-IDX) DELIMITED BY SIZE
                       INTO FINDING-DETAIL
                   PERFORM WRITE-FINDING
               ELSE
                   MOVE CENTER-PARENT(CENTER-IDX) TO CLIMB-CODE
                   MOVE 0 TO CLIMB-STEPS
                   MOVE 'N' TO CLIMB-DONE-SWITCH
                   PERFORM CLIMB-ONE-STEP UNTIL CLIMB-DONE
               END-IF
           END-IF
           SET CENTER-IDX UP BY 1
           EXIT.

       CLIMB-ONE-STEP SECTION.
           IF CLIMB-CODE = SPACES
               SET CLIMB-DONE TO TRUE
           ELSE
               IF CLIMB-CODE = CENTER-CODE(CENTER-IDX)
                   MOVE 6 TO FINDING-RULE
                   MOVE CENTER-CODE(CENTER-IDX) TO FINDING-KEY
                   MOVE "CENTER IS IN THE LOOP" TO FINDING-DETAIL
                   PERFORM WRITE-FINDING
                   SET CLIMB-DONE TO TRUE
               ELSE
                   ADD 1 TO CLIMB-STEPS
                   IF CLIMB-STEPS > CENTERS-USED
                       MOVE 6 TO FINDING-RULE
                       MOVE CENTER-CODE(CENTER-IDX) TO FINDING-KEY
                       MOVE "CHAIN RUNS INTO A LOOP ABOVE IT"
                           TO FINDING-DETAIL
                       PERFORM WRITE-FINDING
                       SET CLIMB-DONE TO TRUE
                   ELSE
                       MOVE CLIMB-CODE TO WANTED-CODE
                       PERFORM FIND-CENTER
                       IF RECORD-FOUND
                           MOVE CENTER-PARENT(FIND-IDX) TO CLIMB-CODE
                       ELSE
                           SET CLIMB-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       CHECK-ALLOC-CENTERS SECTION.
           IF CENTERS-LOADED
               OPEN INPUT ALLOC-MASTER-FILE
               MOVE "ALLOCMST" TO CHECK-FILE-NAME
               MOVE MASTER-STATUS TO CHECK-STATUS
               PERFORM NOTE-OPEN-STATUS
               IF MASTER-STATUS = "00"
                   SET RULE-CHECKED(7) TO TRUE
                   MOVE 'N' TO MASTER-EOF-SWITCH
                   PERFORM CHECK-ONE-ALLOCATION UNTIL MASTER-EOF
                   CLOSE ALLOC-MASTER-FILE
               END-IF
           END-IF
           EXIT.

       CHECK-ONE-ALLOCATION SECTION.
           READ ALLOC-MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RULE-ROWS(7)
                   MOVE ALM-COST-CENTER TO WANTED-CODE
                   PERFORM FIND-CENTER
                   IF NOT RECORD-FOUND
                       MOVE 7 TO FINDING-RULE
                       MOVE SPACES TO FINDING-KEY
                       STRING ALM-ALLOC-CODE DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           ALM-COST-CENTER DELIMITED BY SIZE
                           INTO FINDING-KEY
                       MOVE SPACES TO FINDING-DETAIL
                       PERFORM WRITE-FINDING
                   END-IF
           END-READ
           EXIT.

       CHECK-BUDGET-CENTERS SECTION.
           IF CENTERS-LOADED
               OPEN INPUT BUDGET-MASTER-FILE
               MOVE "BUDGMAST" TO CHECK-FILE-NAME
               MOVE MASTER-STATUS TO CHECK-STATUS
               PERFORM NOTE-OPEN-STATUS
               IF MASTER-STATUS = "00"
                   SET RULE-CHECKED(8) TO TRUE
                   MOVE 'N' TO MASTER-EOF-SWITCH
                   PERFORM CHECK-ONE-BUDGET UNTIL MASTER-EOF
                   CLOSE BUDGET-MASTER-FILE
               END-IF
           END-IF
           EXIT.

       CHECK-ONE-BUDGET SECTION.
           READ BUDGET-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RULE-ROWS(8)
                   MOVE BUDG-COST-CENTER TO WANTED-CODE
                   PERFORM FIND-CENTER
                   IF NOT RECORD-FOUND
                       MOVE 8 TO FINDING-RULE
                       MOVE SPACES TO FINDING-KEY
                       STRING BUDG-COST-CENTER DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           BUDG-PERIOD DELIMITED BY SIZE
                           INTO FINDING-KEY
                       MOVE SPACES TO FINDING-DETAIL
                       PERFORM WRITE-FINDING
                   END-IF
           END-READ
           EXIT.

      *****************************************************************
      *  R09 - R11: amortization schedules.  The journal's
      *  references are sorted and matched against the schedule
      *  master, which already reads in reference order.  With no
      *  journal on hand R09 goes unchecked; R10 and R11 still run.
      *****************************************************************
       CHECK-AMORT-SCHEDULES SECTION.
           OPEN INPUT AMORT-SCHEDULE-FILE
           MOVE "AMSCHED" TO CHECK-FILE-NAME
           MOVE MASTER-STATUS TO CHECK-STATUS
           PERFORM NOTE-OPEN-STATUS
           IF MASTER-STATUS = "00"
               SET RULE-CHECKED(10) TO TRUE
               IF ACCOUNT-MASTER-OPEN
                   SET RULE-CHECKED(11) TO TRUE
               END-IF
               OPEN INPUT JOURNAL-FILE
               MOVE "JOURNAL" TO CHECK-FILE-NAME
               MOVE JOURNAL-STATUS TO CHECK-STATUS
               PERFORM NOTE-OPEN-STATUS
               IF JOURNAL-STATUS = "00"
                   SET JOURNAL-OPEN TO TRUE
                   SET RULE-CHECKED(9) TO TRUE
               END-IF
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-REFERENCE
                   INPUT PROCEDURE IS GATHER-JOURNAL-REFERENCES
                   OUTPUT PROCEDURE IS MATCH-SCHEDULES
               IF JOURNAL-OPEN
                   CLOSE JOURNAL-FILE
               END-IF
               CLOSE AMORT-SCHEDULE-FILE
               MOVE JOURNAL-LINES-SORTED TO COUNT-EDIT
               DISPLAY "journal references sorted: " COUNT-EDIT
           END-IF
           EXIT.

       GATHER-JOURNAL-REFERENCES SECTION.
           IF JOURNAL-OPEN
               MOVE 'N' TO JOURNAL-EOF-SWITCH
               PERFORM RELEASE-ONE-REFERENCE UNTIL JOURNAL-EOF
           END-IF
           EXIT.

       RELEASE-ONE-REFERENCE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                           AND JRNL-REFERENCE NOT = SPACES
                       MOVE JRNL-REFERENCE TO SORT-REFERENCE
                       RELEASE SORT-RECORD
                       ADD 1 TO JOURNAL-LINES-SORTED
                   END-IF
           END-READ
           EXIT.

       MATCH-SCHEDULES SECTION.
           MOVE LOW-VALUES TO HELD-REFERENCE
           MOVE LOW-VALUES TO LAST-SCHEDULE-REF
           MOVE 'N' TO SORT-EOF-SWITCH
           MOVE 'N' TO MASTER-EOF-SWITCH
           PERFORM MATCH-ONE-SCHEDULE-ROW UNTIL MASTER-EOF
           EXIT.

       MATCH-ONE-SCHEDULE-ROW SECTION.
           READ AMORT-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF AMS-REFERENCE NOT = LAST-SCHEDULE-REF
                       MOVE AMS-REFERENCE TO LAST-SCHEDULE-REF
                       PERFORM CHECK-NEW-SCHEDULE
                   END-IF
                   IF AMS-INSTALLMENT = 0 AND ACCOUNT-MASTER-OPEN
                       PERFORM CHECK-POSITION-ACCOUNT
                   END-IF
           END-READ
           EXIT.

      * The first row read for a reference is its position row
      * (installment 000) when it has one.
       CHECK-NEW-SCHEDULE SECTION.
           ADD 1 TO RULE-ROWS(10)
           IF AMS-INSTALLMENT NOT = 0
               MOVE 10 TO FINDING-RULE
               MOVE AMS-REFERENCE TO FINDING-KEY
               MOVE SPACES TO FINDING-DETAIL
               PERFORM WRITE-FINDING
           END-IF
           IF JOURNAL-OPEN
               ADD 1 TO RULE-ROWS(9)
               PERFORM RETURN-NEXT-REFERENCE
                   UNTIL HELD-REFERENCE NOT < AMS-REFERENCE
               IF HELD-REFERENCE NOT = AMS-REFERENCE
                   MOVE 9 TO FINDING-RULE
                   MOVE AMS-REFERENCE TO FINDING-KEY
                   MOVE SPACES TO FINDING-DETAIL
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
           EXIT.

       RETURN-NEXT-REFERENCE SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO HELD-REFERENCE
               NOT AT END
                   MOVE SORT-REFERENCE TO HELD-REFERENCE
           END-RETURN
           EXIT.

       CHECK-POSITION-ACCOUNT SECTION.
           IF AMSP-ACCOUNT-ID NOT = SPACES
               ADD 1 TO RULE-ROWS(11)
               MOVE AMSP-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               PERFORM LOOK-UP-ACCOUNT
               IF NOT RECORD-FOUND
                   MOVE 11 TO FINDING-RULE
                   MOVE AMS-REFERENCE TO FINDING-KEY
                   MOVE SPACES TO FINDING-DETAIL
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       AMSP-ACCOUNT-ID DELIMITED BY SIZE
                       INTO FINDING-DETAIL
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
           EXIT.

       WRITE-RULE-COUNTS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RULE FILE     PROBLEM" TO REPORT-LINE
           MOVE "ROWS CHECKED    FOUND" TO REPORT-LINE(56:21)
           WRITE REPORT-LINE
           PERFORM WRITE-ONE-RULE-COUNT
               VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > RULE-COUNT
           MOVE SPACES TO REPORT-WORK
           MOVE FINDINGS-TOTAL TO COUNT-EDIT
           STRING "ORPHANS AND LOOPS FOUND: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-ONE-RULE-COUNT SECTION.
           MOVE RULE-SUB TO RULE-NO-EDIT
           MOVE SPACES TO REPORT-WORK
           IF RULE-CHECKED(RULE-SUB)
               MOVE RULE-ROWS(RULE-SUB) TO COUNT-EDIT
               MOVE RULE-FINDINGS(RULE-SUB) TO COUNT-EDIT-2
               STRING "R" DELIMITED BY SIZE
                   RULE-NO-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RULE-FILE(RULE-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RULE-TEXT(RULE-SUB) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   COUNT-EDIT-2 DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "R" DELIMITED BY SIZE
                   RULE-NO-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RULE-FILE(RULE-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RULE-TEXT(RULE-SUB) DELIMITED BY SIZE
                   "     NOT CHECKED" DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.
