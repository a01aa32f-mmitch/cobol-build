       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccrollum.

      *****************************************************************
      *  ccrollum is the cost-center roll-up's logic: CCROLLUP on
      *  its own, or the end-of-day driver EODRPT, reads the
      *  journal and calls it through copy/eodrptl.cpy.  START
      *  takes the run-date bounds and loads the chart from the
      *  cost-center master -- a master that will not open returns
      *  12 and the roll-up is not run; LINE rolls each posted line
      *  up the tree; FINISH prints the tree level by level, 8 if
      *  the chart table filled.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-CENTER-FILE ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCM-COST-CENTER
               FILE STATUS IS COST-CENTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CCROLRPT".

       DATA DIVISION.
       FILE SECTION.
       FD COST-CENTER-FILE.
       COPY ccmast.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 REPORT-RETURN-CODE PIC 9(02) VALUE 0.
       01 COST-CENTER-STATUS PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

       01 FROM-DATE-ENV PIC X(08).
       01 TO-DATE-ENV   PIC X(08).
       01 FROM-DATE PIC 9(08) VALUE 0.
       01 TO-DATE   PIC 9(08) VALUE 99999999.

      *****************************************************************
      *  One entry per code: direct figures from its own journal
      *  lines, rolled figures including every descendant (each
      *  journal line lands on its center and every ancestor), the
      *  parent, the level (0 = top), and whether the master knows
      *  the code at all.
      *****************************************************************
       01 NODE-TABLE.
           05 NODE-ENTRY OCCURS 300 TIMES INDEXED BY NODE-IDX.
               10 NODE-CODE         PIC X(04).
               10 NODE-NAME         PIC X(20).
               10 NODE-PARENT       PIC X(04).
               10 NODE-LEVEL        PIC 9(02).
               10 NODE-ON-MASTER-FLAG PIC X(01).
                   88 NODE-ON-MASTER VALUE 'Y'.
               10 NODE-DIRECT-COUNT  PIC 9(08) COMP.
               10 NODE-DIRECT-AMOUNT PIC S9(11)V99.
               10 NODE-ROLLED-COUNT  PIC 9(08) COMP.
               10 NODE-ROLLED-AMOUNT PIC S9(11)V99.
       01 NODE-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 NODE-FOUND-SWITCH PIC X(01).
           88 NODE-FOUND VALUE 'Y'.
       01 NODE-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
           88 NODE-OVERFLOWED VALUE 'Y'.
       01 WANTED-CODE PIC X(04).
       01 CLIMB-CODE  PIC X(04).
       01 CLIMB-DEPTH PIC 9(02) COMP.
       01 CLIMB-DONE-SWITCH PIC X(01).
           88 CLIMB-DONE VALUE 'Y'.
       01 LINE-AMOUNT PIC S9(9)V99.
       01 REPORT-LEVEL PIC 9(02).
       01 LEVEL-HAD-LINES-SWITCH PIC X(01).
           88 LEVEL-HAD-LINES VALUE 'Y'.
       01 INDENT-TEXT PIC X(08).

       01 LINES-ROLLED PIC 9(08) COMP VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 AMOUNT-EDIT   PIC ZZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       LINKAGE SECTION.
       COPY eodrptl.
       COPY jrnlrec.

       PROCEDURE DIVISION USING EOD-REPORT-AREA JOURNAL-RECORD.
           EVALUATE EODR-FUNCTION
               WHEN "START   "
                   PERFORM START-REPORT
               WHEN "LINE    "
                   PERFORM TAKE-JOURNAL-LINE
               WHEN "FINISH  "
                   PERFORM FINISH-REPORT
               WHEN OTHER
                   MOVE 12 TO REPORT-RETURN-CODE
           END-EVALUATE
           MOVE REPORT-RETURN-CODE TO EODR-RETURN-CODE
           GOBACK
           .

       START-REPORT SECTION.
           MOVE 0 TO REPORT-RETURN-CODE
           INITIALIZE PARAMETER-GET-AREA
           MOVE "CCROLLUP" TO PRMG-PROGRAM
           MOVE "CALC-ROLLUP-FROM" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FROM-DATE-ENV
           MOVE "CALC-ROLLUP-TO" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO TO-DATE-ENV
           IF FROM-DATE-ENV NOT = SPACES
               MOVE FROM-DATE-ENV TO FROM-DATE
           END-IF
           IF TO-DATE-ENV NOT = SPACES
               MOVE TO-DATE-ENV TO TO-DATE
           END-IF
           OPEN INPUT COST-CENTER-FILE
           IF COST-CENTER-STATUS NOT = "00"
               DISPLAY "unable to open cost-center master, status "
                   COST-CENTER-STATUS
               MOVE 12 TO REPORT-RETURN-CODE
           ELSE
               PERFORM LOAD-CHART-OF-CENTERS
               PERFORM ASSIGN-NODE-LEVELS
           END-IF
           EXIT.

       TAKE-JOURNAL-LINE SECTION.
           IF JRNLH-RECORD-TYPE NOT = "H"
                   AND JRNLH-RECORD-TYPE NOT = "T"
                   AND JRNL-OUTCOME = "OK"
                   AND JRNL-COST-CENTER NOT = SPACES
                   AND JRNL-RUN-DATE >= FROM-DATE
                   AND JRNL-RUN-DATE <= TO-DATE
               PERFORM APPLY-LINE-TO-TREE
           END-IF
           EXIT.

       FINISH-REPORT SECTION.
           CLOSE COST-CENTER-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "COST-CENTER HIERARCHY ROLL-UP" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "RUN DATES " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO REPORT-LEVEL
           SET LEVEL-HAD-LINES TO TRUE
           PERFORM REPORT-ONE-LEVEL
               UNTIL NOT LEVEL-HAD-LINES OR REPORT-LEVEL > 10
           CLOSE REPORT-FILE
           MOVE LINES-ROLLED TO COUNT-EDIT
           DISPLAY "journal lines rolled up: " COUNT-EDIT
           IF NODE-OVERFLOWED AND REPORT-RETURN-CODE = 0
               DISPLAY "chart table full -- roll-up incomplete"
               MOVE 8 TO REPORT-RETURN-CODE
           END-IF
           EXIT.

       LOAD-CHART-OF-CENTERS SECTION.
           MOVE 'N' TO SOURCE-EOF-SWITCH
           MOVE LOW-VALUES TO CCM-COST-CENTER
           START COST-CENTER-FILE KEY >= CCM-COST-CENTER
               INVALID KEY
                   SET SOURCE-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-CENTER UNTIL SOURCE-EOF
           EXIT.

       LOAD-ONE-CENTER SECTION.
           READ COST-CENTER-FILE NEXT
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF NODE-ENTRIES-USED < 300
                       ADD 1 TO NODE-ENTRIES-USED
                       SET NODE-IDX TO NODE-ENTRIES-USED
                       MOVE CCM-COST-CENTER
                           TO NODE-CODE(NODE-IDX)
                       MOVE CCM-NAME   TO NODE-NAME(NODE-IDX)
                       MOVE CCM-PARENT TO NODE-PARENT(NODE-IDX)
                       MOVE 0 TO NODE-LEVEL(NODE-IDX)
                       MOVE 'Y' TO NODE-ON-MASTER-FLAG(NODE-IDX)
                       MOVE 0 TO NODE-DIRECT-COUNT(NODE-IDX)
                       MOVE 0 TO NODE-DIRECT-AMOUNT(NODE-IDX)
                       MOVE 0 TO NODE-ROLLED-COUNT(NODE-IDX)
                       MOVE 0 TO NODE-ROLLED-AMOUNT(NODE-IDX)
                   ELSE
                       SET NODE-OVERFLOWED TO TRUE
                   END-IF
           END-READ
           EXIT.

      * A node's level is how many parents sit above it; the walk
      * is bounded so a keyed-in parent loop can't spin.
       ASSIGN-NODE-LEVELS SECTION.
           SET NODE-IDX TO 1
           PERFORM LEVEL-ONE-NODE
               UNTIL NODE-IDX > NODE-ENTRIES-USED
           EXIT.

       LEVEL-ONE-NODE SECTION.
           MOVE NODE-PARENT(NODE-IDX) TO CLIMB-CODE
           MOVE 0 TO CLIMB-DEPTH
           MOVE 'N' TO CLIMB-DONE-SWITCH
           PERFORM COUNT-ONE-ANCESTOR
               UNTIL CLIMB-DONE OR CLIMB-DEPTH >= 10
           MOVE CLIMB-DEPTH TO NODE-LEVEL(NODE-IDX)
           SET NODE-IDX UP BY 1
           EXIT.

       COUNT-ONE-ANCESTOR SECTION.
           IF CLIMB-CODE = SPACES
               SET CLIMB-DONE TO TRUE
           ELSE
               ADD 1 TO CLIMB-DEPTH
               MOVE CLIMB-CODE TO CCM-COST-CENTER
               READ COST-CENTER-FILE
                   INVALID KEY
                       SET CLIMB-DONE TO TRUE
                   NOT INVALID KEY
                       MOVE CCM-PARENT TO CLIMB-CODE
               END-READ
           END-IF
           EXIT.

      * The line lands on its own center (direct and rolled) and
      * then climbs the chart, rolling into every ancestor.
       APPLY-LINE-TO-TREE SECTION.
           ADD 1 TO LINES-ROLLED
           MOVE JRNL-RESULT TO LINE-AMOUNT
           MOVE JRNL-COST-CENTER TO WANTED-CODE
           PERFORM FIND-OR-ADD-NODE
           IF NODE-FOUND
               ADD 1 TO NODE-DIRECT-COUNT(NODE-IDX)
               ADD LINE-AMOUNT TO NODE-DIRECT-AMOUNT(NODE-IDX)
               ADD 1 TO NODE-ROLLED-COUNT(NODE-IDX)
               ADD LINE-AMOUNT TO NODE-ROLLED-AMOUNT(NODE-IDX)
               MOVE NODE-PARENT(NODE-IDX) TO CLIMB-CODE
               MOVE 0 TO CLIMB-DEPTH
               MOVE 'N' TO CLIMB-DONE-SWITCH
               PERFORM ROLL-INTO-ANCESTOR
                   UNTIL CLIMB-DONE OR CLIMB-DEPTH >= 10
           END-IF
           EXIT.

       ROLL-INTO-ANCESTOR SECTION.
           IF CLIMB-CODE = SPACES
               SET CLIMB-DONE TO TRUE
           ELSE
               ADD 1 TO CLIMB-DEPTH
               MOVE CLIMB-CODE TO WANTED-CODE
               PERFORM FIND-OR-ADD-NODE
               IF NODE-FOUND
                   ADD 1 TO NODE-ROLLED-COUNT(NODE-IDX)
                   ADD LINE-AMOUNT
                       TO NODE-ROLLED-AMOUNT(NODE-IDX)
                   MOVE NODE-PARENT(NODE-IDX) TO CLIMB-CODE
               ELSE
                   SET CLIMB-DONE TO TRUE
               END-IF
           END-IF
           EXIT.

      * A journaled code the chart doesn't know still gets a node
      * -- flagged, parentless, listed under its own heading.
       FIND-OR-ADD-NODE SECTION.
           MOVE 'N' TO NODE-FOUND-SWITCH
           SET NODE-IDX TO 1
           PERFORM MATCH-NODE-CODE
               UNTIL NODE-IDX > NODE-ENTRIES-USED OR NODE-FOUND
           IF NOT NODE-FOUND
               IF NODE-ENTRIES-USED < 300
                   ADD 1 TO NODE-ENTRIES-USED
                   SET NODE-IDX TO NODE-ENTRIES-USED
                   MOVE WANTED-CODE TO NODE-CODE(NODE-IDX)
                   MOVE "(NOT ON MASTER)" TO NODE-NAME(NODE-IDX)
                   MOVE SPACES TO NODE-PARENT(NODE-IDX)
                   MOVE 0 TO NODE-LEVEL(NODE-IDX)
                   MOVE 'N' TO NODE-ON-MASTER-FLAG(NODE-IDX)
                   MOVE 0 TO NODE-DIRECT-COUNT(NODE-IDX)
                   MOVE 0 TO NODE-DIRECT-AMOUNT(NODE-IDX)
                   MOVE 0 TO NODE-ROLLED-COUNT(NODE-IDX)
                   MOVE 0 TO NODE-ROLLED-AMOUNT(NODE-IDX)
                   SET NODE-FOUND TO TRUE
               ELSE
                   SET NODE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           EXIT.

       MATCH-NODE-CODE SECTION.
           IF NODE-CODE(NODE-IDX) = WANTED-CODE
               SET NODE-FOUND TO TRUE
           ELSE
               SET NODE-IDX UP BY 1
           END-IF
           EXIT.

      * Level by level, top of the tree first, children indented
      * beneath -- the shape finance's chart is drawn in.
       REPORT-ONE-LEVEL SECTION.
           MOVE 'N' TO LEVEL-HAD-LINES-SWITCH
           SET NODE-IDX TO 1
           PERFORM REPORT-LEVEL-NODES
               UNTIL NODE-IDX > NODE-ENTRIES-USED
           ADD 1 TO REPORT-LEVEL
           EXIT.

       REPORT-LEVEL-NODES SECTION.
           IF NODE-LEVEL(NODE-IDX) = REPORT-LEVEL
                   AND (NODE-ROLLED-COUNT(NODE-IDX) > 0
                       OR NODE-ON-MASTER(NODE-IDX))
               SET LEVEL-HAD-LINES TO TRUE
               MOVE SPACES TO INDENT-TEXT
               IF REPORT-LEVEL > 0
                   MOVE ALL "." TO INDENT-TEXT
                       (1:NODE-LEVEL(NODE-IDX))
               END-IF
               MOVE NODE-DIRECT-AMOUNT(NODE-IDX) TO AMOUNT-EDIT
               MOVE NODE-ROLLED-AMOUNT(NODE-IDX)
                   TO AMOUNT-EDIT-2
               MOVE NODE-ROLLED-COUNT(NODE-IDX) TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING INDENT-TEXT DELIMITED BY SPACE
                   NODE-CODE(NODE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NODE-NAME(NODE-IDX) DELIMITED BY SIZE
                   " DIRECT " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " ROLLED " DELIMITED BY SIZE
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   " LINES " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           SET NODE-IDX UP BY 1
           EXIT.
