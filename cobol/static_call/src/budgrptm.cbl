       IDENTIFICATION DIVISION.
       PROGRAM-ID. budgrptm.

      *****************************************************************
      *  budgrptm is the actual-versus-budget report's logic:
      *  BUDGRPT on its own, or the end-of-day driver EODRPT, reads
      *  the journal and calls it through copy/eodrptl.cpy.  START
      *  takes the month and the overspend percentage; LINE adds
      *  each posted line of the month to its center's actual;
      *  FINISH brings in the budgets from BUDGMAST -- 12 and no
      *  report if the master will not open -- writes the report
      *  and raises the overspend alerts, 4 when anything alerted.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUDG-KEY
               FILE STATUS IS BUDGET-MASTER-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTQ"
               FILE STATUS IS ALERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDGRPT".

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-MASTER-FILE.
       01 BUDGET-MASTER-RECORD.
           05 BUDG-KEY.
               10 BUDG-COST-CENTER PIC X(04).
               10 BUDG-PERIOD      PIC 9(06).
           05 BUDG-AMOUNT PIC 9(9)V99.

       FD ALERT-FILE.
       COPY alertrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 REPORT-RETURN-CODE PIC 9(02) VALUE 0.
       01 BUDGET-MASTER-STATUS PIC X(02).
       01 ALERT-STATUS         PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 BUDGET-MONTH-ENV PIC X(06).
       01 BUDGET-MONTH PIC 9(06).
       01 LINE-MONTH   PIC 9(06).
       01 OVERSPEND-ENV PIC X(03).
       01 OVERSPEND-PCT PIC 9(03) VALUE 0.

       01 CENTER-TABLE.
           05 CTR-ENTRY OCCURS 300 TIMES INDEXED BY CTR-IDX.
               10 CTR-CODE   PIC X(04).
               10 CTR-ACTUAL PIC S9(11)V99.
               10 CTR-BUDGET PIC 9(9)V99.
               10 CTR-HAS-BUDGET-FLAG PIC X(01).
                   88 CTR-HAS-BUDGET VALUE 'Y'.
       01 CTR-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 CTR-FOUND-SWITCH PIC X(01).
           88 CTR-FOUND VALUE 'Y'.
       01 WANTED-CENTER PIC X(04).

       01 VARIANCE-AMOUNT PIC S9(11)V99.
       01 VARIANCE-PCT    PIC S9(05)V99.
       01 ALERT-LIMIT     PIC S9(11)V99.
       01 ALERTS-RAISED   PIC 9(05) COMP VALUE 0.
       01 AMOUNT-EDIT   PIC ZZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-3 PIC ZZZZZZZZZZZ9.99-.
       01 PCT-EDIT PIC ZZZZ9.99-.
       01 COUNT-EDIT PIC ZZZZ9.
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
           MOVE "BUDGRPT" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE(1:6) TO BUDGET-MONTH
           MOVE "CALC-BUDGET-MONTH" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUDGET-MONTH-ENV
           IF BUDGET-MONTH-ENV NOT = SPACES
               MOVE BUDGET-MONTH-ENV TO BUDGET-MONTH
           END-IF
           MOVE "CALC-OVERSPEND-PCT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO OVERSPEND-ENV
           IF OVERSPEND-ENV NOT = SPACES
               MOVE OVERSPEND-ENV TO OVERSPEND-PCT
           END-IF
           EXIT.

       TAKE-JOURNAL-LINE SECTION.
           MOVE JRNL-RUN-DATE(1:6) TO LINE-MONTH
           IF JRNLH-RECORD-TYPE NOT = "H"
                   AND JRNLH-RECORD-TYPE NOT = "T"
                   AND JRNL-OUTCOME = "OK"
                   AND JRNL-COST-CENTER NOT = SPACES
                   AND LINE-MONTH = BUDGET-MONTH
               MOVE JRNL-COST-CENTER TO WANTED-CENTER
               PERFORM FIND-OR-ADD-CENTER
               IF CTR-FOUND
                   ADD JRNL-RESULT TO CTR-ACTUAL(CTR-IDX)
               END-IF
           END-IF
           EXIT.

       FINISH-REPORT SECTION.
           PERFORM COLLECT-BUDGETS
           IF REPORT-RETURN-CODE = 0
               PERFORM WRITE-BUDGET-REPORT
           END-IF
           EXIT.

       WRITE-BUDGET-REPORT SECTION.
           OPEN EXTEND ALERT-FILE
           IF ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "ACTUAL VERSUS BUDGET BY COST CENTER, "
               DELIMITED BY SIZE
               BUDGET-MONTH DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           SET CTR-IDX TO 1
           PERFORM REPORT-ONE-CENTER
               UNTIL CTR-IDX > CTR-ENTRIES-USED
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE
           MOVE ALERTS-RAISED TO COUNT-EDIT
           DISPLAY "overspend alerts raised: " COUNT-EDIT
           IF ALERTS-RAISED > 0 AND REPORT-RETURN-CODE = 0
               MOVE 4 TO REPORT-RETURN-CODE
           END-IF
           EXIT.

       COLLECT-BUDGETS SECTION.
           OPEN INPUT BUDGET-MASTER-FILE
           IF BUDGET-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open budget master, status "
                   BUDGET-MASTER-STATUS
               MOVE 12 TO REPORT-RETURN-CODE
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               MOVE LOW-VALUES TO BUDG-KEY
               START BUDGET-MASTER-FILE KEY >= BUDG-KEY
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
               PERFORM COLLECT-ONE-BUDGET UNTIL SOURCE-EOF
               CLOSE BUDGET-MASTER-FILE
           END-IF
           EXIT.

       COLLECT-ONE-BUDGET SECTION.
           READ BUDGET-MASTER-FILE NEXT
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF BUDG-PERIOD = BUDGET-MONTH
                       MOVE BUDG-COST-CENTER TO WANTED-CENTER
                       PERFORM FIND-OR-ADD-CENTER
                       IF CTR-FOUND
                           MOVE BUDG-AMOUNT
                               TO CTR-BUDGET(CTR-IDX)
                           SET CTR-HAS-BUDGET(CTR-IDX) TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       FIND-OR-ADD-CENTER SECTION.
           MOVE 'N' TO CTR-FOUND-SWITCH
           SET CTR-IDX TO 1
           PERFORM MATCH-CENTER-CODE
               UNTIL CTR-IDX > CTR-ENTRIES-USED OR CTR-FOUND
           IF NOT CTR-FOUND
               IF CTR-ENTRIES-USED < 300
                   ADD 1 TO CTR-ENTRIES-USED
                   SET CTR-IDX TO CTR-ENTRIES-USED
                   MOVE WANTED-CENTER TO CTR-CODE(CTR-IDX)
                   MOVE 0 TO CTR-ACTUAL(CTR-IDX)
                   MOVE 0 TO CTR-BUDGET(CTR-IDX)
                   MOVE 'N' TO CTR-HAS-BUDGET-FLAG(CTR-IDX)
                   SET CTR-FOUND TO TRUE
               END-IF
           END-IF
           EXIT.

       MATCH-CENTER-CODE SECTION.
           IF CTR-CODE(CTR-IDX) = WANTED-CENTER
               SET CTR-FOUND TO TRUE
           ELSE
               SET CTR-IDX UP BY 1
           END-IF
           EXIT.

       REPORT-ONE-CENTER SECTION.
           COMPUTE VARIANCE-AMOUNT =
               CTR-ACTUAL(CTR-IDX) - CTR-BUDGET(CTR-IDX)
           IF CTR-BUDGET(CTR-IDX) NOT = 0
               COMPUTE VARIANCE-PCT ROUNDED =
                   VARIANCE-AMOUNT * 100 / CTR-BUDGET(CTR-IDX)
           ELSE
               MOVE 0 TO VARIANCE-PCT
           END-IF
           MOVE CTR-ACTUAL(CTR-IDX) TO AMOUNT-EDIT
           MOVE CTR-BUDGET(CTR-IDX) TO AMOUNT-EDIT-2
           MOVE VARIANCE-AMOUNT     TO AMOUNT-EDIT-3
           MOVE VARIANCE-PCT        TO PCT-EDIT
           MOVE SPACES TO REPORT-WORK
           IF CTR-HAS-BUDGET(CTR-IDX)
               STRING CTR-CODE(CTR-IDX) DELIMITED BY SIZE
                   "  ACTUAL " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  BUDGET " DELIMITED BY SIZE
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   "  VARIANCE " DELIMITED BY SIZE
                   AMOUNT-EDIT-3 DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   PCT-EDIT DELIMITED BY SIZE
                   " PCT)" DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING CTR-CODE(CTR-IDX) DELIMITED BY SIZE
                   "  ACTUAL " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "  *** NO BUDGET ROW FOR THE PERIOD ***"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF CTR-HAS-BUDGET(CTR-IDX)
               COMPUTE ALERT-LIMIT ROUNDED =
                   CTR-BUDGET(CTR-IDX)
                       * (100 + OVERSPEND-PCT) / 100
               IF CTR-ACTUAL(CTR-IDX) > ALERT-LIMIT
                   PERFORM RAISE-OVERSPEND-ALERT
               END-IF
           END-IF
           SET CTR-IDX UP BY 1
           EXIT.

       RAISE-OVERSPEND-ALERT SECTION.
           ADD 1 TO ALERTS-RAISED
           IF ALERT-STATUS = "00"
               MOVE RUN-DATE TO ALERT-RUN-DATE
               MOVE RUN-TIME TO ALERT-RUN-TIME
               MOVE SPACES TO ALERT-MESSAGE
               STRING "COST CENTER " DELIMITED BY SIZE
                   CTR-CODE(CTR-IDX) DELIMITED BY SIZE
                   " OVER BUDGET FOR " DELIMITED BY SIZE
                   BUDGET-MONTH DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   AMOUNT-EDIT-3 DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               MOVE 'N'    TO ALERT-ACK-FLAG
               MOVE SPACES TO ALERT-ACK-BY
               MOVE 0      TO ALERT-ACK-DATE
               MOVE 0      TO ALERT-ACK-TIME
               MOVE SPACES TO ALERT-DISPOSITION
               WRITE ALERT-RECORD
           END-IF
           EXIT.
