       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargebm.

      *****************************************************************
      *  chargebm is the department chargeback's logic: CHARGEBK
      *  on its own, or the end-of-day driver EODRPT, reads the
      *  journal and calls it through copy/eodrptl.cpy.  START
      *  takes the month, loads the rate card and opens the chart
      *  of cost centers -- a rate card with no usable row returns
      *  12 and the chargeback is not run; LINE bills each posted
      *  line of the month to its department; FINISH prints the
      *  invoices and the summary.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
               FILE STATUS IS RATE-CARD-STATUS.
           SELECT COST-CENTER-FILE ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCM-COST-CENTER
               FILE STATUS IS COST-CENTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CHRGRPT".

       DATA DIVISION.
       FILE SECTION.
       FD RATE-CARD-FILE.
       01 RATE-CARD-ROW.
           05 RCD-OPERATION PIC X(01).
           05 FILLER        PIC X(01).
           05 RCD-PRICE     PIC X(07).
           05 FILLER        PIC X(71).

       FD COST-CENTER-FILE.
       COPY ccmast.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 REPORT-RETURN-CODE PIC 9(02) VALUE 0.
       01 RATE-CARD-STATUS   PIC X(02).
       01 COST-CENTER-STATUS PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 CHARGE-MONTH-ENV PIC X(06).
       01 CHARGE-MONTH PIC 9(06).
       01 LINE-MONTH   PIC 9(06).
       01 CCMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CCMAST-AVAILABLE VALUE 'Y'.

       01 PRICE-TABLE.
           05 PRICE-ENTRY OCCURS 20 TIMES INDEXED BY PRICE-IDX.
               10 PRICE-OPERATION PIC X(01).
               10 PRICE-AMOUNT    PIC 9(5)V99.
       01 PRICE-ENTRIES-USED PIC 9(02) COMP VALUE 0.
       01 PRICE-FOUND-SWITCH PIC X(01).
           88 PRICE-FOUND VALUE 'Y'.
       01 CARD-PRICE-VALUE PIC 9(5)V99.
       01 CARD-PRICE-RAW REDEFINES CARD-PRICE-VALUE PIC 9(07).

      * Billable activity: one row per department, the operations
      * beneath it.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
               10 DEPT-CODE PIC X(04).
               10 DEPT-OP-ENTRY OCCURS 20 TIMES
                       INDEXED BY DOP-IDX.
                   15 DEPT-OP-CODE  PIC X(01).
                   15 DEPT-OP-COUNT PIC 9(08) COMP.
       01 DEPT-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 DEPT-FOUND-SWITCH PIC X(01).
           88 DEPT-FOUND VALUE 'Y'.
       01 DOP-FOUND-SWITCH PIC X(01).
           88 DOP-FOUND VALUE 'Y'.
       01 WANTED-DEPARTMENT PIC X(04).

       01 CLIMB-CODE  PIC X(04).
       01 CLIMB-DEPTH PIC 9(02) COMP.
       01 CLIMB-DONE-SWITCH PIC X(01).
           88 CLIMB-DONE VALUE 'Y'.

       01 LINES-BILLED PIC 9(08) COMP VALUE 0.
       01 OP-CHARGE     PIC S9(11)V99.
       01 DEPT-CHARGE   PIC S9(11)V99.
       01 GRAND-CHARGE  PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99.
       01 PRICE-EDIT  PIC ZZZZ9.99.
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
           MOVE "CHARGEBK" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:6) TO CHARGE-MONTH
           MOVE "CALC-CHARGE-MONTH" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CHARGE-MONTH-ENV
           IF CHARGE-MONTH-ENV NOT = SPACES
               MOVE CHARGE-MONTH-ENV TO CHARGE-MONTH
           END-IF
           PERFORM LOAD-RATE-CARD
           IF PRICE-ENTRIES-USED = 0
               DISPLAY "no usable rate card rows -- chargeback "
                   "cannot price anything"
               MOVE 12 TO REPORT-RETURN-CODE
           ELSE
               OPEN INPUT COST-CENTER-FILE
               IF COST-CENTER-STATUS = "00"
                   SET CCMAST-AVAILABLE TO TRUE
               END-IF
           END-IF
           EXIT.

       TAKE-JOURNAL-LINE SECTION.
           MOVE JRNL-RUN-DATE(1:6) TO LINE-MONTH
           IF JRNLH-RECORD-TYPE NOT = "H"
                   AND JRNLH-RECORD-TYPE NOT = "T"
                   AND JRNL-OUTCOME = "OK"
                   AND LINE-MONTH = CHARGE-MONTH
               PERFORM BILL-ONE-LINE
           END-IF
           EXIT.

       FINISH-REPORT SECTION.
           IF CCMAST-AVAILABLE
               CLOSE COST-CENTER-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "DEPARTMENT CHARGEBACK FOR " DELIMITED BY SIZE
               CHARGE-MONTH DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           SET DEPT-IDX TO 1
           PERFORM INVOICE-ONE-DEPARTMENT
               UNTIL DEPT-IDX > DEPT-ENTRIES-USED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE GRAND-CHARGE TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL CHARGEBACK, ALL DEPARTMENTS: "
               DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE LINES-BILLED TO COUNT-EDIT
           DISPLAY "journal lines billed: " COUNT-EDIT
           EXIT.

       LOAD-RATE-CARD SECTION.
           OPEN INPUT RATE-CARD-FILE
           IF RATE-CARD-STATUS NOT = "00"
               DISPLAY "rate card not available, status "
                   RATE-CARD-STATUS
           ELSE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM LOAD-ONE-PRICE UNTIL SOURCE-EOF
               CLOSE RATE-CARD-FILE
           END-IF
           EXIT.

       LOAD-ONE-PRICE SECTION.
           READ RATE-CARD-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF RATE-CARD-ROW = SPACES
                           OR RCD-OPERATION = "#"
                       CONTINUE
                   ELSE
                       IF RCD-PRICE NOT NUMERIC
                           DISPLAY "bad rate card row for '"
                               RCD-OPERATION "' skipped"
                       ELSE
                           IF PRICE-ENTRIES-USED < 20
                               ADD 1 TO PRICE-ENTRIES-USED
                               SET PRICE-IDX
                                   TO PRICE-ENTRIES-USED
                               MOVE RCD-OPERATION TO
                                   PRICE-OPERATION(PRICE-IDX)
                               MOVE RCD-PRICE TO CARD-PRICE-RAW
                               MOVE CARD-PRICE-VALUE TO
                                   PRICE-AMOUNT(PRICE-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

       BILL-ONE-LINE SECTION.
           ADD 1 TO LINES-BILLED
           PERFORM DERIVE-DEPARTMENT
           PERFORM FIND-OR-ADD-DEPARTMENT
           IF DEPT-FOUND
               PERFORM COUNT-DEPARTMENT-OP
           END-IF
           EXIT.

      * The department is the top of the cost center's parent
      * chain on the chart -- the level finance bills at.  No
      * chart, or no cost center, leaves the code as keyed (or
      * blank, which invoices as (NONE)).
       DERIVE-DEPARTMENT SECTION.
           MOVE JRNL-COST-CENTER TO WANTED-DEPARTMENT
           IF CCMAST-AVAILABLE
                   AND JRNL-COST-CENTER NOT = SPACES
               MOVE JRNL-COST-CENTER TO CLIMB-CODE
               MOVE 0 TO CLIMB-DEPTH
               MOVE 'N' TO CLIMB-DONE-SWITCH
               PERFORM CLIMB-TO-TOP
                   UNTIL CLIMB-DONE OR CLIMB-DEPTH >= 10
               MOVE CLIMB-CODE TO WANTED-DEPARTMENT
           END-IF
           EXIT.

       CLIMB-TO-TOP SECTION.
           MOVE CLIMB-CODE TO CCM-COST-CENTER
           READ COST-CENTER-FILE
               INVALID KEY
                   SET CLIMB-DONE TO TRUE
               NOT INVALID KEY
                   IF CCM-PARENT = SPACES
                       SET CLIMB-DONE TO TRUE
                   ELSE
                       MOVE CCM-PARENT TO CLIMB-CODE
                       ADD 1 TO CLIMB-DEPTH
                   END-IF
           END-READ
           EXIT.

       FIND-OR-ADD-DEPARTMENT SECTION.
           MOVE 'N' TO DEPT-FOUND-SWITCH
           SET DEPT-IDX TO 1
           PERFORM MATCH-DEPARTMENT
               UNTIL DEPT-IDX > DEPT-ENTRIES-USED OR DEPT-FOUND
           IF NOT DEPT-FOUND
               IF DEPT-ENTRIES-USED < 100
                   ADD 1 TO DEPT-ENTRIES-USED
                   SET DEPT-IDX TO DEPT-ENTRIES-USED
                   MOVE WANTED-DEPARTMENT
                       TO DEPT-CODE(DEPT-IDX)
                   PERFORM CLEAR-DEPARTMENT-OPS
                   SET DEPT-FOUND TO TRUE
               END-IF
           END-IF
           EXIT.

       CLEAR-DEPARTMENT-OPS SECTION.
           SET DOP-IDX TO 1
           PERFORM CLEAR-ONE-OP UNTIL DOP-IDX > 20
           EXIT.

       CLEAR-ONE-OP SECTION.
           MOVE SPACE TO DEPT-OP-CODE(DEPT-IDX DOP-IDX)
           MOVE 0 TO DEPT-OP-COUNT(DEPT-IDX DOP-IDX)
           SET DOP-IDX UP BY 1
           EXIT.

       MATCH-DEPARTMENT SECTION.
           IF DEPT-CODE(DEPT-IDX) = WANTED-DEPARTMENT
               SET DEPT-FOUND TO TRUE
           ELSE
               SET DEPT-IDX UP BY 1
           END-IF
           EXIT.

       COUNT-DEPARTMENT-OP SECTION.
           MOVE 'N' TO DOP-FOUND-SWITCH
           SET DOP-IDX TO 1
           PERFORM MATCH-DEPARTMENT-OP
               UNTIL DOP-IDX > 20 OR DOP-FOUND
           IF DOP-FOUND
               ADD 1 TO DEPT-OP-COUNT(DEPT-IDX DOP-IDX)
           END-IF
           EXIT.

       MATCH-DEPARTMENT-OP SECTION.
           IF DEPT-OP-CODE(DEPT-IDX DOP-IDX) = JRNL-OPERATION
               SET DOP-FOUND TO TRUE
           ELSE
               IF DEPT-OP-CODE(DEPT-IDX DOP-IDX) = SPACE
                   MOVE JRNL-OPERATION
                       TO DEPT-OP-CODE(DEPT-IDX DOP-IDX)
                   SET DOP-FOUND TO TRUE
               ELSE
                   SET DOP-IDX UP BY 1
               END-IF
           END-IF
           EXIT.

       INVOICE-ONE-DEPARTMENT SECTION.
           MOVE 0 TO DEPT-CHARGE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           IF DEPT-CODE(DEPT-IDX) = SPACES
               MOVE "INVOICE: DEPARTMENT (NONE)" TO REPORT-WORK
           ELSE
               STRING "INVOICE: DEPARTMENT " DELIMITED BY SIZE
                   DEPT-CODE(DEPT-IDX) DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           SET DOP-IDX TO 1
           PERFORM INVOICE-ONE-OPERATION UNTIL DOP-IDX > 20
           MOVE DEPT-CHARGE TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  DEPARTMENT TOTAL: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           ADD DEPT-CHARGE TO GRAND-CHARGE
           SET DEPT-IDX UP BY 1
           EXIT.

       INVOICE-ONE-OPERATION SECTION.
           IF DEPT-OP-CODE(DEPT-IDX DOP-IDX) NOT = SPACE
               PERFORM PRICE-THIS-OPERATION
               COMPUTE OP-CHARGE =
                   DEPT-OP-COUNT(DEPT-IDX DOP-IDX)
                       * CARD-PRICE-VALUE
               ADD OP-CHARGE TO DEPT-CHARGE
               MOVE DEPT-OP-COUNT(DEPT-IDX DOP-IDX)
                   TO COUNT-EDIT
               MOVE CARD-PRICE-VALUE TO PRICE-EDIT
               MOVE OP-CHARGE TO AMOUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               IF PRICE-FOUND
                   STRING "  OP " DELIMITED BY SIZE
                       DEPT-OP-CODE(DEPT-IDX DOP-IDX)
                           DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       COUNT-EDIT DELIMITED BY SIZE
                       " POSTINGS AT " DELIMITED BY SIZE
                       PRICE-EDIT DELIMITED BY SIZE
                       " = " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                       INTO REPORT-WORK
               ELSE
                   STRING "  OP " DELIMITED BY SIZE
                       DEPT-OP-CODE(DEPT-IDX DOP-IDX)
                           DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       COUNT-EDIT DELIMITED BY SIZE
                       " POSTINGS -- NO RATE CARD ROW"
                       DELIMITED BY SIZE
                       INTO REPORT-WORK
               END-IF
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           SET DOP-IDX UP BY 1
           EXIT.

       PRICE-THIS-OPERATION SECTION.
           MOVE 'N' TO PRICE-FOUND-SWITCH
           MOVE 0 TO CARD-PRICE-VALUE
           SET PRICE-IDX TO 1
           PERFORM MATCH-PRICE-ROW
               UNTIL PRICE-IDX > PRICE-ENTRIES-USED
                   OR PRICE-FOUND
           EXIT.

       MATCH-PRICE-ROW SECTION.
           IF PRICE-OPERATION(PRICE-IDX)
                   = DEPT-OP-CODE(DEPT-IDX DOP-IDX)
               SET PRICE-FOUND TO TRUE
               MOVE PRICE-AMOUNT(PRICE-IDX)
                   TO CARD-PRICE-VALUE
           ELSE
               SET PRICE-IDX UP BY 1
           END-IF
           EXIT.
