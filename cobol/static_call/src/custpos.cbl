       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPOS.

      *****************************************************************
      *  CUSTPOS is the customer position report: for every customer
      *  on the customer master, each account linked to them
      *  (copy/custlink.cpy) with its role and balance, and the
      *  customer's total holding in CALC-BASE-CURRENCY (default
      *  USD) -- the "what does this customer hold with us" answer
      *  compliance, the deposit-insurance return and the statement
      *  mailings all ask for.
      *
      *  Foreign-denominated balances convert at the latest XRATMAST
      *  rate at or before today for the pair into base, the same
      *  rule EXPOSURE uses: the rate comes from the shared xratfind
      *  subprogram (copy/xratfndl.cpy), which falls back to a rate
      *  crossed through the base currency's legs when the pair has
      *  no row of its own -- marked CROSS on the holding's line.
      *  A balance with no current rate is listed NO RATE and left
      *  out of the customer's total, and the run ends RETURN-CODE
      *  4 so treasury chases the rate.
      *  A joint account counts in full under every owner: this is
      *  a holdings report, not an apportionment.
      *
      *  The links are keyed account first; grouping by customer is
      *  done with a SORT, the way the shop's other control-break
      *  reports work.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CUSTOMER-LINK-FILE ASSIGN TO "CUSTLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLNK-KEY
               FILE STATUS IS CUSTOMER-LINK-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT REPORT-FILE ASSIGN TO "CUSTRPT".

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER-FILE.
       COPY custrec.

       FD CUSTOMER-LINK-FILE.
       COPY custlink.

       FD BALANCE-FILE.
       COPY balrec.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-CUSTOMER-ID PIC X(08).
           05 SORT-ACCOUNT-ID  PIC X(08).
           05 SORT-ROLE        PIC X(01).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 CUSTOMER-MASTER-STATUS PIC X(02).
       01 CUSTOMER-LINK-STATUS   PIC X(02).
       01 BALANCE-STATUS         PIC X(02).
       01 LINK-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 LINK-EOF VALUE 'Y'.
       01 SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       01 XRATMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 XRATMAST-AVAILABLE VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 BASE-CURRENCY-ENV PIC X(03).
       01 BASE-CURRENCY PIC X(03) VALUE "USD".

       01 CURRENT-CUSTOMER-ID PIC X(08).
       01 CUSTOMER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CUSTOMER-GROUP-OPEN VALUE 'Y'.
       01 CUSTOMER-BASE-TOTAL PIC S9(11)V99.
       01 CUSTOMER-ACCOUNT-COUNT PIC 9(05) COMP.
       01 CUSTOMER-NAME-WORK PIC X(30).

       COPY xratfndl.
       01 WANTED-PAIR PIC X(06).
       01 LATEST-RATE PIC 9(3)V9(6).
       01 RATE-FOUND-SWITCH PIC X(01).
           88 RATE-FOUND VALUE 'Y'.
       01 RATE-SOURCE-TAG PIC X(07).
       01 ACCOUNT-CURRENCY PIC X(03).
       01 BASE-VALUE PIC S9(11)V99.

       01 CUSTOMERS-REPORTED PIC 9(07) COMP VALUE 0.
       01 LINKS-REPORTED     PIC 9(07) COMP VALUE 0.
       01 MISSING-RATES      PIC 9(05) COMP VALUE 0.
       01 MISSING-BALANCES   PIC 9(05) COMP VALUE 0.
       01 COUNT-EDIT    PIC ZZZZZZ9.
       01 AMOUNT-EDIT   PIC ZZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK   PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "CUSTPOS" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE "CALC-BASE-CURRENCY" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BASE-CURRENCY-ENV
           IF BASE-CURRENCY-ENV NOT = SPACES
               MOVE BASE-CURRENCY-ENV TO BASE-CURRENCY
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open customer master, status "
                   CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               DISPLAY "unable to open balance master, status "
                   BALANCE-STATUS
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * No rate master mounted just means every foreign balance
      * reports NO RATE -- the base-currency accounts still total.
           MOVE "OPEN    " TO XFND-FUNCTION
           CALL 'xratfind' USING RATE-FIND-AREA
           IF XFND-RETURN-CODE = 0
               SET XRATMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "CUSTOMER POSITION REPORT IN " DELIMITED BY SIZE
               BASE-CURRENCY DELIMITED BY SIZE
               " AS OF " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CUSTOMER-ID SORT-ACCOUNT-ID
               INPUT PROCEDURE IS GATHER-LINKS
               OUTPUT PROCEDURE IS PRINT-POSITIONS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CUSTOMERS-REPORTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CUSTOMERS REPORTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LINKS-REPORTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT HOLDINGS LISTED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF MISSING-RATES > 0
               MOVE "BALANCES WITHOUT A CURRENT RATE ARE NOT IN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "THE CUSTOMER TOTALS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE BALANCE-FILE
           IF XRATMAST-AVAILABLE
               MOVE "CLOSE   " TO XFND-FUNCTION
               CALL 'xratfind' USING RATE-FIND-AREA
           END-IF
           MOVE CUSTOMERS-REPORTED TO COUNT-EDIT
           DISPLAY "customers reported: " COUNT-EDIT
           IF (MISSING-RATES > 0 OR MISSING-BALANCES > 0)
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       GATHER-LINKS SECTION.
           OPEN INPUT CUSTOMER-LINK-FILE
           IF CUSTOMER-LINK-STATUS NOT = "00"
               DISPLAY "unable to open customer link file, status "
                   CUSTOMER-LINK-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM READ-AND-RELEASE UNTIL LINK-EOF
               CLOSE CUSTOMER-LINK-FILE
           END-IF
           EXIT.

       READ-AND-RELEASE SECTION.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET LINK-EOF TO TRUE
               NOT AT END
                   MOVE CLNK-CUSTOMER-ID TO SORT-CUSTOMER-ID
                   MOVE CLNK-ACCOUNT-ID  TO SORT-ACCOUNT-ID
                   MOVE CLNK-ROLE        TO SORT-ROLE
                   RELEASE SORT-RECORD
           END-READ
           EXIT.

       PRINT-POSITIONS SECTION.
           PERFORM RETURN-AND-PRINT UNTIL SORT-EOF
           IF CUSTOMER-GROUP-OPEN
               PERFORM PRINT-CUSTOMER-TOTAL
           END-IF
           EXIT.

       RETURN-AND-PRINT SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF NOT CUSTOMER-GROUP-OPEN
                           OR SORT-CUSTOMER-ID NOT = CURRENT-CUSTOMER-ID
                       IF CUSTOMER-GROUP-OPEN
                           PERFORM PRINT-CUSTOMER-TOTAL
                       END-IF
                       PERFORM START-CUSTOMER-GROUP
                   END-IF
                   PERFORM PRINT-ONE-HOLDING
           END-RETURN
           EXIT.

       START-CUSTOMER-GROUP SECTION.
           SET CUSTOMER-GROUP-OPEN TO TRUE
           MOVE SORT-CUSTOMER-ID TO CURRENT-CUSTOMER-ID
           MOVE 0 TO CUSTOMER-BASE-TOTAL
           MOVE 0 TO CUSTOMER-ACCOUNT-COUNT
           ADD 1 TO CUSTOMERS-REPORTED
           MOVE SORT-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON CUSTOMER MASTER ***"
                       TO CUSTOMER-NAME-WORK
               NOT INVALID KEY
                   MOVE CUST-LEGAL-NAME TO CUSTOMER-NAME-WORK
           END-READ
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "CUSTOMER " DELIMITED BY SIZE
               SORT-CUSTOMER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CUSTOMER-NAME-WORK DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       PRINT-ONE-HOLDING SECTION.
           ADD 1 TO LINKS-REPORTED
           ADD 1 TO CUSTOMER-ACCOUNT-COUNT
           MOVE SORT-ACCOUNT-ID TO BAL-ACCOUNT-ID
           READ BALANCE-FILE
               INVALID KEY
                   ADD 1 TO MISSING-BALANCES
                   MOVE SPACES TO REPORT-WORK
                   STRING "   " DELIMITED BY SIZE
                       SORT-ACCOUNT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SORT-ROLE DELIMITED BY SIZE
                       "  *** NOT ON BALANCE MASTER ***"
                       DELIMITED BY SIZE
                       INTO REPORT-WORK
               NOT INVALID KEY
                   PERFORM VALUE-ONE-HOLDING
           END-READ
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       VALUE-ONE-HOLDING SECTION.
           MOVE BAL-CURRENCY TO ACCOUNT-CURRENCY
           IF ACCOUNT-CURRENCY = SPACES
               MOVE BASE-CURRENCY TO ACCOUNT-CURRENCY
           END-IF
           MOVE BAL-AMOUNT TO AMOUNT-EDIT
           IF ACCOUNT-CURRENCY = BASE-CURRENCY
               MOVE 1 TO LATEST-RATE
               SET RATE-FOUND TO TRUE
               MOVE SPACES TO RATE-SOURCE-TAG
           ELSE
               MOVE ACCOUNT-CURRENCY TO WANTED-PAIR(1:3)
               MOVE BASE-CURRENCY    TO WANTED-PAIR(4:3)
               PERFORM FIND-LATEST-RATE
           END-IF
           MOVE SPACES TO REPORT-WORK
           IF RATE-FOUND
               COMPUTE BASE-VALUE ROUNDED = BAL-AMOUNT * LATEST-RATE
               ADD BASE-VALUE TO CUSTOMER-BASE-TOTAL
               MOVE BASE-VALUE TO AMOUNT-EDIT-2
               STRING "   " DELIMITED BY SIZE
                   SORT-ACCOUNT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SORT-ROLE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ACCOUNT-CURRENCY DELIMITED BY SIZE
                   "  = " DELIMITED BY SIZE
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BASE-CURRENCY DELIMITED BY SIZE
                   RATE-SOURCE-TAG DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               ADD 1 TO MISSING-RATES
               STRING "   " DELIMITED BY SIZE
                   SORT-ACCOUNT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SORT-ROLE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ACCOUNT-CURRENCY DELIMITED BY SIZE
                   "  *** NO CURRENT RATE ***" DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           EXIT.

       PRINT-CUSTOMER-TOTAL SECTION.
           MOVE CUSTOMER-ACCOUNT-COUNT TO COUNT-EDIT
           MOVE CUSTOMER-BASE-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "   TOTAL " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " ACCOUNTS  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BASE-CURRENCY DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       FIND-LATEST-RATE SECTION.
           MOVE 'N' TO RATE-FOUND-SWITCH
           MOVE SPACES TO RATE-SOURCE-TAG
           IF XRATMAST-AVAILABLE
               MOVE "FIND    "       TO XFND-FUNCTION
               MOVE WANTED-PAIR(1:3) TO XFND-FROM-CURRENCY
               MOVE WANTED-PAIR(4:3) TO XFND-TO-CURRENCY
               MOVE BASE-CURRENCY    TO XFND-BASE-CURRENCY
               MOVE RUN-DATE         TO XFND-RATE-DATE
               CALL 'xratfind' USING RATE-FIND-AREA
               IF XFND-RETURN-CODE = 0
                   SET RATE-FOUND TO TRUE
                   MOVE XFND-RATE TO LATEST-RATE
                   IF XFND-TRIANGULATED
                       MOVE "  CROSS" TO RATE-SOURCE-TAG
                   END-IF
               END-IF
           END-IF
           EXIT.
