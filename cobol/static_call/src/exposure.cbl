      *  flagged NO RATE and carried unconverted, and the run ends
      *  RETURN-CODE 4 so treasury chases the missing rate.  The
      *  report closes with the consolidated base-currency total.
      *  Rates come from the xratfind subprogram CALCULATOR and
      *  REVALUE use, so all three agree; a rate crossed through
      *  another currency's legs is marked CROSS on its line.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EXPORPT".

       DATA DIVISION.
       FD BALANCE-FILE.
       COPY balrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS       PIC X(02).
       01 BALANCE-STATUS       PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

       01 WORK-CURRENCY PIC X(03).
       01 WORK-AMOUNT   PIC S9(11)V99.

       COPY xratfndl.
       01 WANTED-PAIR PIC X(06).
       01 LATEST-RATE PIC 9(3)V9(6).
       01 RATE-FOUND-SWITCH PIC X(01).
           88 RATE-FOUND VALUE 'Y'.
       01 RATE-SOURCE-TAG PIC X(07).

       01 CURRENCY-NET  PIC S9(11)V99.
       01 BASE-VALUE    PIC S9(11)V99.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZZZZ9.99-.
       01 RATE-EDIT PIC ZZ9.999999.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "EXPOSURE" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE "CALC-BASE-CURRENCY" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BASE-CURRENCY-ENV
           IF BASE-CURRENCY-ENV NOT = SPACES
               MOVE BASE-CURRENCY-ENV TO BASE-CURRENCY
           END-IF
           PERFORM COLLECT-JOURNAL-NETS
           PERFORM COLLECT-BALANCE-NETS
           MOVE "OPEN    " TO XFND-FUNCTION
           CALL 'xratfind' USING RATE-FIND-AREA
           IF XFND-RETURN-CODE NOT = 0
               DISPLAY "unable to open exchange-rate master"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SET EXP-IDX TO 1
           PERFORM REPORT-ONE-CURRENCY
               UNTIL EXP-IDX > EXP-ENTRIES-USED
           MOVE "CLOSE   " TO XFND-FUNCTION
           CALL 'xratfind' USING RATE-FIND-AREA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CONSOLIDATED-TOTAL TO AMOUNT-EDIT
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BASE-CURRENCY DELIMITED BY SIZE
                   RATE-SOURCE-TAG DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               ADD 1 TO MISSING-RATES

       FIND-LATEST-RATE SECTION.
           MOVE 'N' TO RATE-FOUND-SWITCH
           MOVE SPACES TO RATE-SOURCE-TAG
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
           EXIT.
