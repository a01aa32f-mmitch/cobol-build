      *  months -- that the statement range touches, oldest first.
      *  One account's statement stops costing a pass over every
      *  movement the shop has ever made.
      *
      *  The statement closes with where the account stands today:
      *  the ledger balance from the BALANCE master beside the
      *  available balance -- the ledger less the amount holds and
      *  unmatured deposit float on AMTHOLD, as fundfind works it
      *  out for CALCULATOR.  Without the BALANCE DD the line is
      *  left off with a note.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-ID
               FILE STATUS IS BALANCE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BALSTMT".

       DATA DIVISION.
       FD BALANCE-HISTORY-FILE.
       COPY balhist.

       FD BALANCE-FILE.
       COPY balrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 BALANCE-HISTORY-STATUS PIC X(02).
       01 BALANCE-STATUS         PIC X(02).
       01 RUN-DATE PIC 9(08).
       01 HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-EOF VALUE 'Y'.
       01 STMT-ACCOUNT-ENV PIC X(08).
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZ9.99-.
       01 COUNT-EDIT    PIC ZZZZZZZ9.
       01 REPORT-WORK   PIC X(120).
       COPY parmgetl.
       COPY fundfndl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "BALSTMT" TO PRMG-PROGRAM
           MOVE "CALC-STMT-ACCOUNT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO STMT-ACCOUNT-ENV
           IF STMT-ACCOUNT-ENV = SPACES
               DISPLAY "CALC-STMT-ACCOUNT is required"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE STMT-ACCOUNT-ENV TO STMT-ACCOUNT
           MOVE "CALC-STMT-FROM" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO STMT-FROM-ENV
           IF STMT-FROM-ENV NOT = SPACES
               MOVE STMT-FROM-ENV TO STMT-DATE-FROM
           END-IF
           MOVE "CALC-STMT-TO" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO STMT-TO-ENV
           IF STMT-TO-ENV NOT = SPACES
               MOVE STMT-TO-ENV TO STMT-DATE-TO
           END-IF
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM PRINT-AVAILABLE-BALANCE
           CLOSE BALANCE-HISTORY-FILE
           CLOSE REPORT-FILE
           MOVE MOVEMENT-COUNT TO COUNT-EDIT
           WRITE REPORT-LINE
           MOVE BALH-NEW-BALANCE TO CLOSING-BALANCE
           EXIT.

      *****************************************************************
      *  Ledger and available balance as the account stands today.
      *  fundfind answers even without AMTHOLD -- nothing held, so
      *  available is the ledger -- and says so in its return code.
      *****************************************************************
       PRINT-AVAILABLE-BALANCE SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BALANCE-FILE
           IF BALANCE-STATUS NOT = "00"
               MOVE "LEDGER AND AVAILABLE BALANCE NOT SHOWN -- NO BALAN
      -            "CE MASTER" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE STMT-ACCOUNT TO BAL-ACCOUNT-ID
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON THE BALANCE MASTER"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM PRINT-LEDGER-AND-AVAILABLE
               END-READ
               CLOSE BALANCE-FILE
           END-IF
           EXIT.

       PRINT-LEDGER-AND-AVAILABLE SECTION.
           MOVE "AVAIL   "   TO FFND-FUNCTION
           MOVE STMT-ACCOUNT TO FFND-ACCOUNT-ID
           MOVE RUN-DATE     TO FFND-DATE
           MOVE BAL-AMOUNT   TO FFND-LEDGER-BALANCE
           CALL 'fundfind' USING FUNDS-FIND-AREA
           MOVE BAL-AMOUNT     TO AMOUNT-EDIT
           MOVE FFND-AVAILABLE TO AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "LEDGER BALANCE  " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "   AVAILABLE BALANCE " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               "   AS AT " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF FFND-RETURN-CODE NOT = 0
               MOVE "  AMOUNT HOLDS NOT ON HAND -- NOTHING COUNTED AS HE
      -            "LD" TO REPORT-LINE
           ELSE
               MOVE FFND-HOLD-TOTAL  TO AMOUNT-EDIT
               MOVE FFND-FLOAT-TOTAL TO AMOUNT-EDIT-2
               MOVE SPACES TO REPORT-WORK
               STRING "  HELD          " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   "   IN FLOAT          " DELIMITED BY SIZE
                   AMOUNT-EDIT-2 DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE "CLOSE   " TO FFND-FUNCTION
           CALL 'fundfind' USING FUNDS-FIND-AREA
           EXIT.
