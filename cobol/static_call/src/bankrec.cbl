      *  against our balance history, replacing the paper tick-off.
      *  Inputs:
      *
      *    BANKSTMT  the bank's statement file (copy/bankstmt.cpy)
      *        -- "B" closing-balance record or "D" detail lines
      *    BALHIST   the shop's balance history; only movements on
      *        the CALC-REC-ACCOUNT account between
      *        CALC-REC-FROM / CALC-REC-TO (both optional) take
      *    OLDOUT    last reconciliation's outstanding items,
      *        re-presented for matching with their original
      *        first-seen dates
      *    RCPTXREF  RCPTGEN's receipt cross-reference (optional):
      *        each statement receipt it posted, with the reference
      *        the settlement-account leg carries on our ledger
      *
      *  A receipt RCPTGEN posted is matched first, through the
      *  cross-reference -- the bank's reference on one side, ours
      *  on the other, and a posting day that may not be the
      *  bank's.  Everything else is matched automatically on
      *  reference when both sides carry one, else on amount and
      *  date.  What doesn't match goes to
      *  NEWOUT (the JCL swaps it in as the next OLDOUT) tagged
      *  "L" (on our ledger, not yet on a statement) or "S" (on
      *  the statement, not on our ledger), each aged in days from
           SELECT OLD-OUTSTANDING-FILE ASSIGN TO "OLDOUT"
               FILE STATUS IS OLD-OUTSTANDING-STATUS.
           SELECT NEW-OUTSTANDING-FILE ASSIGN TO "NEWOUT".
           SELECT RECEIPT-XREF-FILE ASSIGN TO "RCPTXREF"
               FILE STATUS IS RECEIPT-XREF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BANKRPT".

       DATA DIVISION.
       FILE SECTION.
       FD BANK-STATEMENT-FILE.
       COPY bankstmt.

       FD BALANCE-HISTORY-FILE.
       COPY balhist.
           05 NOUT-REFERENCE   PIC X(10).
           05 NOUT-DESCRIPTION PIC X(20).

       FD RECEIPT-XREF-FILE.
       COPY rcptxref.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       01 BALANCE-HISTORY-STATUS PIC X(02).
       01 BALANCE-STATUS         PIC X(02).
       01 OLD-OUTSTANDING-STATUS PIC X(02).
       01 RECEIPT-XREF-STATUS    PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

           88 TABLES-OVERFLOWED VALUE 'Y'.
       01 MATCH-FOUND-SWITCH PIC X(01).
           88 MATCH-FOUND VALUE 'Y'.
       01 BANK-FOUND-SWITCH PIC X(01).
           88 BANK-FOUND VALUE 'Y'.

       01 STATEMENT-BALANCE PIC S9(11)V99 VALUE 0.
       01 STATEMENT-BALANCE-SEEN-SWITCH PIC X(01) VALUE 'N'.
       01 MOVEMENT-AMOUNT PIC S9(9)V99.

       01 MATCHED-COUNT      PIC 9(05) COMP VALUE 0.
       01 RECEIPTS-MATCHED   PIC 9(05) COMP VALUE 0.
       01 OUTSTANDING-LEDGER PIC 9(05) COMP VALUE 0.
       01 OUTSTANDING-BANK   PIC 9(05) COMP VALUE 0.
       01 OUTSTANDING-L-TOTAL PIC S9(11)V99 VALUE 0.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 AGE-EDIT PIC ZZZZ9.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "BANKREC" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE "CALC-REC-ACCOUNT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REC-ACCOUNT-ENV
           IF REC-ACCOUNT-ENV = SPACES
               DISPLAY "set CALC-REC-ACCOUNT to the settlement "
                   "account id"
               GOBACK
           END-IF
           MOVE REC-ACCOUNT-ENV TO REC-ACCOUNT
           MOVE "CALC-REC-FROM" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FROM-DATE-ENV
           MOVE "CALC-REC-TO" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO TO-DATE-ENV
           IF FROM-DATE-ENV NOT = SPACES
               MOVE FROM-DATE-ENV TO FROM-DATE
           END-IF
           PERFORM LOAD-BANK-STATEMENT
           PERFORM LOAD-LEDGER-MOVEMENTS
           PERFORM LOAD-PRIOR-OUTSTANDING
           PERFORM MATCH-GENERATED-RECEIPTS
           PERFORM MATCH-LEDGER-TO-BANK
           PERFORM READ-LEDGER-BALANCE
           OPEN OUTPUT NEW-OUTSTANDING-FILE
           CLOSE REPORT-FILE
           MOVE MATCHED-COUNT TO COUNT-EDIT
           DISPLAY "items auto-matched: " COUNT-EDIT
           MOVE RECEIPTS-MATCHED TO COUNT-EDIT
           DISPLAY "  of which posted receipts: " COUNT-EDIT
           MOVE OUTSTANDING-LEDGER TO COUNT-EDIT
           DISPLAY "outstanding ledger items: " COUNT-EDIT
           MOVE OUTSTANDING-BANK TO COUNT-EDIT
           END-READ
           EXIT.

      *****************************************************************
      *  A receipt RCPTGEN turned into postings: the settlement leg
      *  on our ledger carries the reference RCPTGEN drew, the
      *  statement line the bank's own, so neither the reference
      *  nor the amount-and-date match would pair them reliably.
      *  The cross-reference names both sides.  Only a pair found
      *  unmatched on both sides is ticked off -- a receipt not yet
      *  posted, or whose statement line is not in this run, waits.
      *****************************************************************
       MATCH-GENERATED-RECEIPTS SECTION.
           OPEN INPUT RECEIPT-XREF-FILE
           IF RECEIPT-XREF-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM MATCH-ONE-GENERATED-RECEIPT UNTIL SOURCE-EOF
               CLOSE RECEIPT-XREF-FILE
           END-IF
           EXIT.

       MATCH-ONE-GENERATED-RECEIPT SECTION.
           READ RECEIPT-XREF-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF RCPX-SETTLE-ACCOUNT = REC-ACCOUNT
                       MOVE 'N' TO MATCH-FOUND-SWITCH
                       SET LED-IDX TO 1
                       PERFORM TRY-RECEIPT-LEDGER-MATCH
                           UNTIL LED-IDX > LED-ENTRIES-USED
                               OR MATCH-FOUND
                       MOVE 'N' TO BANK-FOUND-SWITCH
                       SET BNK-IDX TO 1
                       IF MATCH-FOUND
                           PERFORM TRY-RECEIPT-BANK-MATCH
                               UNTIL BNK-IDX > BNK-ENTRIES-USED
                                   OR BANK-FOUND
                       END-IF
                       IF BANK-FOUND
                           SET LED-MATCHED(LED-IDX) TO TRUE
                           SET BNK-MATCHED(BNK-IDX) TO TRUE
                           ADD 1 TO MATCHED-COUNT
                           ADD 1 TO RECEIPTS-MATCHED
                       END-IF
                   END-IF
           END-READ
           EXIT.

       TRY-RECEIPT-LEDGER-MATCH SECTION.
           IF NOT LED-MATCHED(LED-IDX)
                   AND LED-REFERENCE(LED-IDX) = RCPX-SETTLE-REFERENCE
                   AND LED-AMOUNT(LED-IDX) = RCPX-AMOUNT
               SET MATCH-FOUND TO TRUE
           ELSE
               SET LED-IDX UP BY 1
           END-IF
           EXIT.

       TRY-RECEIPT-BANK-MATCH SECTION.
           IF NOT BNK-MATCHED(BNK-IDX)
                   AND BNK-REFERENCE(BNK-IDX) = RCPX-BANK-REFERENCE
                   AND BNK-DATE(BNK-IDX) = RCPX-BANK-DATE
                   AND BNK-AMOUNT(BNK-IDX) = RCPX-AMOUNT
               SET BANK-FOUND TO TRUE
           ELSE
               SET BNK-IDX UP BY 1
           END-IF
           EXIT.

       MATCH-LEDGER-TO-BANK SECTION.
           SET LED-IDX TO 1
           PERFORM MATCH-ONE-LEDGER-ITEM
