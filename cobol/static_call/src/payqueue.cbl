       IDENTIFICATION DIVISION.
       PROGRAM-ID. payqueue.

      *****************************************************************
      *  payqueue is the one place a payment instruction is raised
      *  for money leaving the shop.  CALCULATOR calls it for every
      *  "PAYO" account debit it posts, CLOSEOUT for a residual paid
      *  out through its suspense account, so the queue record is
      *  built one way whichever program moved the money.
      *
      *  Each call appends one record to PAYQ (copy/payinst.cpy,
      *  status "Q"), opened EXTEND and closed again the way
      *  evntpost keeps EVENTQ, so a queue that never existed is
      *  created on the first payout and an abend loses nothing
      *  already raised.  The beneficiary, currency and approval
      *  are left for PAYFILE, which drains the queue onto the
      *  PAYINST master.
      *
      *  The caller drives it through copy/payqueul.cpy.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-QUEUE-FILE ASSIGN TO "PAYQ"
               FILE STATUS IS PAYMENT-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-QUEUE-FILE.
       COPY payinst.

       WORKING-STORAGE SECTION.
       01 PAYMENT-QUEUE-STATUS PIC X(02).
       01 CLOCK-DATE PIC 9(08).
       01 AMOUNT-EDIT PIC ZZZZZZZZ9.99-.

       LINKAGE SECTION.
       COPY payqueul.

       PROCEDURE DIVISION USING PAYMENT-QUEUE-AREA.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
           OPEN EXTEND PAYMENT-QUEUE-FILE
           IF PAYMENT-QUEUE-STATUS = "35"
               OPEN OUTPUT PAYMENT-QUEUE-FILE
           END-IF
           IF PAYMENT-QUEUE-STATUS NOT = "00"
               MOVE PYQK-AMOUNT TO AMOUNT-EDIT
               DISPLAY "payment queue unavailable, status "
                   PAYMENT-QUEUE-STATUS " -- payout " PYQK-REFERENCE
                   " of " AMOUNT-EDIT " from account " PYQK-ACCOUNT-ID
                   " not queued, pay it by hand"
               MOVE 12 TO PYQK-RETURN-CODE
           ELSE
               MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD
               SET PINS-QUEUED TO TRUE
               MOVE PYQK-REFERENCE      TO PINS-INSTRUCTION-ID
               IF PYQK-RAISED-DATE = 0
                   MOVE CLOCK-DATE TO PINS-RAISED-DATE
               ELSE
                   MOVE PYQK-RAISED-DATE TO PINS-RAISED-DATE
               END-IF
               MOVE PYQK-SOURCE-PROGRAM TO PINS-SOURCE-PROGRAM
               MOVE PYQK-RAISED-BY      TO PINS-RAISED-BY
               MOVE PYQK-ACCOUNT-ID     TO PINS-ACCOUNT-ID
               MOVE PYQK-AMOUNT         TO PINS-AMOUNT
               MOVE PYQK-VALUE-DATE     TO PINS-VALUE-DATE
               MOVE 0 TO PINS-PAYEE-ROUTING
               MOVE 0 TO PINS-APPROVED-DATE
               MOVE 0 TO PINS-FILE-DATE
               MOVE 0 TO PINS-FILE-SEQUENCE
               MOVE 0 TO PINS-STATUS-DATE
               WRITE PAYMENT-INSTRUCTION-RECORD
               CLOSE PAYMENT-QUEUE-FILE
               MOVE 0 TO PYQK-RETURN-CODE
           END-IF
           GOBACK
           .
