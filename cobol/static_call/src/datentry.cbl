      *  the TRAN-RECORDs, and the department "E" trailer carrying
      *  the entry count and computed result total -- ready for the
      *  next CALCBAT run, whose trailer reconciliation will prove
      *  the keyed batch arrived intact.  A signed-on session also
      *  leaves a KEYING record on RUNLOG under the operator's id,
      *  the activity evidence RECERT weighs before proposing an
      *  idle operator for deactivation.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTQ"
               FILE STATUS IS ALERT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-FILE.
       COPY alertrec.

       FD RUN-LOG-FILE.
       COPY runlog.

       WORKING-STORAGE SECTION.
       01 SESSION-DONE-SWITCH PIC X(01) VALUE 'N'.
           88 SESSION-DONE VALUE 'Y'.
      *****************************************************************
       01 KEYED-BATCH-TABLE.
           05 KEYED-ENTRY OCCURS 200 TIMES INDEXED BY KEYED-IDX.
               10 KEYED-TRAN-IMAGE PIC X(109).
       01 KEYED-ENTRY-COUNT PIC 9(03) COMP VALUE 0.
       01 PROOF-AMOUNT-TOTAL PIC S9(9)V99 VALUE 0.
       01 PROOF-RESULT-TOTAL PIC S9(9)V99 VALUE 0.
      *****************************************************************
       01 OPERATOR-MASTER-STATUS PIC X(02).
       01 ALERT-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).
       01 SIGNON-REQUIRED-ENV PIC X(03).
       01 SIGNON-DONE-SWITCH PIC X(01) VALUE 'N'.
           88 SIGNON-DONE VALUE 'Y'.
       COPY optable.
       01 IO.
       COPY data.
       COPY parmgetl.

       SCREEN SECTION.
       01 SIGNON-SCREEN.
           05 LINE 17 COLUMN 2  PIC X(60) FROM SCREEN-MESSAGE.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "DATENTRY" TO PRMG-PROGRAM
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME FROM TIME
           MOVE "CALC-SIGNON-REQUIRED" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SIGNON-REQUIRED-ENV
           IF SIGNON-REQUIRED-ENV = "YES"
               PERFORM OPERATOR-SIGN-ON
               IF SIGNON-FAILED
           IF KEYED-ENTRY-COUNT > 0
               PERFORM WRITE-KEYED-BATCH
           END-IF
           IF SIGNON-DONE
               PERFORM REGISTER-KEYING-SESSION
           END-IF
           GOBACK
           .

      *  honest day count across month and year ends.
      *****************************************************************
       OPERATOR-SIGN-ON SECTION.
           MOVE "CALC-CRED-EXPIRY-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO EXPIRY-DAYS-ENV
           IF EXPIRY-DAYS-ENV NOT = SPACES
               MOVE EXPIRY-DAYS-ENV TO EXPIRY-DAYS
           END-IF
           MOVE ENTRY-CCY-1     TO TRAN-CURRENCY-1
           MOVE ENTRY-CCY-2     TO TRAN-CURRENCY-2
           MOVE ENTRY-COST-CENTER TO TRAN-COST-CENTER
           MOVE "KEYD"          TO TRAN-SOURCE-SYSTEM
           MOVE TRAN-RECORD TO KEYED-TRAN-IMAGE(KEYED-IDX)
           ADD VALUE-1 TO PROOF-AMOUNT-TOTAL
           ADD RESULT  TO PROOF-RESULT-TOTAL
           WRITE TRAN-RECORD
           SET KEYED-IDX UP BY 1
           EXIT.

      * The run log is evidence, not a gate: a session whose log
      * can't be opened still keeps its batch.
       REGISTER-KEYING-SESSION SECTION.
           MOVE SPACES     TO RUN-LOG-RECORD
           MOVE "DATENTRY" TO RLOG-PROGRAM
           MOVE "END  "    TO RLOG-EVENT
           MOVE TODAYS-DATE TO RLOG-RUN-DATE
           MOVE CLOCK-TIME  TO RLOG-RUN-TIME
           MOVE "KEYING"   TO RLOG-MODE
           MOVE "KEYTRAN " TO RLOG-INPUT-DD
           MOVE KEYED-ENTRY-COUNT TO RLOG-TRAN-COUNT
           MOVE 0 TO RLOG-ERROR-COUNT
           MOVE 0 TO RLOG-RETURN-CODE
           MOVE 0 TO RLOG-ELAPSED-SECONDS
           MOVE 0 TO RLOG-TRANS-PER-MIN
           MOVE SIGNON-ID TO RLOG-OPERATOR-ID
           OPEN EXTEND RUN-LOG-FILE
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUN-LOG-STATUS = "00"
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF
           EXIT.
