       01 SUSPENSE-RECORD.
           05 SUSP-REASON-CODE   PIC X(04).
           05 SUSP-ATTEMPT-COUNT PIC 9(03).
           05 SUSP-TRAN-IMAGE    PIC X(109).

       FD SUSPENSE-OUT-FILE.
       01 SUSPENSE-OUT-RECORD.
           05 SUSPO-REASON-CODE   PIC X(04).
           05 SUSPO-ATTEMPT-COUNT PIC 9(03).
           05 SUSPO-TRAN-IMAGE    PIC X(109).

       FD OPERATOR-MASTER-FILE.
       COPY opermast.
       01 JOURNALED-TOTAL PIC S9(9)V99 VALUE 0.
       01 ERROR-SEQUENCE PIC 9(08) VALUE 99000000.
       01 COUNT-EDIT PIC ZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "SUSPRUN" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-SUSPENSE-LIMIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SUSPENSE-LIMIT-ENV
           IF SUSPENSE-LIMIT-ENV NOT = SPACES
               MOVE SUSPENSE-LIMIT-ENV TO SUSPENSE-LIMIT
           END-IF
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE QTRN-CURRENCY-1 TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           MOVE QTRN-SOURCE-SYSTEM TO JRNL-SOURCE-SYSTEM
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
