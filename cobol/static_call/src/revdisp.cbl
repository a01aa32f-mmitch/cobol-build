       01 REVIEW-QUEUE-RECORD.
           05 REVQ-RUN-DATE   PIC 9(08).
           05 REVQ-RESULT     PIC S9(9)V99.
           05 REVQ-TRAN-IMAGE PIC X(109).

       FD DISP-CARD-FILE.
       01 DISP-CARD.
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "REVDISP" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-REVIEW-CUTOFF" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REVIEW-CUTOFF-ENV
           IF REVIEW-CUTOFF-ENV NOT = SPACES
               MOVE REVIEW-CUTOFF-ENV TO REVIEW-CUTOFF-DATE
           END-IF
           MOVE SPACES TO JRNL-BRANCH-ID
           MOVE QTRN-CURRENCY-1 TO JRNL-CURRENCY
           MOVE SPACES TO JRNL-JURISDICTION
           MOVE QTRN-SOURCE-SYSTEM TO JRNL-SOURCE-SYSTEM
           PERFORM CHAIN-JOURNAL-LINE
           WRITE JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINE-COUNT
           MOVE QTRN-REFERENCE-IN TO TRAN-ORIG-REFERENCE
           MOVE DISPT-SUPERVISOR(DISP-IDX) TO TRAN-APPROVED-BY
           MOVE QTRN-COST-CENTER TO TRAN-COST-CENTER
           MOVE "RDSP" TO TRAN-SOURCE-SYSTEM
           WRITE TRAN-RECORD
           ADD 1 TO REJECTED-COUNT
           DISPLAY "review " QTRN-REFERENCE-IN " rejected by "
