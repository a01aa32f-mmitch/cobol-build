       01 SUSPENSE-RECORD.
           05 SUSP-REASON-CODE   PIC X(04).
           05 SUSP-ATTEMPT-COUNT PIC 9(03).
           05 SUSP-TRAN-IMAGE    PIC X(109).

       FD REVIEW-QUEUE-FILE.
       01 REVIEW-QUEUE-RECORD.
           05 REVQ-RUN-DATE   PIC 9(08).
           05 REVQ-RESULT     PIC S9(9)V99.
           05 REVQ-TRAN-IMAGE PIC X(109).

       FD DAY-STATUS-FILE.
       COPY daystat.
       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "PERCLOSE" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO CLOSE-DATE
           MOVE "CALC-CLOSE-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CLOSE-DATE-ENV
           IF CLOSE-DATE-ENV NOT = SPACES
               MOVE CLOSE-DATE-ENV TO CLOSE-DATE
           END-IF
